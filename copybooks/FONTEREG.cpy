      * Cadastro das fontes de entrada (FONTES), um registro por
      * INT-HDR-ORIGEM.  Diz em que datas de negocio a fonte tem de
      * entregar o seu bloco no INTAKE - todo dia util do CALPROC,
      * so nos dias da semana marcados (seg..dom, 'S' entrega) ou
      * so no fim de periodo -, se a entrega e obrigatoria, o
      * horario de corte (HHMM) e o que fazer com o lote quando uma
      * fonte obrigatoria falta: 'R' retem o lote, 'P' deixa rodar.
      * ROTEADOR-ENTRADA confere as fontes presentes contra este
      * cadastro antes de rotear.  Para liberar um lote retido por
      * uma fonte que nao vai chegar, muda-se a acao para 'P'.
       01  FNT-REC.
           05  FNT-ORIGEM           PIC X(08).
           05  FNT-DESCRICAO        PIC X(30).
           05  FNT-FREQUENCIA       PIC X(01).
               88  FNT-TODO-DIA-UTIL    VALUE 'D'.
               88  FNT-DIAS-DA-SEMANA   VALUE 'S'.
               88  FNT-FIM-DE-PERIODO   VALUE 'P'.
           05  FNT-SEMANA           PIC X(07).
           05  FNT-OBRIGATORIA      PIC X(01).
               88  FNT-OBRIGATORIA-SIM  VALUE 'S'.
           05  FNT-HORA-CORTE       PIC 9(04).
           05  FNT-ACAO-AUSENCIA    PIC X(01).
               88  FNT-RETEM-LOTE       VALUE 'R'.
               88  FNT-SEGUE-LOTE       VALUE 'P'.
