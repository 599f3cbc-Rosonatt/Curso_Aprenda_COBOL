       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANEJAR-CAPACIDADE.
      * Relatorio mensal de planejamento de capacidade (CAPPLAN),
      * executado pelo LOTE-CONTROLE no ultimo dia util do mes do
      * CALPROC (ou avulso, para o mes da data de negocio do
      * PARAMRUN).  Le o historico de ocupacao CAPHIST e, por
      * estrutura e filial, mostra o pico do mes contra a
      * capacidade configurada, as entradas na margem de alerta e
      * os recusados por estrutura cheia, a media dos picos diarios
      * do mes anterior e do mes corrente, a tendencia (reta dos
      * minimos quadrados sobre a demanda diaria, pico mais
      * recusados, por dia util), os dias uteis projetados ate a
      * saturacao e a capacidade recomendada: a que deixa a demanda
      * projetada para os proximos 22 dias uteis na margem de 80%.
      * Segue a evolucao diaria do pico.  Estrutura que satura em
      * ate 22 dias uteis gera alerta CAPSAT e RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT CAP-HIST-FILE ASSIGN TO "CAPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CAP-HIST-STATUS.
           SELECT PLANO-FILE ASSIGN TO "CAPPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANO-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  CAP-HIST-FILE.
       COPY CAPHIST.

       FD  PLANO-FILE.
       01  PLANO-REC            PIC X(132).

       FD  ALERTA-FILE.
       COPY ALERTREG.

       WORKING-STORAGE SECTION.
       01  PARAM-STATUS         PIC X(02).
       01  CAP-HIST-STATUS      PIC X(02).
       01  PLANO-STATUS         PIC X(02).
       01  ALERTA-STATUS        PIC X(02).
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-DATA-REFERENCIA   PIC 9(08) VALUE 0.
       01  WS-MES-CORRENTE      PIC 9(06) VALUE 0.
       01  WS-MES-ANTERIOR      PIC 9(06) VALUE 0.
       01  WS-MES-REGISTRO      PIC 9(06) VALUE 0.
       01  WS-TOTAL-LIDOS       PIC 9(06) VALUE 0.
       01  WS-TOTAL-ALERTAS     PIC 9(03) VALUE 0.
       01  WS-HORIZONTE         PIC 9(02) VALUE 22.

      * Registros do mes corrente e do anterior, um por estrutura,
      * filial, data e ciclo: a reexecucao do mesmo ciclo substitui
      * o registro anterior.
       01  WS-REG-IDX           PIC 9(04).
       01  WS-REG-ACHADO        PIC 9(04).
       01  TAB-REGISTROS.
           05  REG-QTDE         PIC 9(04) VALUE 0.
           05  REG-ENT OCCURS 4000 TIMES.
               10  REG-CHAVE        PIC 9(02).
               10  REG-DATA         PIC 9(08).
               10  REG-CICLO        PIC 9(02).
               10  REG-CAPACIDADE   PIC 9(04).
               10  REG-PICO         PIC 9(04).
               10  REG-CARIMBO      PIC X(26).
               10  REG-MARGEM       PIC 9(05).
               10  REG-RECUSADOS    PIC 9(05).

      * Estrutura + filial, com os dias do mes corrente (pico e
      * recusados do dia, somados os ciclos) e o acumulado do mes
      * anterior.
       01  WS-CHV-IDX           PIC 9(02).
       01  WS-CHV-ACHADA        PIC 9(02).
       01  TAB-CHAVES.
           05  CHV-QTDE         PIC 9(02) VALUE 0.
           05  CHV-ENT OCCURS 30 TIMES.
               10  CHV-ESTRUTURA    PIC X(05).
               10  CHV-FILIAL       PIC X(03).
               10  CHV-CAPACIDADE   PIC 9(04).
               10  CHV-PICO         PIC 9(04).
               10  CHV-CARIMBO      PIC X(26).
               10  CHV-MARGEM       PIC 9(07).
               10  CHV-RECUSADOS    PIC 9(07).
               10  CHV-ANT-DIAS     PIC 9(02).
               10  CHV-ANT-ULTIMA   PIC 9(08).
               10  CHV-ANT-SOMA     PIC 9(07).
               10  CHV-ANT-PICO-DIA PIC 9(04).
               10  CHV-DIAS         PIC 9(02).
               10  CHV-DIA OCCURS 31 TIMES.
                   15  DIA-DATA     PIC 9(08).
                   15  DIA-PICO     PIC 9(04).
                   15  DIA-RECUSADOS PIC 9(05).

       01  WS-DIA-IDX           PIC 9(02).
       01  WS-DIA-ACHADO        PIC 9(02).
       01  WS-EVO-IDX           PIC 9(02).

      * Tendencia e projecao.
       01  WS-N                 PIC 9(03).
       01  WS-DEMANDA           PIC 9(06).
       01  WS-SOMA-X            PIC 9(07).
       01  WS-SOMA-Y            PIC 9(09).
       01  WS-SOMA-XY           PIC 9(11).
       01  WS-SOMA-XX           PIC 9(09).
       01  WS-DENOMINADOR       PIC S9(11).
       01  WS-INCLINACAO        PIC S9(05)V9(04).
       01  WS-INTERCEPTO        PIC S9(07)V9(04).
       01  WS-AJUSTADO          PIC S9(07)V9(04).
       01  WS-PROJETADO         PIC S9(07)V9(04).
       01  WS-BASE-RECOMENDACAO PIC S9(07)V9(04).
       01  WS-DIAS-SATURACAO    PIC S9(07)V9(04).
       01  WS-DIAS-SAT-INTEIRO  PIC 9(05).
       01  WS-DIAS-SAT-EDITADO  PIC ZZZZ9.
       01  WS-RECOMENDADA       PIC 9(05).
       01  WS-LIMITE-TABELA     PIC 9(04).
       01  WS-MEDIA-MES         PIC 9(04)V9.
       01  WS-MEDIA-ANTERIOR    PIC 9(04)V9.
       01  WS-SOMA-PICOS        PIC 9(07).
       01  WS-OCUPACAO-PCT      PIC 9(03).
       01  WS-SATURA-SW         PIC X(01).
           88  SATURA-NO-HORIZONTE  VALUE 'S'.

       01  WS-ALR-TEXTO         PIC X(60).

       01  CAB-TITULO.
           05  FILLER           PIC X(30) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE
               "PLANEJAMENTO MENSAL DE CAPACIDADE - MES ".
           05  CAB-MES          PIC X(07).
           05  FILLER           PIC X(55) VALUE SPACES.

       01  CAB-TRACO.
           05  FILLER           PIC X(132) VALUE ALL "-".

       01  CAB-COLUNAS-1.
           05  FILLER           PIC X(24) VALUE
               "ESTR  FIL  CAPAC  PICO  ".
           05  FILLER           PIC X(24) VALUE
               "DATA/HORA DO PICO  OCUP%".
           05  FILLER           PIC X(30) VALUE
               "  MARGEM  RECUS  DIAS  MEDIA  ".
           05  FILLER           PIC X(27) VALUE
               "MEDIA  TEND/DIA   DIAS-SAT ".
           05  FILLER           PIC X(11) VALUE "RECOM  ACAO".
           05  FILLER           PIC X(16) VALUE SPACES.

       01  CAB-COLUNAS-2.
           05  FILLER           PIC X(69) VALUE SPACES.
           05  FILLER           PIC X(14) VALUE "MES-ANT    MES".
           05  FILLER           PIC X(49) VALUE SPACES.

       01  DET-LINHA.
           05  DET-ESTRUTURA    PIC X(05).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-FILIAL       PIC X(03).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DET-CAPACIDADE   PIC ZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-PICO         PIC ZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-PICO-DATA    PIC X(10).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-PICO-HORA    PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-OCUPACAO     PIC ZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DET-MARGEM       PIC ZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-RECUSADOS    PIC ZZZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DET-DIAS         PIC Z9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-MEDIA-ANT    PIC ZZZ9.9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-MEDIA-MES    PIC ZZZ9.9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DET-TENDENCIA    PIC +ZZ9.99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DET-DIAS-SAT     PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-RECOMENDADA  PIC ZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-ACAO         PIC X(16).
           05  FILLER           PIC X(04) VALUE SPACES.

       01  EVO-CABECALHO.
           05  FILLER           PIC X(50) VALUE
               "EVOLUCAO DIARIA DO PICO (DIA=PICO) NO MES".
           05  FILLER           PIC X(82) VALUE SPACES.

       01  EVO-LINHA.
           05  EVO-ESTRUTURA    PIC X(05).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  EVO-FILIAL       PIC X(03).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  EVO-ENT OCCURS 12 TIMES.
               10  EVO-DIA      PIC 99.
               10  FILLER       PIC X(01) VALUE "=".
               10  EVO-PICO     PIC ZZZ9.
               10  FILLER       PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(12) VALUE SPACES.

       01  ROD-LINHA.
           05  FILLER           PIC X(26) VALUE
               "REGISTROS CAPHIST LIDOS: ".
           05  ROD-LIDOS        PIC ZZZZZ9.
           05  FILLER           PIC X(23) VALUE
               "   ESTRUTURAS/FILIAIS: ".
           05  ROD-CHAVES       PIC Z9.
           05  FILLER           PIC X(25) VALUE
               "   ALERTAS DE SATURACAO: ".
           05  ROD-ALERTAS      PIC ZZ9.
           05  FILLER           PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PLANEJAMENTO.
           PERFORM DEFINIR-MES-REFERENCIA
           OPEN INPUT CAP-HIST-FILE
           IF CAP-HIST-STATUS NOT = "00"
               DISPLAY "CAPHIST nao encontrado - sem historico de "
                   "ocupacao para planejar"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LER-HISTORICO-OCUPACAO
               UNTIL CAP-HIST-STATUS NOT = "00"
           CLOSE CAP-HIST-FILE

           PERFORM ACUMULAR-REGISTRO
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > REG-QTDE

           OPEN OUTPUT PLANO-FILE
           STRING WS-MES-CORRENTE(1:4) "/" WS-MES-CORRENTE(5:2)
               DELIMITED BY SIZE INTO CAB-MES
           WRITE PLANO-REC FROM CAB-TITULO
           WRITE PLANO-REC FROM CAB-TRACO
           WRITE PLANO-REC FROM CAB-COLUNAS-1
           WRITE PLANO-REC FROM CAB-COLUNAS-2
           WRITE PLANO-REC FROM CAB-TRACO
           PERFORM IMPRIMIR-CHAVE
               VARYING WS-CHV-IDX FROM 1 BY 1
               UNTIL WS-CHV-IDX > CHV-QTDE
           WRITE PLANO-REC FROM CAB-TRACO
           MOVE SPACES TO PLANO-REC
           WRITE PLANO-REC
           WRITE PLANO-REC FROM EVO-CABECALHO
           WRITE PLANO-REC FROM CAB-TRACO
           PERFORM IMPRIMIR-EVOLUCAO
               VARYING WS-CHV-IDX FROM 1 BY 1
               UNTIL WS-CHV-IDX > CHV-QTDE
           WRITE PLANO-REC FROM CAB-TRACO
           MOVE WS-TOTAL-LIDOS TO ROD-LIDOS
           MOVE CHV-QTDE TO ROD-CHAVES
           MOVE WS-TOTAL-ALERTAS TO ROD-ALERTAS
           WRITE PLANO-REC FROM ROD-LINHA
           CLOSE PLANO-FILE

           DISPLAY "Planejamento de capacidade do mes "
               WS-MES-CORRENTE " gravado em CAPPLAN (" CHV-QTDE
               " estrutura(s)/filial(is))"
           IF WS-TOTAL-ALERTAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * Mes da data de negocio do PARAMRUN (sem o arquivo, o da
      * data corrente) e o mes anterior, para a comparacao.
       DEFINIR-MES-REFERENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
           MOVE WS-DATA-CORRENTE(1:8) TO WS-DATA-REFERENCIA
           OPEN INPUT PARAM-FILE
           IF PARAM-STATUS = "00"
               READ PARAM-FILE
                   NOT AT END
                       IF PAR-DATA-NEGOCIO IS NUMERIC
                           AND PAR-DATA-NEGOCIO > 0
                           MOVE PAR-DATA-NEGOCIO TO WS-DATA-REFERENCIA
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           DIVIDE WS-DATA-REFERENCIA BY 100 GIVING WS-MES-CORRENTE
           IF WS-MES-CORRENTE(5:2) = "01"
               COMPUTE WS-MES-ANTERIOR = WS-MES-CORRENTE - 89
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-MES-CORRENTE - 1
           END-IF.

       LER-HISTORICO-OCUPACAO.
           READ CAP-HIST-FILE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   IF CAP-DATA-NEGOCIO IS NUMERIC
                       DIVIDE CAP-DATA-NEGOCIO BY 100
                           GIVING WS-MES-REGISTRO
                       IF WS-MES-REGISTRO = WS-MES-CORRENTE
                           OR WS-MES-REGISTRO = WS-MES-ANTERIOR
                           PERFORM GUARDAR-REGISTRO
                       END-IF
                   END-IF
           END-READ.

       GUARDAR-REGISTRO.
           MOVE 0 TO WS-CHV-ACHADA
           PERFORM LOCALIZAR-CHAVE
               VARYING WS-CHV-IDX FROM 1 BY 1
               UNTIL WS-CHV-IDX > CHV-QTDE OR WS-CHV-ACHADA > 0
           IF WS-CHV-ACHADA = 0
               IF CHV-QTDE < 30
                   ADD 1 TO CHV-QTDE
                   MOVE CHV-QTDE TO WS-CHV-ACHADA
                   INITIALIZE CHV-ENT(WS-CHV-ACHADA)
                   MOVE CAP-ESTRUTURA TO CHV-ESTRUTURA(WS-CHV-ACHADA)
                   MOVE CAP-FILIAL TO CHV-FILIAL(WS-CHV-ACHADA)
               ELSE
                   DISPLAY "ALERTA: limite de 30 estruturas/filiais "
                       "- registro ignorado: " CAP-ESTRUTURA " "
                       CAP-FILIAL
               END-IF
           END-IF
           IF WS-CHV-ACHADA > 0
               MOVE 0 TO WS-REG-ACHADO
               PERFORM LOCALIZAR-REGISTRO
                   VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > REG-QTDE OR WS-REG-ACHADO > 0
               IF WS-REG-ACHADO = 0 AND REG-QTDE < 4000
                   ADD 1 TO REG-QTDE
                   MOVE REG-QTDE TO WS-REG-ACHADO
               END-IF
               IF WS-REG-ACHADO > 0
                   MOVE WS-CHV-ACHADA TO REG-CHAVE(WS-REG-ACHADO)
                   MOVE CAP-DATA-NEGOCIO TO REG-DATA(WS-REG-ACHADO)
                   MOVE CAP-CICLO TO REG-CICLO(WS-REG-ACHADO)
                   MOVE CAP-CAPACIDADE TO REG-CAPACIDADE(WS-REG-ACHADO)
                   MOVE CAP-PICO TO REG-PICO(WS-REG-ACHADO)
                   MOVE CAP-PICO-CARIMBO TO REG-CARIMBO(WS-REG-ACHADO)
                   MOVE CAP-ENTRADAS-MARGEM
                       TO REG-MARGEM(WS-REG-ACHADO)
                   MOVE CAP-RECUSADOS TO REG-RECUSADOS(WS-REG-ACHADO)
               END-IF
           END-IF.

       LOCALIZAR-CHAVE.
           IF CHV-ESTRUTURA(WS-CHV-IDX) = CAP-ESTRUTURA
               AND CHV-FILIAL(WS-CHV-IDX) = CAP-FILIAL
               MOVE WS-CHV-IDX TO WS-CHV-ACHADA
           END-IF.

       LOCALIZAR-REGISTRO.
           IF REG-CHAVE(WS-REG-IDX) = WS-CHV-ACHADA
               AND REG-DATA(WS-REG-IDX) = CAP-DATA-NEGOCIO
               AND REG-CICLO(WS-REG-IDX) = CAP-CICLO
               MOVE WS-REG-IDX TO WS-REG-ACHADO
           END-IF.

      * No mes corrente: pico e carimbo do mes, capacidade do
      * registro mais recente, margem e recusados somados, e o dia
      * com o maior pico entre os ciclos.  No mes anterior so a
      * media dos picos diarios.
       ACUMULAR-REGISTRO.
           MOVE REG-CHAVE(WS-REG-IDX) TO WS-CHV-IDX
           DIVIDE REG-DATA(WS-REG-IDX) BY 100 GIVING WS-MES-REGISTRO
           IF WS-MES-REGISTRO = WS-MES-CORRENTE
               PERFORM ACUMULAR-MES-CORRENTE
           ELSE
               PERFORM ACUMULAR-MES-ANTERIOR
           END-IF.

       ACUMULAR-MES-CORRENTE.
           MOVE REG-CAPACIDADE(WS-REG-IDX) TO CHV-CAPACIDADE(WS-CHV-IDX)
           IF REG-PICO(WS-REG-IDX) > CHV-PICO(WS-CHV-IDX)
               OR CHV-CARIMBO(WS-CHV-IDX) = SPACES
               MOVE REG-PICO(WS-REG-IDX) TO CHV-PICO(WS-CHV-IDX)
               MOVE REG-CARIMBO(WS-REG-IDX) TO CHV-CARIMBO(WS-CHV-IDX)
           END-IF
           ADD REG-MARGEM(WS-REG-IDX) TO CHV-MARGEM(WS-CHV-IDX)
           ADD REG-RECUSADOS(WS-REG-IDX) TO CHV-RECUSADOS(WS-CHV-IDX)
           MOVE 0 TO WS-DIA-ACHADO
           PERFORM LOCALIZAR-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > CHV-DIAS(WS-CHV-IDX)
           IF WS-DIA-ACHADO = 0 AND CHV-DIAS(WS-CHV-IDX) < 31
               ADD 1 TO CHV-DIAS(WS-CHV-IDX)
               MOVE CHV-DIAS(WS-CHV-IDX) TO WS-DIA-ACHADO
               MOVE REG-DATA(WS-REG-IDX)
                   TO DIA-DATA(WS-CHV-IDX, WS-DIA-ACHADO)
               MOVE 0 TO DIA-PICO(WS-CHV-IDX, WS-DIA-ACHADO)
               MOVE 0 TO DIA-RECUSADOS(WS-CHV-IDX, WS-DIA-ACHADO)
           END-IF
           IF WS-DIA-ACHADO > 0
               IF REG-PICO(WS-REG-IDX)
                   > DIA-PICO(WS-CHV-IDX, WS-DIA-ACHADO)
                   MOVE REG-PICO(WS-REG-IDX)
                       TO DIA-PICO(WS-CHV-IDX, WS-DIA-ACHADO)
               END-IF
               ADD REG-RECUSADOS(WS-REG-IDX)
                   TO DIA-RECUSADOS(WS-CHV-IDX, WS-DIA-ACHADO)
           END-IF.

       LOCALIZAR-DIA.
           IF DIA-DATA(WS-CHV-IDX, WS-DIA-IDX) = REG-DATA(WS-REG-IDX)
               MOVE WS-DIA-IDX TO WS-DIA-ACHADO
           END-IF.

      * Os registros vem em ordem de data; cada data nova fecha o
      * pico do dia anterior na soma.
       ACUMULAR-MES-ANTERIOR.
           IF REG-DATA(WS-REG-IDX) NOT = CHV-ANT-ULTIMA(WS-CHV-IDX)
               ADD CHV-ANT-PICO-DIA(WS-CHV-IDX)
                   TO CHV-ANT-SOMA(WS-CHV-IDX)
               MOVE 0 TO CHV-ANT-PICO-DIA(WS-CHV-IDX)
               MOVE REG-DATA(WS-REG-IDX) TO CHV-ANT-ULTIMA(WS-CHV-IDX)
               ADD 1 TO CHV-ANT-DIAS(WS-CHV-IDX)
           END-IF
           IF REG-PICO(WS-REG-IDX) > CHV-ANT-PICO-DIA(WS-CHV-IDX)
               MOVE REG-PICO(WS-REG-IDX) TO CHV-ANT-PICO-DIA(WS-CHV-IDX)
           END-IF.

       IMPRIMIR-CHAVE.
           MOVE CHV-ESTRUTURA(WS-CHV-IDX) TO DET-ESTRUTURA
           MOVE CHV-FILIAL(WS-CHV-IDX) TO DET-FILIAL
           MOVE CHV-CAPACIDADE(WS-CHV-IDX) TO DET-CAPACIDADE
           MOVE CHV-PICO(WS-CHV-IDX) TO DET-PICO
           MOVE CHV-MARGEM(WS-CHV-IDX) TO DET-MARGEM
           MOVE CHV-RECUSADOS(WS-CHV-IDX) TO DET-RECUSADOS
           MOVE CHV-DIAS(WS-CHV-IDX) TO DET-DIAS
           MOVE SPACES TO DET-PICO-DATA DET-PICO-HORA
           IF CHV-DIAS(WS-CHV-IDX) > 0
               STRING CHV-CARIMBO(WS-CHV-IDX)(1:4) "-"
                   CHV-CARIMBO(WS-CHV-IDX)(5:2) "-"
                   CHV-CARIMBO(WS-CHV-IDX)(7:2)
                   DELIMITED BY SIZE INTO DET-PICO-DATA
               STRING CHV-CARIMBO(WS-CHV-IDX)(9:2) ":"
                   CHV-CARIMBO(WS-CHV-IDX)(11:2) ":"
                   CHV-CARIMBO(WS-CHV-IDX)(13:2)
                   DELIMITED BY SIZE INTO DET-PICO-HORA
           END-IF
           MOVE 0 TO WS-OCUPACAO-PCT
           IF CHV-CAPACIDADE(WS-CHV-IDX) > 0
               COMPUTE WS-OCUPACAO-PCT ROUNDED =
                   CHV-PICO(WS-CHV-IDX) * 100
                   / CHV-CAPACIDADE(WS-CHV-IDX)
           END-IF
           MOVE WS-OCUPACAO-PCT TO DET-OCUPACAO
           ADD CHV-ANT-PICO-DIA(WS-CHV-IDX) TO CHV-ANT-SOMA(WS-CHV-IDX)
           MOVE 0 TO CHV-ANT-PICO-DIA(WS-CHV-IDX)
           MOVE 0 TO WS-MEDIA-ANTERIOR
           IF CHV-ANT-DIAS(WS-CHV-IDX) > 0
               COMPUTE WS-MEDIA-ANTERIOR ROUNDED =
                   CHV-ANT-SOMA(WS-CHV-IDX) / CHV-ANT-DIAS(WS-CHV-IDX)
           END-IF
           MOVE WS-MEDIA-ANTERIOR TO DET-MEDIA-ANT
           PERFORM CALCULAR-TENDENCIA
           MOVE WS-MEDIA-MES TO DET-MEDIA-MES
           PERFORM CALCULAR-RECOMENDACAO
           WRITE PLANO-REC FROM DET-LINHA
           IF SATURA-NO-HORIZONTE
               PERFORM ALERTAR-SATURACAO
           END-IF.

      * Reta dos minimos quadrados da demanda diaria (pico mais
      * recusados do dia) sobre o dia util do mes (1, 2, ...).
       CALCULAR-TENDENCIA.
           MOVE CHV-DIAS(WS-CHV-IDX) TO WS-N
           MOVE 0 TO WS-SOMA-X WS-SOMA-Y WS-SOMA-XY WS-SOMA-XX
               WS-SOMA-PICOS
           PERFORM SOMAR-DIA-TENDENCIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > CHV-DIAS(WS-CHV-IDX)
           MOVE 0 TO WS-MEDIA-MES WS-INCLINACAO WS-AJUSTADO
           IF WS-N > 0
               COMPUTE WS-MEDIA-MES ROUNDED = WS-SOMA-PICOS / WS-N
               COMPUTE WS-AJUSTADO = WS-SOMA-Y / WS-N
           END-IF
           IF WS-N > 1
               COMPUTE WS-DENOMINADOR =
                   WS-N * WS-SOMA-XX - WS-SOMA-X * WS-SOMA-X
               IF WS-DENOMINADOR NOT = 0
                   COMPUTE WS-INCLINACAO ROUNDED =
                       (WS-N * WS-SOMA-XY - WS-SOMA-X * WS-SOMA-Y)
                       / WS-DENOMINADOR
                   COMPUTE WS-INTERCEPTO ROUNDED =
                       (WS-SOMA-Y - WS-INCLINACAO * WS-SOMA-X) / WS-N
                   COMPUTE WS-AJUSTADO ROUNDED =
                       WS-INTERCEPTO + WS-INCLINACAO * WS-N
               END-IF
           END-IF
           MOVE WS-INCLINACAO TO DET-TENDENCIA.

       SOMAR-DIA-TENDENCIA.
           COMPUTE WS-DEMANDA = DIA-PICO(WS-CHV-IDX, WS-DIA-IDX)
               + DIA-RECUSADOS(WS-CHV-IDX, WS-DIA-IDX)
           ADD DIA-PICO(WS-CHV-IDX, WS-DIA-IDX) TO WS-SOMA-PICOS
           ADD WS-DIA-IDX TO WS-SOMA-X
           ADD WS-DEMANDA TO WS-SOMA-Y
           COMPUTE WS-SOMA-XY = WS-SOMA-XY + WS-DIA-IDX * WS-DEMANDA
           COMPUTE WS-SOMA-XX = WS-SOMA-XX + WS-DIA-IDX * WS-DIA-IDX.

      * Dias uteis ate a demanda ajustada alcancar a capacidade no
      * ritmo atual; a recomendada deixa a maior entre o pico do
      * mes e a demanda projetada no horizonte em 80% da capacidade,
      * dentro do limite fisico da tabela (fila 9999, demais 100).
       CALCULAR-RECOMENDACAO.
           MOVE 'N' TO WS-SATURA-SW
           MOVE 0 TO WS-DIAS-SAT-INTEIRO
           EVALUATE TRUE
               WHEN WS-N < 2
                   MOVE "S/DADOS" TO DET-DIAS-SAT
               WHEN CHV-RECUSADOS(WS-CHV-IDX) > 0
                   OR WS-AJUSTADO >= CHV-CAPACIDADE(WS-CHV-IDX)
                   MOVE "SATURADA" TO DET-DIAS-SAT
                   SET SATURA-NO-HORIZONTE TO TRUE
               WHEN WS-INCLINACAO <= 0
                   MOVE "ESTAVEL" TO DET-DIAS-SAT
               WHEN OTHER
                   COMPUTE WS-DIAS-SATURACAO =
                       (CHV-CAPACIDADE(WS-CHV-IDX) - WS-AJUSTADO)
                       / WS-INCLINACAO
                   COMPUTE WS-DIAS-SAT-INTEIRO =
                       FUNCTION INTEGER(WS-DIAS-SATURACAO * -1) * -1
                   MOVE WS-DIAS-SAT-INTEIRO TO WS-DIAS-SAT-EDITADO
                   MOVE SPACES TO DET-DIAS-SAT
                   MOVE WS-DIAS-SAT-EDITADO TO DET-DIAS-SAT(4:5)
                   IF WS-DIAS-SAT-INTEIRO <= WS-HORIZONTE
                       SET SATURA-NO-HORIZONTE TO TRUE
                   END-IF
           END-EVALUATE
           MOVE CHV-PICO(WS-CHV-IDX) TO WS-BASE-RECOMENDACAO
           IF WS-AJUSTADO > WS-BASE-RECOMENDACAO
               MOVE WS-AJUSTADO TO WS-BASE-RECOMENDACAO
           END-IF
           IF WS-INCLINACAO > 0
               COMPUTE WS-PROJETADO =
                   WS-AJUSTADO + WS-INCLINACAO * WS-HORIZONTE
               IF WS-PROJETADO > WS-BASE-RECOMENDACAO
                   MOVE WS-PROJETADO TO WS-BASE-RECOMENDACAO
               END-IF
           END-IF
           COMPUTE WS-RECOMENDADA =
               FUNCTION INTEGER(WS-BASE-RECOMENDACAO * -10 / 8) * -1
           IF WS-RECOMENDADA < 1
               MOVE 1 TO WS-RECOMENDADA
           END-IF
           IF CHV-ESTRUTURA(WS-CHV-IDX) = "FILA"
               MOVE 9999 TO WS-LIMITE-TABELA
           ELSE
               MOVE 100 TO WS-LIMITE-TABELA
           END-IF
           EVALUATE TRUE
               WHEN WS-N < 2
                   MOVE CHV-CAPACIDADE(WS-CHV-IDX) TO WS-RECOMENDADA
                   MOVE "SEM HISTORICO" TO DET-ACAO
               WHEN WS-RECOMENDADA > WS-LIMITE-TABELA
                   MOVE WS-LIMITE-TABELA TO WS-RECOMENDADA
                   MOVE "LIMITE DA TABELA" TO DET-ACAO
               WHEN WS-RECOMENDADA > CHV-CAPACIDADE(WS-CHV-IDX)
                   MOVE "AUMENTAR" TO DET-ACAO
               WHEN WS-RECOMENDADA < CHV-CAPACIDADE(WS-CHV-IDX)
                   MOVE "PODE REDUZIR" TO DET-ACAO
               WHEN OTHER
                   MOVE "MANTER" TO DET-ACAO
           END-EVALUATE
           MOVE WS-RECOMENDADA TO DET-RECOMENDADA.

       ALERTAR-SATURACAO.
           ADD 1 TO WS-TOTAL-ALERTAS
           MOVE SPACES TO WS-ALR-TEXTO
           IF DET-DIAS-SAT = "SATURADA"
               STRING CHV-ESTRUTURA(WS-CHV-IDX) " "
                   CHV-FILIAL(WS-CHV-IDX) " SATURADA NO MES - CAP "
                   CHV-CAPACIDADE(WS-CHV-IDX) " RECOMENDADA "
                   WS-RECOMENDADA(2:4)
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
           ELSE
               STRING CHV-ESTRUTURA(WS-CHV-IDX) " "
                   CHV-FILIAL(WS-CHV-IDX) " SATURA EM "
                   WS-DIAS-SAT-INTEIRO(4:2)
                   " DIA(S) UTEIS - RECOMENDADA " WS-RECOMENDADA(2:4)
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
           END-IF
           DISPLAY "ALERTA: " WS-ALR-TEXTO
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "PLANEJAR-CAPACIDADE" TO ALR-PROGRAMA
           MOVE 'M' TO ALR-SEVERIDADE
           MOVE "CAPSAT" TO ALR-CODIGO
           MOVE WS-ALR-TEXTO TO ALR-TEXTO
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.

       IMPRIMIR-EVOLUCAO.
           MOVE 0 TO WS-EVO-IDX
           PERFORM MONTAR-EVOLUCAO-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > CHV-DIAS(WS-CHV-IDX)
           IF WS-EVO-IDX > 0
               WRITE PLANO-REC FROM EVO-LINHA
           END-IF.

       MONTAR-EVOLUCAO-DIA.
           IF WS-EVO-IDX = 0
               MOVE SPACES TO EVO-LINHA
               MOVE CHV-ESTRUTURA(WS-CHV-IDX) TO EVO-ESTRUTURA
               MOVE CHV-FILIAL(WS-CHV-IDX) TO EVO-FILIAL
           END-IF
           ADD 1 TO WS-EVO-IDX
           MOVE DIA-DATA(WS-CHV-IDX, WS-DIA-IDX)(7:2)
               TO EVO-DIA(WS-EVO-IDX)
           MOVE "=" TO EVO-ENT(WS-EVO-IDX)(3:1)
           MOVE DIA-PICO(WS-CHV-IDX, WS-DIA-IDX) TO EVO-PICO(WS-EVO-IDX)
           IF WS-EVO-IDX = 12
               WRITE PLANO-REC FROM EVO-LINHA
               MOVE 0 TO WS-EVO-IDX
           END-IF.
