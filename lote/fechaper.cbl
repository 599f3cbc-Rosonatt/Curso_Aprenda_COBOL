       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTO-PERIODO.
      * Fechamento de periodo, executado pelo LOTE-CONTROLE na data
      * de negocio marcada como fim de periodo no CALPROC, depois
      * das etapas de estrutura.  O periodo vai do dia seguinte ao
      * fim do ultimo periodo fechado (PERIODOS) ate a data de
      * negocio corrente.  Acumula o historico OPSHIST do periodo
      * mais o OPSREPT desta noite em totais por estrutura e por
      * ITEM-TIPO, imprime o demonstrativo de fechamento FECHPER
      * (carry de abertura, movimento, rejeitados e carry de
      * fechamento com os itens retidos do PILHACAR), grava os
      * registros de arquivo do periodo em PERARQV e marca o
      * periodo como fechado em PERIODOS.  Com ciclos no dia
      * (CICLOCTL) o dia ja chega somado ao OPSHIST pela
      * consolidacao dos ciclos, e o OPSREPT nao entra de novo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERIODO-STATUS.
           SELECT OPS-HIST-FILE ASSIGN TO "OPSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-HIST-STATUS.
           SELECT OPS-REPT-FILE ASSIGN TO "OPSREPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-REPT-STATUS.
           SELECT CARRY-REPT-FILE ASSIGN TO "PILHACAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRY-REPT-STATUS.
           SELECT ARQUIVO-PER-FILE ASSIGN TO "PERARQV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARQUIVO-PER-STATUS.
           SELECT FECHAMENTO-FILE ASSIGN TO "FECHPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHAMENTO-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  PERIODO-FILE.
       COPY PERIODO.

      * HIS-CORPO precisa comportar o registro OPSREPT completo
      * (hoje 269 bytes, com os campos acrescentados no fim).
       FD  OPS-HIST-FILE.
       01  HIS-REC.
           05  HIS-DATA-REF         PIC X(08).
           05  HIS-CORPO            PIC X(269).

       FD  OPS-REPT-FILE.
       01  OPS-REPT-LINHA           PIC X(269).

      * Relatorio de carry da pilha: as linhas de item trazem a
      * imagem do item na coluna 3 e o texto "AGUARDA DATA".
       FD  CARRY-REPT-FILE.
       01  CARRY-REPT-REC.
           05  FILLER               PIC X(02).
           05  CRY-ITEM             PIC X(27).
           05  CRY-ROTULO           PIC X(16).
           05  FILLER               PIC X(87).

      * Arquivo de periodos: por periodo fechado, um registro 'E'
      * por estrutura (movimento e carry de abertura/fechamento),
      * um 'T' por estrutura + ITEM-TIPO e um 'C' com os itens
      * retidos na pilha (PILHACAR) na abertura e no fechamento.
      * Um periodo reaberto e fechado de novo ganha outro conjunto;
      * vale o de carimbo mais recente.
       FD  ARQUIVO-PER-FILE.
       01  ARQUIVO-PER-REC.
           05  PAQ-DATA-INICIO      PIC 9(08).
           05  PAQ-DATA-FIM         PIC 9(08).
           05  PAQ-TIPO-REG         PIC X(01).
           05  PAQ-ESTRUTURA        PIC X(20).
           05  PAQ-ITEM-TIPO        PIC X(02).
           05  PAQ-EXECUCOES        PIC 9(05).
           05  PAQ-PROCESSADOS      PIC 9(07).
           05  PAQ-REJEITADOS       PIC 9(07).
           05  PAQ-VALOR            PIC 9(13)V99.
           05  PAQ-ABERTURA-QTDE    PIC 9(05).
           05  PAQ-ABERTURA-VALOR   PIC 9(11)V99.
           05  PAQ-FECHAMENTO-QTDE  PIC 9(05).
           05  PAQ-FECHAMENTO-VALOR PIC 9(11)V99.
           05  PAQ-TIMESTAMP        PIC X(14).

       FD  FECHAMENTO-FILE.
       01  FECHAMENTO-REC           PIC X(132).

       FD  ALERTA-FILE.
       COPY ALERTREG.

       FD  CICLO-FILE.
       COPY CICLOCTL.

       WORKING-STORAGE SECTION.
       COPY OPSREPT.

       01  PARAM-STATUS         PIC X(02).
       01  PERIODO-STATUS       PIC X(02).
       01  OPS-HIST-STATUS      PIC X(02).
       01  OPS-REPT-STATUS      PIC X(02).
       01  CARRY-REPT-STATUS    PIC X(02).
       01  ARQUIVO-PER-STATUS   PIC X(02).
       01  FECHAMENTO-STATUS    PIC X(02).
       01  ALERTA-STATUS        PIC X(02).
       01  CICLO-STATUS         PIC X(02).

       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-SIMULACAO-SW      PIC X(01) VALUE 'N'.
           88  MODO-SIMULACAO   VALUE 'S'.

      * Limites do periodo que esta sendo fechado.
       01  WS-DATA-INICIO       PIC 9(08) VALUE 0.
       01  WS-FIM-ANTERIOR      PIC 9(08) VALUE 0.
       01  WS-DATA-REG          PIC 9(08).
       01  WS-PER-IDX           PIC 9(03).
       01  WS-PER-ACHADO        PIC 9(03) VALUE 0.
       01  WS-REFECHAMENTO-SW   PIC X(01) VALUE 'N'.
           88  REFECHAMENTO     VALUE 'S'.
       01  WS-JA-FECHADO-SW     PIC X(01) VALUE 'N'.
           88  PERIODO-JA-FECHADO VALUE 'S'.
       01  TAB-PERIODOS.
           05  TPER-QTDE        PIC 9(03) VALUE 0.
           05  TPER-ENT OCCURS 500 TIMES.
               10  TPER-REC     PIC X(51).

       01  WS-HIST-LIDOS        PIC 9(06) VALUE 0.
       01  WS-HIST-PERIODO      PIC 9(06) VALUE 0.
       01  WS-REPT-PERIODO      PIC 9(04) VALUE 0.

      * Totais por estrutura.  ANT-* e o ultimo registro anterior ao
      * periodo (carry de abertura); FIM-* o ultimo do periodo.
       01  WS-EST-IDX           PIC 9(02).
       01  WS-EST-ACHADO        PIC 9(02).
       01  TAB-ESTRUTURAS.
           05  EST-QTDE         PIC 9(02) VALUE 0.
           05  EST-ENT OCCURS 10 TIMES.
               10  EST-NOME             PIC X(20).
               10  EST-EXECUCOES        PIC 9(05).
               10  EST-PROCESSADOS      PIC 9(07).
               10  EST-REJEITADOS       PIC 9(07).
               10  EST-VALOR            PIC 9(13)V99.
               10  EST-ANT-PRESENTE     PIC X(01).
               10  EST-ANT-RESTANTES    PIC 9(04).
               10  EST-ANT-RETIDOS      PIC 9(04).
               10  EST-ANT-VALOR        PIC 9(11)V99.
               10  EST-PRIM-ABERTURA    PIC 9(11)V99.
               10  EST-FIM-RESTANTES    PIC 9(04).
               10  EST-FIM-RETIDOS      PIC 9(04).
               10  EST-FIM-VALOR        PIC 9(11)V99.

      * Carry por estrutura e filial.  Com varias filiais no mesmo
      * lote cada uma grava o seu registro; o carry da estrutura e
      * a soma do ultimo registro de cada filial.
       01  WS-FE-IDX            PIC 9(02).
       01  WS-FE-ACHADO         PIC 9(02).
       01  TAB-ESTRUTURA-FILIAL.
           05  FE-QTDE          PIC 9(02) VALUE 0.
           05  FE-ENT OCCURS 40 TIMES.
               10  FE-ESTRUTURA         PIC X(20).
               10  FE-FILIAL            PIC X(03).
               10  FE-EXECUCOES         PIC 9(05).
               10  FE-ANT-PRESENTE      PIC X(01).
               10  FE-ANT-RESTANTES     PIC 9(04).
               10  FE-ANT-RETIDOS       PIC 9(04).
               10  FE-ANT-VALOR         PIC 9(11)V99.
               10  FE-PRIM-ABERTURA     PIC 9(11)V99.
               10  FE-FIM-RESTANTES     PIC 9(04).
               10  FE-FIM-RETIDOS       PIC 9(04).
               10  FE-FIM-VALOR         PIC 9(11)V99.

       01  WS-TIPO-IDX          PIC 9(02).
       01  WS-SLOT-IDX          PIC 9(01).
       01  WS-TIPO-ACHADO       PIC 9(02).
       01  TAB-TIPOS.
           05  TIPO-QTDE        PIC 9(02) VALUE 0.
           05  TIPO-ENT OCCURS 50 TIMES.
               10  TIPO-ESTRUTURA   PIC X(20).
               10  TIPO-CODIGO      PIC X(02).
               10  TIPO-VALOR       PIC 9(13)V99.

      * Carry da pilha: itens retidos listados no PILHACAR desta
      * noite, conferidos com o OPS-RETIDOS do ultimo registro.
       01  WS-CARRY-ABE-QTDE    PIC 9(05) VALUE 0.
       01  WS-CARRY-ABE-VALOR   PIC 9(11)V99 VALUE 0.
       01  WS-CARRY-FEC-QTDE    PIC 9(05) VALUE 0.
       01  WS-CARRY-FEC-VALOR   PIC 9(11)V99 VALUE 0.
       01  WS-VALOR-ITEM        PIC 9(07)V99.
       01  WS-VALOR-BRUTO       PIC X(09).
       01  WS-DIVERGENCIAS      PIC 9(02) VALUE 0.

       01  CAB-TITULO.
           05  FILLER           PIC X(30) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE
               "DEMONSTRATIVO DE FECHAMENTO DE PERIODO".
           05  FILLER           PIC X(09) VALUE "PERIODO: ".
           05  CAB-INICIO       PIC X(10).
           05  FILLER           PIC X(03) VALUE " A ".
           05  CAB-FIM          PIC X(10).
           05  FILLER           PIC X(30) VALUE SPACES.

       01  CAB-TRACO.
           05  FILLER           PIC X(132) VALUE ALL "-".

       01  CAB-SECAO.
           05  CSE-TEXTO        PIC X(132).

       01  CAB-COLUNAS.
           05  FILLER           PIC X(22) VALUE "ESTRUTURA".
           05  FILLER           PIC X(07) VALUE "EXECS".
           05  FILLER           PIC X(23) VALUE "CARRY ABERTURA".
           05  FILLER           PIC X(09) VALUE "  PROCESS".
           05  FILLER           PIC X(09) VALUE "   REJEIT".
           05  FILLER           PIC X(22) VALUE
               "       VALOR MOVIMENTO".
           05  FILLER           PIC X(40) VALUE
               "  CARRY FECHAMENTO".

       01  DET-LINHA.
           05  DET-ESTRUTURA    PIC X(20).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-EXECUCOES    PIC ZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-ABE-QTDE     PIC ZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-ABE-VALOR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-PROC         PIC ZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-REJ          PIC ZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-VALOR-MOV    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-FEC-QTDE     PIC ZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-FEC-VALOR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(17) VALUE SPACES.

       01  CAB-TIPOS.
           05  FILLER           PIC X(24) VALUE "  ESTRUTURA".
           05  FILLER           PIC X(06) VALUE "TIPO".
           05  FILLER           PIC X(102) VALUE
               "      VALOR NO PERIODO".

       01  TIP-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TIP-ESTRUTURA    PIC X(20).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TIP-CODIGO       PIC X(02).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  TIP-VALOR        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(82) VALUE SPACES.

       01  CRY-TOTAL-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CRT-ROTULO       PIC X(40).
           05  CRT-QTDE         PIC ZZZZ9.
           05  FILLER           PIC X(12) VALUE " ITEM(NS)   ".
           05  CRT-VALOR        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(56) VALUE SPACES.

       01  OBS-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  OBS-TEXTO        PIC X(130).

       01  VER-LINHA.
           05  FILLER           PIC X(24) VALUE
               "SITUACAO DO FECHAMENTO: ".
           05  VERB-VEREDICTO   PIC X(04).
           05  FILLER           PIC X(03) VALUE " - ".
           05  VERB-MOTIVO      PIC X(60).
           05  FILLER           PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-FECHAMENTO.
           PERFORM CARREGAR-PARAMETROS
           IF MODO-SIMULACAO
               DISPLAY "Simulacao: fechamento de periodo nao "
                   "executado (marcaria o periodo como fechado)"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-PERIODOS
           IF PERIODO-JA-FECHADO
               DISPLAY "ALERTA: periodo encerrado em " WS-DATA-NEGOCIO
                   " ja esta fechado - reabra com REABRIR-PERIODO "
                   "antes de fechar de novo"
               MOVE 'A' TO ALR-SEVERIDADE
               MOVE "PERFECH" TO ALR-CODIGO
               MOVE SPACES TO ALR-TEXTO
               STRING "PERIODO ATE " WS-DATA-NEGOCIO
                   " JA FECHADO - FECHAMENTO RECUSADO"
                   DELIMITED BY SIZE INTO ALR-TEXTO
               PERFORM GRAVAR-ALERTA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Fechamento do periodo " WS-DATA-INICIO " a "
               WS-DATA-NEGOCIO

           PERFORM ACUMULAR-HISTORICO
           OPEN INPUT CICLO-FILE
           IF CICLO-STATUS = "00"
               CLOSE CICLO-FILE
               DISPLAY "Ciclos do dia ja consolidados no OPSHIST - "
                   "OPSREPT do ultimo ciclo nao somado de novo"
           ELSE
               PERFORM ACUMULAR-RELATORIO-NOITE
           END-IF
           PERFORM CONSOLIDAR-FILIAIS
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > EST-QTDE
           PERFORM APURAR-CARRY-ABERTURA

           OPEN OUTPUT FECHAMENTO-FILE
           PERFORM IMPRIMIR-CABECALHO
           PERFORM IMPRIMIR-ESTRUTURAS
           PERFORM IMPRIMIR-TIPOS
           PERFORM IMPRIMIR-CARRY-FECHAMENTO

           PERFORM GRAVAR-ARQUIVO-PERIODO
           PERFORM MARCAR-PERIODO-FECHADO
           PERFORM IMPRIMIR-VEREDICTO
           CLOSE FECHAMENTO-FILE

           DISPLAY "Demonstrativo de fechamento gravado em FECHPER ("
               WS-HIST-PERIODO " registro(s) de historico e "
               WS-REPT-PERIODO " da noite no periodo)"
           IF WS-DIVERGENCIAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGAR-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
           MOVE WS-DATA-CORRENTE(1:8) TO WS-DATA-NEGOCIO
           OPEN INPUT PARAM-FILE
           IF PARAM-STATUS = "00"
               READ PARAM-FILE
                   NOT AT END
                       IF PAR-DATA-NEGOCIO > 0
                           MOVE PAR-DATA-NEGOCIO TO WS-DATA-NEGOCIO
                       END-IF
                       IF PAR-SIMULACAO = 'S'
                           SET MODO-SIMULACAO TO TRUE
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * O inicio do periodo e o dia seguinte ao fim do ultimo
      * periodo anterior registrado; um periodo reaberto com o mesmo
      * fim e fechado de novo sobre o seu intervalo original.
       CARREGAR-PERIODOS.
           MOVE 0 TO TPER-QTDE
           MOVE 0 TO WS-FIM-ANTERIOR
           MOVE 0 TO WS-PER-ACHADO
           OPEN INPUT PERIODO-FILE
           IF PERIODO-STATUS = "00"
               PERFORM LER-PERIODO
                   UNTIL PERIODO-STATUS NOT = "00"
               CLOSE PERIODO-FILE
           END-IF
           IF WS-PER-ACHADO > 0
               MOVE TPER-REC(WS-PER-ACHADO) TO PER-REC
               MOVE PER-DATA-INICIO TO WS-DATA-INICIO
               IF PER-FECHADO
                   SET PERIODO-JA-FECHADO TO TRUE
               ELSE
                   SET REFECHAMENTO TO TRUE
               END-IF
           ELSE
               IF WS-FIM-ANTERIOR = 0
                   MOVE 0 TO WS-DATA-INICIO
               ELSE
                   COMPUTE WS-DATA-INICIO = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-FIM-ANTERIOR) + 1)
               END-IF
           END-IF.

       LER-PERIODO.
           READ PERIODO-FILE
               NOT AT END
                   IF TPER-QTDE < 500
                       ADD 1 TO TPER-QTDE
                       MOVE PER-REC TO TPER-REC(TPER-QTDE)
                       IF PER-DATA-FIM = WS-DATA-NEGOCIO
                           MOVE TPER-QTDE TO WS-PER-ACHADO
                       END-IF
                   ELSE
                       DISPLAY "ALERTA: PERIODOS com mais de 500 "
                           "registros - excedentes ignorados"
                   END-IF
                   IF PER-DATA-FIM < WS-DATA-NEGOCIO
                       AND PER-DATA-FIM > WS-FIM-ANTERIOR
                       MOVE PER-DATA-FIM TO WS-FIM-ANTERIOR
                   END-IF
           END-READ.

       ACUMULAR-HISTORICO.
           OPEN INPUT OPS-HIST-FILE
           IF OPS-HIST-STATUS = "00"
               PERFORM LER-HISTORICO
                   UNTIL OPS-HIST-STATUS NOT = "00"
               CLOSE OPS-HIST-FILE
           ELSE
               DISPLAY "OPSHIST ausente - periodo apurado so com o "
                   "OPSREPT desta noite"
           END-IF.

      * Registros anteriores a esta versao do OPSREPT nao trazem a
      * data de negocio; para eles vale a data do arquivamento.
       LER-HISTORICO.
           READ OPS-HIST-FILE
               NOT AT END
                   ADD 1 TO WS-HIST-LIDOS
                   MOVE HIS-CORPO TO OPS-REPT-REC
                   IF OPS-DATA-NEGOCIO IS NUMERIC
                       AND OPS-DATA-NEGOCIO > 0
                       MOVE OPS-DATA-NEGOCIO TO WS-DATA-REG
                   ELSE
                       IF HIS-DATA-REF IS NUMERIC
                           MOVE HIS-DATA-REF TO WS-DATA-REG
                       ELSE
                           MOVE 0 TO WS-DATA-REG
                       END-IF
                   END-IF
                   IF OPS-SIMULACAO NOT = 'S' AND WS-DATA-REG > 0
                       PERFORM CLASSIFICAR-REGISTRO
                       IF WS-DATA-REG >= WS-DATA-INICIO
                           AND WS-DATA-REG <= WS-DATA-NEGOCIO
                           ADD 1 TO WS-HIST-PERIODO
                       END-IF
                   END-IF
           END-READ.

      * O OPSREPT desta noite so vai para o OPSHIST no inicio do
      * proximo lote; entra aqui direto.
       ACUMULAR-RELATORIO-NOITE.
           OPEN INPUT OPS-REPT-FILE
           IF OPS-REPT-STATUS = "00"
               PERFORM LER-RELATORIO-NOITE
                   UNTIL OPS-REPT-STATUS NOT = "00"
               CLOSE OPS-REPT-FILE
           END-IF.

       LER-RELATORIO-NOITE.
           READ OPS-REPT-FILE
               NOT AT END
                   MOVE SPACES TO OPS-REPT-REC
                   MOVE OPS-REPT-LINHA TO OPS-REPT-REC
                   IF OPS-DATA-NEGOCIO IS NUMERIC
                       AND OPS-DATA-NEGOCIO > 0
                       MOVE OPS-DATA-NEGOCIO TO WS-DATA-REG
                   ELSE
                       MOVE WS-DATA-NEGOCIO TO WS-DATA-REG
                   END-IF
                   IF OPS-SIMULACAO NOT = 'S'
                       PERFORM CLASSIFICAR-REGISTRO
                       IF WS-DATA-REG >= WS-DATA-INICIO
                           AND WS-DATA-REG <= WS-DATA-NEGOCIO
                           ADD 1 TO WS-REPT-PERIODO
                       END-IF
                   END-IF
           END-READ.

      * Anterior ao periodo: so atualiza o carry de abertura da
      * estrutura.  Dentro do periodo: acumula e passa a ser o
      * carry de fechamento.  Posterior: ignorado.
       CLASSIFICAR-REGISTRO.
           IF WS-DATA-REG <= WS-DATA-NEGOCIO
               PERFORM LOCALIZAR-ESTRUTURA
               PERFORM LOCALIZAR-ESTRUTURA-FILIAL
               IF WS-EST-ACHADO > 0 AND WS-FE-ACHADO > 0
                   IF WS-DATA-REG < WS-DATA-INICIO
                       MOVE 'S' TO EST-ANT-PRESENTE(WS-EST-ACHADO)
                       MOVE 'S' TO FE-ANT-PRESENTE(WS-FE-ACHADO)
                       MOVE OPS-RESTANTES
                           TO FE-ANT-RESTANTES(WS-FE-ACHADO)
                       MOVE OPS-RETIDOS
                           TO FE-ANT-RETIDOS(WS-FE-ACHADO)
                       PERFORM OBTER-VALOR-FECHAMENTO
                       MOVE OPS-VALOR-FECHAMENTO
                           TO FE-ANT-VALOR(WS-FE-ACHADO)
                   ELSE
                       PERFORM ACUMULAR-ESTRUTURA
                   END-IF
               END-IF
           END-IF.

       OBTER-VALOR-FECHAMENTO.
           IF OPS-VALOR-FECHAMENTO IS NOT NUMERIC
               MOVE 0 TO OPS-VALOR-FECHAMENTO
           END-IF
           IF OPS-VALOR-ABERTURA IS NOT NUMERIC
               MOVE 0 TO OPS-VALOR-ABERTURA
           END-IF
           IF OPS-RETIDOS IS NOT NUMERIC
               MOVE 0 TO OPS-RETIDOS
           END-IF.

       LOCALIZAR-ESTRUTURA.
           MOVE 0 TO WS-EST-ACHADO
           PERFORM COMPARAR-ESTRUTURA
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > EST-QTDE
           IF WS-EST-ACHADO = 0
               IF EST-QTDE < 10
                   ADD 1 TO EST-QTDE
                   MOVE EST-QTDE TO WS-EST-ACHADO
                   INITIALIZE EST-ENT(WS-EST-ACHADO)
                   MOVE OPS-ESTRUTURA TO EST-NOME(WS-EST-ACHADO)
                   MOVE 'N' TO EST-ANT-PRESENTE(WS-EST-ACHADO)
               END-IF
           END-IF.

       COMPARAR-ESTRUTURA.
           IF EST-NOME(WS-EST-IDX) = OPS-ESTRUTURA
               MOVE WS-EST-IDX TO WS-EST-ACHADO
           END-IF.

      * Registros anteriores ao codigo de filial no OPSREPT chegam
      * com o campo em branco e ficam com a filial unica.
       LOCALIZAR-ESTRUTURA-FILIAL.
           MOVE 0 TO WS-FE-ACHADO
           PERFORM COMPARAR-ESTRUTURA-FILIAL
               VARYING WS-FE-IDX FROM 1 BY 1
               UNTIL WS-FE-IDX > FE-QTDE
           IF WS-FE-ACHADO = 0
               IF FE-QTDE < 40
                   ADD 1 TO FE-QTDE
                   MOVE FE-QTDE TO WS-FE-ACHADO
                   INITIALIZE FE-ENT(WS-FE-ACHADO)
                   MOVE OPS-ESTRUTURA TO FE-ESTRUTURA(WS-FE-ACHADO)
                   MOVE OPS-FILIAL TO FE-FILIAL(WS-FE-ACHADO)
                   MOVE 'N' TO FE-ANT-PRESENTE(WS-FE-ACHADO)
               END-IF
           END-IF.

       COMPARAR-ESTRUTURA-FILIAL.
           IF FE-ESTRUTURA(WS-FE-IDX) = OPS-ESTRUTURA
               AND FE-FILIAL(WS-FE-IDX) = OPS-FILIAL
               MOVE WS-FE-IDX TO WS-FE-ACHADO
           END-IF.

       ACUMULAR-ESTRUTURA.
           PERFORM OBTER-VALOR-FECHAMENTO
           IF FE-EXECUCOES(WS-FE-ACHADO) = 0
               MOVE OPS-VALOR-ABERTURA
                   TO FE-PRIM-ABERTURA(WS-FE-ACHADO)
           END-IF
           ADD 1 TO FE-EXECUCOES(WS-FE-ACHADO)
           ADD 1 TO EST-EXECUCOES(WS-EST-ACHADO)
           ADD OPS-PROCESSADOS TO EST-PROCESSADOS(WS-EST-ACHADO)
           ADD OPS-REJEITADOS TO EST-REJEITADOS(WS-EST-ACHADO)
           ADD OPS-VALOR-TOTAL TO EST-VALOR(WS-EST-ACHADO)
           MOVE OPS-RESTANTES TO FE-FIM-RESTANTES(WS-FE-ACHADO)
           MOVE OPS-RETIDOS TO FE-FIM-RETIDOS(WS-FE-ACHADO)
           MOVE OPS-VALOR-FECHAMENTO TO FE-FIM-VALOR(WS-FE-ACHADO)
           PERFORM ACUMULAR-TIPO
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 3.

       ACUMULAR-TIPO.
           IF OPS-TIPO-CODIGO(WS-SLOT-IDX) NOT = SPACES
               AND OPS-TIPO-VALOR(WS-SLOT-IDX) IS NUMERIC
               MOVE 0 TO WS-TIPO-ACHADO
               PERFORM COMPARAR-TIPO
                   VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > TIPO-QTDE
               IF WS-TIPO-ACHADO = 0 AND TIPO-QTDE < 50
                   ADD 1 TO TIPO-QTDE
                   MOVE TIPO-QTDE TO WS-TIPO-ACHADO
                   MOVE OPS-ESTRUTURA TO TIPO-ESTRUTURA(WS-TIPO-ACHADO)
                   MOVE OPS-TIPO-CODIGO(WS-SLOT-IDX)
                       TO TIPO-CODIGO(WS-TIPO-ACHADO)
                   MOVE 0 TO TIPO-VALOR(WS-TIPO-ACHADO)
               END-IF
               IF WS-TIPO-ACHADO > 0
                   ADD OPS-TIPO-VALOR(WS-SLOT-IDX)
                       TO TIPO-VALOR(WS-TIPO-ACHADO)
               END-IF
           END-IF.

       COMPARAR-TIPO.
           IF TIPO-ESTRUTURA(WS-TIPO-IDX) = OPS-ESTRUTURA
               AND TIPO-CODIGO(WS-TIPO-IDX)
                   = OPS-TIPO-CODIGO(WS-SLOT-IDX)
               MOVE WS-TIPO-IDX TO WS-TIPO-ACHADO
           END-IF.

      * Soma o carry de cada filial na linha da estrutura.  Filial
      * sem execucao no periodo fecha com o que trouxe de abertura.
       CONSOLIDAR-FILIAIS.
           MOVE 0 TO EST-ANT-RESTANTES(WS-EST-IDX)
                     EST-ANT-RETIDOS(WS-EST-IDX)
                     EST-ANT-VALOR(WS-EST-IDX)
                     EST-PRIM-ABERTURA(WS-EST-IDX)
                     EST-FIM-RESTANTES(WS-EST-IDX)
                     EST-FIM-RETIDOS(WS-EST-IDX)
                     EST-FIM-VALOR(WS-EST-IDX)
           PERFORM SOMAR-ESTRUTURA-FILIAL
               VARYING WS-FE-IDX FROM 1 BY 1
               UNTIL WS-FE-IDX > FE-QTDE.

       SOMAR-ESTRUTURA-FILIAL.
           IF FE-ESTRUTURA(WS-FE-IDX) = EST-NOME(WS-EST-IDX)
               IF FE-ANT-PRESENTE(WS-FE-IDX) = 'S'
                   ADD FE-ANT-RESTANTES(WS-FE-IDX)
                       TO EST-ANT-RESTANTES(WS-EST-IDX)
                   ADD FE-ANT-RETIDOS(WS-FE-IDX)
                       TO EST-ANT-RETIDOS(WS-EST-IDX)
                   ADD FE-ANT-VALOR(WS-FE-IDX)
                       TO EST-ANT-VALOR(WS-EST-IDX)
               END-IF
               ADD FE-PRIM-ABERTURA(WS-FE-IDX)
                   TO EST-PRIM-ABERTURA(WS-EST-IDX)
               IF FE-EXECUCOES(WS-FE-IDX) > 0
                   ADD FE-FIM-RESTANTES(WS-FE-IDX)
                       TO EST-FIM-RESTANTES(WS-EST-IDX)
                   ADD FE-FIM-RETIDOS(WS-FE-IDX)
                       TO EST-FIM-RETIDOS(WS-EST-IDX)
                   ADD FE-FIM-VALOR(WS-FE-IDX)
                       TO EST-FIM-VALOR(WS-EST-IDX)
               ELSE
                   ADD FE-ANT-RESTANTES(WS-FE-IDX)
                       TO EST-FIM-RESTANTES(WS-EST-IDX)
                   ADD FE-ANT-RETIDOS(WS-FE-IDX)
                       TO EST-FIM-RETIDOS(WS-EST-IDX)
                   ADD FE-ANT-VALOR(WS-FE-IDX)
                       TO EST-FIM-VALOR(WS-EST-IDX)
               END-IF
           END-IF.

      * Carry de abertura da pilha: os retidos do ultimo registro
      * anterior ao periodo; sem historico anterior, o valor em
      * carteira na abertura da primeira execucao do periodo.
       APURAR-CARRY-ABERTURA.
           PERFORM VARRER-ESTRUTURA-PILHA
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > EST-QTDE.

       VARRER-ESTRUTURA-PILHA.
           IF EST-NOME(WS-EST-IDX) = "PILHA"
               IF EST-ANT-PRESENTE(WS-EST-IDX) = 'S'
                   MOVE EST-ANT-RETIDOS(WS-EST-IDX)
                       TO WS-CARRY-ABE-QTDE
                   MOVE EST-ANT-VALOR(WS-EST-IDX)
                       TO WS-CARRY-ABE-VALOR
               ELSE
                   MOVE 0 TO WS-CARRY-ABE-QTDE
                   MOVE EST-PRIM-ABERTURA(WS-EST-IDX)
                       TO WS-CARRY-ABE-VALOR
               END-IF
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO CAB-INICIO
           IF WS-DATA-INICIO = 0
               MOVE "HISTORICO" TO CAB-INICIO
           ELSE
               STRING WS-DATA-INICIO(1:4) "-" WS-DATA-INICIO(5:2) "-"
                   WS-DATA-INICIO(7:2)
                   DELIMITED BY SIZE INTO CAB-INICIO
           END-IF
           MOVE SPACES TO CAB-FIM
           STRING WS-DATA-NEGOCIO(1:4) "-" WS-DATA-NEGOCIO(5:2) "-"
               WS-DATA-NEGOCIO(7:2)
               DELIMITED BY SIZE INTO CAB-FIM
           WRITE FECHAMENTO-REC FROM CAB-TITULO
           WRITE FECHAMENTO-REC FROM CAB-TRACO
           IF REFECHAMENTO
               MOVE SPACES TO OBS-TEXTO
               STRING "REFECHAMENTO DE PERIODO REABERTO - SUBSTITUI "
                   "OS TOTAIS ARQUIVADOS ANTERIORMENTE EM PERARQV"
                   DELIMITED BY SIZE INTO OBS-TEXTO
               WRITE FECHAMENTO-REC FROM OBS-LINHA
           END-IF
           MOVE SPACES TO OBS-TEXTO
           STRING "HISTORICO LIDO: " WS-HIST-LIDOS
               " REGISTRO(S) / NO PERIODO: " WS-HIST-PERIODO
               " DO OPSHIST + " WS-REPT-PERIODO " DO OPSREPT DA NOITE"
               DELIMITED BY SIZE INTO OBS-TEXTO
           WRITE FECHAMENTO-REC FROM OBS-LINHA.

       IMPRIMIR-ESTRUTURAS.
           MOVE SPACES TO FECHAMENTO-REC
           WRITE FECHAMENTO-REC
           MOVE "MOVIMENTO DO PERIODO POR ESTRUTURA" TO CSE-TEXTO
           WRITE FECHAMENTO-REC FROM CAB-SECAO
           WRITE FECHAMENTO-REC FROM CAB-COLUNAS
           WRITE FECHAMENTO-REC FROM CAB-TRACO
           IF EST-QTDE = 0
               MOVE "  NENHUM REGISTRO DE OPERACAO NO PERIODO"
                   TO FECHAMENTO-REC
               WRITE FECHAMENTO-REC
           ELSE
               PERFORM IMPRIMIR-ESTRUTURA
                   VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > EST-QTDE
           END-IF.

       IMPRIMIR-ESTRUTURA.
           MOVE EST-NOME(WS-EST-IDX) TO DET-ESTRUTURA
           MOVE EST-EXECUCOES(WS-EST-IDX) TO DET-EXECUCOES
           IF EST-ANT-PRESENTE(WS-EST-IDX) = 'S'
               MOVE EST-ANT-RESTANTES(WS-EST-IDX) TO DET-ABE-QTDE
               MOVE EST-ANT-VALOR(WS-EST-IDX) TO DET-ABE-VALOR
           ELSE
               MOVE 0 TO DET-ABE-QTDE
               MOVE EST-PRIM-ABERTURA(WS-EST-IDX) TO DET-ABE-VALOR
           END-IF
           MOVE EST-PROCESSADOS(WS-EST-IDX) TO DET-PROC
           MOVE EST-REJEITADOS(WS-EST-IDX) TO DET-REJ
           MOVE EST-VALOR(WS-EST-IDX) TO DET-VALOR-MOV
           IF EST-EXECUCOES(WS-EST-IDX) > 0
               MOVE EST-FIM-RESTANTES(WS-EST-IDX) TO DET-FEC-QTDE
               MOVE EST-FIM-VALOR(WS-EST-IDX) TO DET-FEC-VALOR
           ELSE
               MOVE EST-ANT-RESTANTES(WS-EST-IDX) TO DET-FEC-QTDE
               MOVE EST-ANT-VALOR(WS-EST-IDX) TO DET-FEC-VALOR
           END-IF
           WRITE FECHAMENTO-REC FROM DET-LINHA.

       IMPRIMIR-TIPOS.
           MOVE SPACES TO FECHAMENTO-REC
           WRITE FECHAMENTO-REC
           MOVE "MOVIMENTO DO PERIODO POR ESTRUTURA E ITEM-TIPO"
               TO CSE-TEXTO
           WRITE FECHAMENTO-REC FROM CAB-SECAO
           WRITE FECHAMENTO-REC FROM CAB-TIPOS
           WRITE FECHAMENTO-REC FROM CAB-TRACO
           IF TIPO-QTDE = 0
               MOVE "  NENHUM VALOR POR TIPO NO PERIODO"
                   TO FECHAMENTO-REC
               WRITE FECHAMENTO-REC
           ELSE
               PERFORM IMPRIMIR-TIPO
                   VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > TIPO-QTDE
           END-IF.

       IMPRIMIR-TIPO.
           MOVE TIPO-ESTRUTURA(WS-TIPO-IDX) TO TIP-ESTRUTURA
           MOVE TIPO-CODIGO(WS-TIPO-IDX) TO TIP-CODIGO
           MOVE TIPO-VALOR(WS-TIPO-IDX) TO TIP-VALOR
           WRITE FECHAMENTO-REC FROM TIP-LINHA.

      * Carry: os retidos da pilha na abertura e os itens que o
      * PILHACAR desta noite lista como aguardando data, conferidos
      * com o OPS-RETIDOS gravado pela pilha.
       IMPRIMIR-CARRY-FECHAMENTO.
           MOVE SPACES TO FECHAMENTO-REC
           WRITE FECHAMENTO-REC
           MOVE "CARRY DA PILHA - ITENS RETIDOS (PILHACAR)"
               TO CSE-TEXTO
           WRITE FECHAMENTO-REC FROM CAB-SECAO
           WRITE FECHAMENTO-REC FROM CAB-TRACO
           MOVE "RETIDOS NA ABERTURA DO PERIODO" TO CRT-ROTULO
           MOVE WS-CARRY-ABE-QTDE TO CRT-QTDE
           MOVE WS-CARRY-ABE-VALOR TO CRT-VALOR
           WRITE FECHAMENTO-REC FROM CRY-TOTAL-LINHA
           OPEN INPUT CARRY-REPT-FILE
           IF CARRY-REPT-STATUS = "00"
               PERFORM LER-CARRY
                   UNTIL CARRY-REPT-STATUS NOT = "00"
               CLOSE CARRY-REPT-FILE
           ELSE
               MOVE "  PILHACAR AUSENTE - SEM LISTA DE RETIDOS"
                   TO FECHAMENTO-REC
               WRITE FECHAMENTO-REC
           END-IF
           MOVE "RETIDOS NO FECHAMENTO DO PERIODO" TO CRT-ROTULO
           MOVE WS-CARRY-FEC-QTDE TO CRT-QTDE
           MOVE WS-CARRY-FEC-VALOR TO CRT-VALOR
           WRITE FECHAMENTO-REC FROM CRY-TOTAL-LINHA
           PERFORM CONFERIR-CARRY-PILHA
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > EST-QTDE.

       LER-CARRY.
           READ CARRY-REPT-FILE
               NOT AT END
                   IF CRY-ROTULO = "  AGUARDA DATA: "
                       ADD 1 TO WS-CARRY-FEC-QTDE
                       MOVE CRY-ITEM(11:9) TO WS-VALOR-BRUTO
                       IF WS-VALOR-BRUTO IS NUMERIC
                           COMPUTE WS-VALOR-ITEM =
                               FUNCTION NUMVAL(WS-VALOR-BRUTO) / 100
                           ADD WS-VALOR-ITEM TO WS-CARRY-FEC-VALOR
                       END-IF
                       WRITE FECHAMENTO-REC FROM CARRY-REPT-REC
                   END-IF
           END-READ.

       CONFERIR-CARRY-PILHA.
           IF EST-NOME(WS-EST-IDX) = "PILHA"
               AND EST-EXECUCOES(WS-EST-IDX) > 0
               IF EST-FIM-RETIDOS(WS-EST-IDX) NOT = WS-CARRY-FEC-QTDE
                   ADD 1 TO WS-DIVERGENCIAS
                   MOVE SPACES TO OBS-TEXTO
                   STRING "DIVERGENCIA: PILHACAR LISTA "
                       WS-CARRY-FEC-QTDE " ITEM(NS), OPSREPT DA PILHA "
                       "DECLARA " EST-FIM-RETIDOS(WS-EST-IDX)
                       " RETIDO(S)"
                       DELIMITED BY SIZE INTO OBS-TEXTO
                   WRITE FECHAMENTO-REC FROM OBS-LINHA
                   DISPLAY "ALERTA: carry do PILHACAR nao confere com "
                       "o OPSREPT da pilha"
                   MOVE 'M' TO ALR-SEVERIDADE
                   MOVE "PERCARRY" TO ALR-CODIGO
                   MOVE SPACES TO ALR-TEXTO
                   STRING "FECHAMENTO " WS-DATA-NEGOCIO
                       ": PILHACAR DIVERGE DO OPS-RETIDOS DA PILHA"
                       DELIMITED BY SIZE INTO ALR-TEXTO
                   PERFORM GRAVAR-ALERTA
               END-IF
           END-IF.

       GRAVAR-ARQUIVO-PERIODO.
           OPEN EXTEND ARQUIVO-PER-FILE
           IF ARQUIVO-PER-STATUS NOT = "00"
               OPEN OUTPUT ARQUIVO-PER-FILE
           END-IF
           PERFORM GRAVAR-ARQUIVO-ESTRUTURA
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > EST-QTDE
           PERFORM GRAVAR-ARQUIVO-TIPO
               VARYING WS-TIPO-IDX FROM 1 BY 1
               UNTIL WS-TIPO-IDX > TIPO-QTDE
           PERFORM INICIAR-REGISTRO-ARQUIVO
           MOVE 'C' TO PAQ-TIPO-REG
           MOVE "PILHA" TO PAQ-ESTRUTURA
           MOVE WS-CARRY-ABE-QTDE TO PAQ-ABERTURA-QTDE
           MOVE WS-CARRY-ABE-VALOR TO PAQ-ABERTURA-VALOR
           MOVE WS-CARRY-FEC-QTDE TO PAQ-FECHAMENTO-QTDE
           MOVE WS-CARRY-FEC-VALOR TO PAQ-FECHAMENTO-VALOR
           WRITE ARQUIVO-PER-REC
           CLOSE ARQUIVO-PER-FILE.

       INICIAR-REGISTRO-ARQUIVO.
           INITIALIZE ARQUIVO-PER-REC
           MOVE WS-DATA-INICIO TO PAQ-DATA-INICIO
           MOVE WS-DATA-NEGOCIO TO PAQ-DATA-FIM
           MOVE WS-DATA-CORRENTE(1:14) TO PAQ-TIMESTAMP.

       GRAVAR-ARQUIVO-ESTRUTURA.
           PERFORM INICIAR-REGISTRO-ARQUIVO
           MOVE 'E' TO PAQ-TIPO-REG
           MOVE EST-NOME(WS-EST-IDX) TO PAQ-ESTRUTURA
           MOVE EST-EXECUCOES(WS-EST-IDX) TO PAQ-EXECUCOES
           MOVE EST-PROCESSADOS(WS-EST-IDX) TO PAQ-PROCESSADOS
           MOVE EST-REJEITADOS(WS-EST-IDX) TO PAQ-REJEITADOS
           MOVE EST-VALOR(WS-EST-IDX) TO PAQ-VALOR
           IF EST-ANT-PRESENTE(WS-EST-IDX) = 'S'
               MOVE EST-ANT-RESTANTES(WS-EST-IDX) TO PAQ-ABERTURA-QTDE
               MOVE EST-ANT-VALOR(WS-EST-IDX) TO PAQ-ABERTURA-VALOR
           ELSE
               MOVE EST-PRIM-ABERTURA(WS-EST-IDX)
                   TO PAQ-ABERTURA-VALOR
           END-IF
           MOVE EST-FIM-RESTANTES(WS-EST-IDX) TO PAQ-FECHAMENTO-QTDE
           MOVE EST-FIM-VALOR(WS-EST-IDX) TO PAQ-FECHAMENTO-VALOR
           WRITE ARQUIVO-PER-REC.

       GRAVAR-ARQUIVO-TIPO.
           PERFORM INICIAR-REGISTRO-ARQUIVO
           MOVE 'T' TO PAQ-TIPO-REG
           MOVE TIPO-ESTRUTURA(WS-TIPO-IDX) TO PAQ-ESTRUTURA
           MOVE TIPO-CODIGO(WS-TIPO-IDX) TO PAQ-ITEM-TIPO
           MOVE TIPO-VALOR(WS-TIPO-IDX) TO PAQ-VALOR
           WRITE ARQUIVO-PER-REC.

      * Regrava o PERIODOS com o periodo fechado: substitui a
      * entrada reaberta de mesmo fim ou acrescenta uma nova.
       MARCAR-PERIODO-FECHADO.
           MOVE WS-DATA-INICIO TO PER-DATA-INICIO
           MOVE WS-DATA-NEGOCIO TO PER-DATA-FIM
           SET PER-FECHADO TO TRUE
           MOVE WS-DATA-CORRENTE TO PER-TIMESTAMP
           MOVE "LOTE" TO PER-OPERADOR
           IF WS-PER-ACHADO > 0
               MOVE PER-REC TO TPER-REC(WS-PER-ACHADO)
           ELSE
               IF TPER-QTDE < 500
                   ADD 1 TO TPER-QTDE
                   MOVE PER-REC TO TPER-REC(TPER-QTDE)
               END-IF
           END-IF
           OPEN OUTPUT PERIODO-FILE
           PERFORM REGRAVAR-PERIODO
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > TPER-QTDE
           CLOSE PERIODO-FILE
           MOVE 'I' TO ALR-SEVERIDADE
           MOVE "PERFECH" TO ALR-CODIGO
           MOVE SPACES TO ALR-TEXTO
           STRING "PERIODO " WS-DATA-INICIO " A " WS-DATA-NEGOCIO
               " FECHADO - VER FECHPER"
               DELIMITED BY SIZE INTO ALR-TEXTO
           PERFORM GRAVAR-ALERTA.

       REGRAVAR-PERIODO.
           MOVE TPER-REC(WS-PER-IDX) TO PER-REC
           WRITE PER-REC.

       IMPRIMIR-VEREDICTO.
           MOVE SPACES TO FECHAMENTO-REC
           WRITE FECHAMENTO-REC
           IF WS-DIVERGENCIAS = 0
               MOVE "OK" TO VERB-VEREDICTO
           ELSE
               MOVE "DIV" TO VERB-VEREDICTO
           END-IF
           MOVE SPACES TO VERB-MOTIVO
           STRING "PERIODO FECHADO EM PERIODOS E ARQUIVADO EM PERARQV"
               DELIMITED BY SIZE INTO VERB-MOTIVO
           WRITE FECHAMENTO-REC FROM VER-LINHA
           DISPLAY "Periodo " WS-DATA-INICIO " a " WS-DATA-NEGOCIO
               " fechado".

       GRAVAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "FECHAMENTO-PERIODO" TO ALR-PROGRAMA
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.
