       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-ENTREGAS.
      * Conciliacao das entregas do manifesto de expedicao do deque.
      * O DEQEXPED de cada execucao do DEQUE-EXEMPLO (detalhes e
      * trailer) e conferido com o proprio trailer e os seus itens
      * entram na carteira ENTRPEND, que leva de um dia para o outro
      * todo item expedido ainda sem confirmacao.  O retorno diario
      * da expedicao (ENTRCONF: sequencia do manifesto, ITEM-ID,
      * situacao e data) baixa os itens da carteira: D entregue,
      * R recusado, L extraviado.  A baixa fica na trilha ENTRBAIX.
      * O ENTRCONF aplicado e esvaziado depois de gravados a
      * carteira e o controle; quando nem todo ele coube na tabela
      * de confirmacoes, fica so com as que sobraram, que a
      * execucao seguinte aplica (a contagem difere da gravada no
      * ENTRCTL).
      * O relatorio ENTRREL traz a conferencia do manifesto, as
      * confirmacoes do dia, as confirmacoes de item que nao consta
      * como expedido e a carteira por idade em dias uteis (CALPROC),
      * separada em urgentes (U) e rotina (R), com os valores.
      * Urgente sem confirmacao ha ENTRPARM dias uteis ou mais e
      * confirmacao de item nao expedido geram alerta.  Manifesto
      * que nao bate com o trailer termina com RC 8; havendo alerta,
      * RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMA-FILE ASSIGN TO "ENTRCONF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONFIRMA-STATUS.
           SELECT CONFIRMA-TEMP-FILE ASSIGN TO "ENTRCTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONFIRMA-TEMP-STATUS.
           SELECT EXPED-FILE ASSIGN TO "DEQEXPED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXPED-STATUS.
           SELECT PENDENTE-FILE ASSIGN TO "ENTRPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDENTE-STATUS.
           SELECT PEND-TEMP-FILE ASSIGN TO "ENTRPTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PEND-TEMP-STATUS.
           SELECT BAIXA-FILE ASSIGN TO "ENTRBAIX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BAIXA-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "ENTRCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROLE-STATUS.
           SELECT ENTREGA-PARM-FILE ASSIGN TO "ENTRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ENTREGA-PARM-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALPROC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDARIO-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "ENTRREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Retorno da expedicao, um registro por item confirmado.
       FD  CONFIRMA-FILE.
       01  CONFIRMA-REC.
           05  CNF-SEQUENCIA    PIC 9(06).
           05  CNF-ITEM-ID      PIC X(08).
           05  CNF-SITUACAO     PIC X(01).
               88  CNF-ENTREGUE     VALUE 'D'.
               88  CNF-RECUSADO     VALUE 'R'.
               88  CNF-EXTRAVIADO   VALUE 'L'.
           05  CNF-DATA         PIC 9(08).

      * Confirmacoes que nao couberam na tabela, devolvidas ao
      * ENTRCONF para a execucao seguinte.
       FD  CONFIRMA-TEMP-FILE.
       01  CONFIRMA-TEMP-REC    PIC X(23).

       FD  EXPED-FILE.
       01  EXPED-REC.
           05  EXP-TIPO-REG     PIC X(01).
           05  EXP-CORPO        PIC X(50).
           05  EXP-CORPO-DET REDEFINES EXP-CORPO.
               10  EXP-SEQUENCIA    PIC 9(06).
               10  EXP-PRIORIDADE   PIC X(01).
               10  EXP-EXTREMO      PIC X(01).
               10  EXP-ITEM         PIC X(27).
               10  EXP-TIMESTAMP    PIC X(14).
               10  FILLER           PIC X(01).
           05  EXP-CORPO-TRL REDEFINES EXP-CORPO.
               10  EXP-TRL-QTDE-U   PIC 9(06).
               10  EXP-TRL-VALOR-U  PIC 9(13)V99.
               10  EXP-TRL-QTDE-R   PIC 9(06).
               10  EXP-TRL-VALOR-R  PIC 9(13)V99.
               10  FILLER           PIC X(08).

      * Carteira de itens expedidos sem confirmacao (leiaute em
      * WS-PENDENTE).
       FD  PENDENTE-FILE.
       01  PENDENTE-REC         PIC X(70).

       FD  PEND-TEMP-FILE.
       01  PEND-TEMP-REC        PIC X(70).

      * Trilha das baixas: a situacao confirmada, a data informada
      * pela expedicao, a idade em dias uteis na baixa e a imagem do
      * item como estava na carteira.
       FD  BAIXA-FILE.
       01  BAIXA-REC.
           05  BXA-DATA-NEGOCIO PIC 9(08).
           05  BXA-SITUACAO     PIC X(01).
           05  BXA-DATA-CONFIRMACAO PIC 9(08).
           05  BXA-DIAS-UTEIS   PIC 9(03).
           05  BXA-PENDENTE     PIC X(70).

      * Controle de reprocessamento (registro unico): o ultimo
      * manifesto absorvido na carteira (quantidade e carimbos do
      * primeiro e do ultimo detalhe) e o ultimo retorno aplicado
      * (data de negocio e quantidade de registros).  A retomada do
      * lote, ou um ciclo em que o deque nao rodou, nao absorve o
      * mesmo manifesto duas vezes, e os ciclos seguintes do dia nao
      * reaplicam o mesmo retorno.
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05  ECT-MANIF-QTDE       PIC 9(06).
           05  ECT-MANIF-PRIMEIRO   PIC X(14).
           05  ECT-MANIF-ULTIMO     PIC X(14).
           05  ECT-MANIF-DATA       PIC 9(08).
           05  ECT-MANIF-CICLO      PIC 9(02).
           05  ECT-CONF-DATA        PIC 9(08).
           05  ECT-CONF-QTDE        PIC 9(06).
           05  ECT-CARIMBO          PIC X(26).
           05  FILLER               PIC X(16).

      * Parametros da conciliacao (registro unico; ausente, vale o
      * padrao): dias uteis sem confirmacao a partir dos quais um
      * item urgente gera alerta.
       FD  ENTREGA-PARM-FILE.
       01  ENTREGA-PARM-REC.
           05  EPR-DIAS-URGENTE     PIC 9(03).

       FD  CALENDARIO-FILE.
       COPY CALPROC.

       FD  RELATORIO-FILE.
       01  RELATORIO-REC        PIC X(132).

       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  CICLO-FILE.
       COPY CICLOCTL.

       FD  ALERTA-FILE.
       COPY ALERTREG.

       WORKING-STORAGE SECTION.
       01  CONFIRMA-STATUS      PIC X(02).
       01  CONFIRMA-TEMP-STATUS PIC X(02).
       01  EXPED-STATUS         PIC X(02).
       01  PENDENTE-STATUS      PIC X(02).
       01  PEND-TEMP-STATUS     PIC X(02).
       01  BAIXA-STATUS         PIC X(02).
       01  CONTROLE-STATUS      PIC X(02).
       01  ENTREGA-PARM-STATUS  PIC X(02).
       01  CALENDARIO-STATUS    PIC X(02).
       01  RELATORIO-STATUS     PIC X(02).
       01  PARAM-STATUS         PIC X(02).
       01  CICLO-STATUS         PIC X(02).
       01  ALERTA-STATUS        PIC X(02).

       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-CICLO             PIC 9(02) VALUE 1.
       01  WS-DIAS-URGENTE      PIC 9(03) VALUE 2.

       01  WS-CONTROLE-SW       PIC X(01) VALUE 'N'.
           88  CONTROLE-PRESENTE VALUE 'S'.
       01  WS-MANIFESTO-SW      PIC X(01) VALUE 'N'.
           88  MANIFESTO-PRESENTE VALUE 'S'.
       01  WS-ABSORVER-SW       PIC X(01) VALUE 'N'.
           88  ABSORVER-MANIFESTO VALUE 'S'.
       01  WS-RETORNO-SW        PIC X(01) VALUE 'N'.
           88  RETORNO-PRESENTE VALUE 'S'.
       01  WS-APLICAR-SW        PIC X(01) VALUE 'N'.
           88  APLICAR-RETORNO  VALUE 'S'.
       01  WS-RETORNO-EXCED-SW  PIC X(01) VALUE 'N'.
           88  RETORNO-EXCEDIDO VALUE 'S'.
       01  WS-TRAILER-SW        PIC X(01) VALUE 'N'.
           88  TRAILER-PRESENTE VALUE 'S'.

      * Identidade do manifesto do DEQEXPED corrente.
       01  WS-MANIF-QTDE        PIC 9(06) VALUE 0.
       01  WS-MANIF-PRIMEIRO    PIC X(14) VALUE SPACES.
       01  WS-MANIF-ULTIMO      PIC X(14) VALUE SPACES.
       01  WS-CONF-QTDE         PIC 9(06) VALUE 0.
       01  WS-CONF-SOBRA        PIC 9(06) VALUE 0.

      * Item da carteira.
       01  WS-PENDENTE.
           05  PND-DATA-EXPED   PIC 9(08).
           05  PND-CICLO        PIC 9(02).
           05  PND-SEQUENCIA    PIC 9(06).
           05  PND-PRIORIDADE   PIC X(01).
           05  PND-EXTREMO      PIC X(01).
           05  PND-ITEM         PIC X(27).
           05  PND-TIMESTAMP    PIC X(14).
           05  PND-ALERTADO     PIC X(01).
           05  FILLER           PIC X(10).

      * Retorno da expedicao em memoria; TCF-USADA marca a
      * confirmacao que ja baixou um item.
       01  WS-CNF-IDX           PIC 9(04).
       01  WS-CNF-ACHADO        PIC 9(04).
       01  TAB-CONFIRMACOES.
           05  TCF-QTDE         PIC 9(04) VALUE 0.
           05  TCF-ENT OCCURS 2000 TIMES.
               10  TCF-SEQUENCIA    PIC 9(06).
               10  TCF-ITEM-ID      PIC X(08).
               10  TCF-SITUACAO     PIC X(01).
               10  TCF-DATA         PIC 9(08).
               10  TCF-USADA        PIC X(01).

      * Feriados da empresa (CALPROC tipo F sem filial) e idades ja
      * calculadas por data de expedicao.
       01  WS-FER-IDX           PIC 9(03).
       01  WS-FER-ACHADO        PIC X(01).
       01  TAB-FERIADOS.
           05  FER-QTDE         PIC 9(03) VALUE 0.
           05  FER-DATA OCCURS 500 TIMES PIC 9(08).
       01  WS-IDD-IDX           PIC 9(03).
       01  WS-IDD-ACHADO        PIC 9(03).
       01  TAB-IDADES.
           05  IDD-QTDE         PIC 9(03) VALUE 0.
           05  IDD-ENT OCCURS 400 TIMES.
               10  IDD-DATA         PIC 9(08).
               10  IDD-DIAS         PIC 9(03).
       01  WS-IDADE             PIC 9(03).
       01  WS-DIA-INTEIRO       PIC 9(07).
       01  WS-DIA-FINAL         PIC 9(07).
       01  WS-DIA-DATA          PIC 9(08).

      * Totais por prioridade (1 = U, 2 = R).
       01  WS-PRI-IDX           PIC 9(01).
       01  WS-SIT-IDX           PIC 9(01).
       01  WS-FAI-IDX           PIC 9(01).
       01  TAB-MANIFESTO.
           05  MNF-ENT OCCURS 2 TIMES.
               10  MNF-QTDE         PIC 9(06).
               10  MNF-VALOR        PIC 9(13)V99.
               10  MNF-TRL-QTDE     PIC 9(06).
               10  MNF-TRL-VALOR    PIC 9(13)V99.
      * Baixas do dia por prioridade e situacao (1 = D, 2 = R,
      * 3 = L).
       01  TAB-BAIXAS.
           05  BXT-PRI OCCURS 2 TIMES.
               10  BXT-SIT OCCURS 3 TIMES.
                   15  BXT-QTDE     PIC 9(06).
                   15  BXT-VALOR    PIC 9(13)V99.
      * Carteira por prioridade e faixa de idade em dias uteis.
       01  TAB-FAIXAS-DEF.
           05  FILLER           PIC X(13) VALUE "0000000      ".
           05  FILLER           PIC X(13) VALUE "0010011      ".
           05  FILLER           PIC X(13) VALUE "0020032 A 3  ".
           05  FILLER           PIC X(13) VALUE "0040054 A 5  ".
           05  FILLER           PIC X(13) VALUE "0060106 A 10 ".
           05  FILLER           PIC X(13) VALUE "01199911 OU +".
       01  TAB-FAIXAS REDEFINES TAB-FAIXAS-DEF.
           05  FAI-ENT OCCURS 6 TIMES.
               10  FAI-DE           PIC 9(03).
               10  FAI-ATE          PIC 9(03).
               10  FAI-ROTULO       PIC X(07).
       01  TAB-CARTEIRA.
           05  CRT-PRI OCCURS 2 TIMES.
               10  CRT-FAI OCCURS 6 TIMES.
                   15  CRT-QTDE     PIC 9(06).
                   15  CRT-VALOR    PIC 9(13)V99.

       01  WS-ITEM-VALOR        PIC 9(07)V99.
       01  WS-VALOR-BRUTO       PIC X(09).
       01  WS-ABSORVIDOS        PIC 9(06) VALUE 0.
       01  WS-CARTEIRA-ANTERIOR PIC 9(06) VALUE 0.
       01  WS-CARTEIRA-FINAL    PIC 9(06) VALUE 0.
       01  WS-BAIXADOS          PIC 9(06) VALUE 0.
       01  WS-NAO-EXPEDIDOS     PIC 9(06) VALUE 0.
       01  WS-INVALIDOS         PIC 9(06) VALUE 0.
       01  WS-URGENTES-ATRASO   PIC 9(06) VALUE 0.
       01  WS-ALERTAS-ITEM      PIC 9(06) VALUE 0.
       01  WS-LIMITE-ALERTAS    PIC 9(03) VALUE 50.
       01  WS-DIVERGENCIAS      PIC 9(02) VALUE 0.
       01  WS-ALR-SEVERIDADE    PIC X(01).
       01  WS-ALR-CODIGO        PIC X(08).
       01  WS-ALR-TEXTO         PIC X(60).
       01  WS-DIAS-EDIT         PIC ZZ9.
       COPY ITEMEVT.

       01  CAB-TITULO.
           05  FILLER           PIC X(10) VALUE SPACES.
           05  FILLER           PIC X(60) VALUE
               "CONCILIACAO DAS ENTREGAS DO MANIFESTO DEQEXPED".
           05  FILLER           PIC X(14) VALUE "DATA NEGOCIO: ".
           05  CAB-DATA         PIC 9(08).
           05  FILLER           PIC X(08) VALUE "  CICLO ".
           05  CAB-CICLO        PIC 9(02).
           05  FILLER           PIC X(30) VALUE SPACES.

       01  CAB-TRACO.
           05  FILLER           PIC X(132) VALUE ALL "-".

       01  CAB-SECAO.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CAB-SECAO-TEXTO  PIC X(130).

       01  MNF-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  MNL-PRIORIDADE   PIC X(14).
           05  FILLER           PIC X(10) VALUE "DETALHE: ".
           05  MNL-QTDE         PIC ZZZ,ZZ9.
           05  FILLER           PIC X(03) VALUE " / ".
           05  MNL-VALOR        PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(12) VALUE "  TRAILER: ".
           05  MNL-TRL-QTDE     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(03) VALUE " / ".
           05  MNL-TRL-VALOR    PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  MNL-SITUACAO     PIC X(10).
           05  FILLER           PIC X(24) VALUE SPACES.

       01  CAB-BAIXAS.
           05  FILLER           PIC X(16) VALUE "  SITUACAO".
           05  FILLER           PIC X(15) VALUE "   URGENTES (U)".
           05  FILLER           PIC X(16) VALUE "       VALOR (U)".
           05  FILLER           PIC X(17) VALUE "       ROTINA (R)".
           05  FILLER           PIC X(16) VALUE "       VALOR (R)".
           05  FILLER           PIC X(52) VALUE SPACES.

       01  BXA-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BXL-SITUACAO     PIC X(14).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  BXL-QTDE-U       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BXL-VALOR-U      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  BXL-QTDE-R       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BXL-VALOR-R      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(52) VALUE SPACES.

       01  CAB-OCORRENCIAS.
           05  FILLER           PIC X(40) VALUE
               "  SEQUENCIA  ITEM-ID   SIT  DATA".
           05  FILLER           PIC X(92) VALUE "MOTIVO".

       01  OCR-LINHA.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  OCR-SEQUENCIA    PIC X(06).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  OCR-ITEM-ID      PIC X(08).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  OCR-SITUACAO     PIC X(01).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  OCR-DATA         PIC X(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  OCR-MOTIVO       PIC X(60).
           05  FILLER           PIC X(32) VALUE SPACES.

       01  CAB-CARTEIRA.
           05  FILLER           PIC X(16) VALUE "  IDADE (UTEIS)".
           05  FILLER           PIC X(15) VALUE "   URGENTES (U)".
           05  FILLER           PIC X(16) VALUE "       VALOR (U)".
           05  FILLER           PIC X(17) VALUE "       ROTINA (R)".
           05  FILLER           PIC X(16) VALUE "       VALOR (R)".
           05  FILLER           PIC X(17) VALUE "            TOTAL".
           05  FILLER           PIC X(16) VALUE "     VALOR TOTAL".
           05  FILLER           PIC X(19) VALUE SPACES.

       01  CRT-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CRL-FAIXA        PIC X(14).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  CRL-QTDE-U       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CRL-VALOR-U      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  CRL-QTDE-R       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CRL-VALOR-R      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(06) VALUE SPACES.
           05  CRL-QTDE-T       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CRL-VALOR-T      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(19) VALUE SPACES.
       01  WS-CRT-QTDE-U        PIC 9(06).
       01  WS-CRT-VALOR-U       PIC 9(13)V99.
       01  WS-CRT-QTDE-R        PIC 9(06).
       01  WS-CRT-VALOR-R       PIC 9(13)V99.

       01  CAB-ATRASADOS.
           05  FILLER           PIC X(46) VALUE
               "  EXPEDIDO  CICLO  SEQUENCIA  ITEM".
           05  FILLER           PIC X(86) VALUE
               "          UTEIS         VALOR".

       01  ATR-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  ATR-DATA         PIC 9(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  ATR-CICLO        PIC 9(02).
           05  FILLER           PIC X(05) VALUE SPACES.
           05  ATR-SEQUENCIA    PIC 9(06).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  ATR-ITEM         PIC X(27).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  ATR-DIAS         PIC ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  ATR-VALOR        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(57) VALUE SPACES.

       01  OBS-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  OBS-TEXTO        PIC X(130).

       PROCEDURE DIVISION.
       MAIN-ENTREGAS.
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CICLO
           PERFORM CARREGAR-PARAMETROS-ENTREGA
           PERFORM CARREGAR-FERIADOS
           PERFORM LER-CONTROLE
           INITIALIZE TAB-MANIFESTO TAB-BAIXAS TAB-CARTEIRA

           OPEN OUTPUT RELATORIO-FILE
           MOVE WS-DATA-NEGOCIO TO CAB-DATA
           MOVE WS-CICLO TO CAB-CICLO
           WRITE RELATORIO-REC FROM CAB-TITULO
           WRITE RELATORIO-REC FROM CAB-TRACO

           PERFORM CONFERIR-MANIFESTO
           WRITE RELATORIO-REC FROM CAB-TRACO
           MOVE "CONFIRMACOES SEM ITEM EXPEDIDO NA CARTEIRA"
               TO CAB-SECAO-TEXTO
           WRITE RELATORIO-REC FROM CAB-SECAO
           WRITE RELATORIO-REC FROM CAB-OCORRENCIAS
           PERFORM CARREGAR-RETORNO

           PERFORM ATUALIZAR-CARTEIRA
           PERFORM LISTAR-CONFIRMACAO-SEM-ITEM
               VARYING WS-CNF-IDX FROM 1 BY 1
               UNTIL WS-CNF-IDX > TCF-QTDE
           IF WS-NAO-EXPEDIDOS = 0 AND WS-INVALIDOS = 0
               MOVE "  NENHUMA" TO RELATORIO-REC
               WRITE RELATORIO-REC
           END-IF
           IF WS-ALERTAS-ITEM > WS-LIMITE-ALERTAS
               PERFORM ALERTAR-EXCESSO
           END-IF
           PERFORM GRAVAR-CONTROLE

           WRITE RELATORIO-REC FROM CAB-TRACO
           PERFORM IMPRIMIR-BAIXAS
           WRITE RELATORIO-REC FROM CAB-TRACO
           PERFORM IMPRIMIR-CARTEIRA
           CLOSE RELATORIO-FILE
           SET EVT-ENCERRAR TO TRUE
           CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS

           DISPLAY "Entregas: carteira anterior " WS-CARTEIRA-ANTERIOR
               " + absorvidos " WS-ABSORVIDOS " - baixados "
               WS-BAIXADOS " = carteira " WS-CARTEIRA-FINAL
           DISPLAY "Entregas: " WS-URGENTES-ATRASO " urgente(s) sem "
               "confirmacao ha " WS-DIAS-URGENTE " dia(s) util(eis) "
               "ou mais, " WS-NAO-EXPEDIDOS " confirmacao(oes) sem "
               "item expedido - ver ENTRREL"
           IF WS-DIVERGENCIAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ALERTAS-ITEM > 0 OR WS-INVALIDOS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
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
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       CARREGAR-CICLO.
           OPEN INPUT CICLO-FILE
           IF CICLO-STATUS = "00"
               READ CICLO-FILE
                   NOT AT END
                       IF CIC-DATA-NEGOCIO NUMERIC
                           AND CIC-DATA-NEGOCIO = WS-DATA-NEGOCIO
                           AND CIC-CICLO NUMERIC AND CIC-CICLO > 0
                           MOVE CIC-CICLO TO WS-CICLO
                       END-IF
               END-READ
               CLOSE CICLO-FILE
           END-IF.

       CARREGAR-PARAMETROS-ENTREGA.
           OPEN INPUT ENTREGA-PARM-FILE
           IF ENTREGA-PARM-STATUS = "00"
               READ ENTREGA-PARM-FILE
                   NOT AT END
                       IF EPR-DIAS-URGENTE IS NUMERIC
                           AND EPR-DIAS-URGENTE > 0
                           MOVE EPR-DIAS-URGENTE TO WS-DIAS-URGENTE
                       END-IF
               END-READ
               CLOSE ENTREGA-PARM-FILE
           ELSE
               DISPLAY "ENTRPARM ausente - alerta de urgente sem "
                   "confirmacao apos " WS-DIAS-URGENTE " dia(s) uteis"
           END-IF.

      * A idade conta os dias uteis da empresa: feriado de uma
      * filial so nao para a expedicao.
       CARREGAR-FERIADOS.
           OPEN INPUT CALENDARIO-FILE
           IF CALENDARIO-STATUS = "00"
               PERFORM LER-FERIADO
                   UNTIL CALENDARIO-STATUS NOT = "00"
               CLOSE CALENDARIO-FILE
           ELSE
               DISPLAY "Sem calendario CALPROC - idade da carteira "
                   "em dias corridos"
           END-IF.

       LER-FERIADO.
           READ CALENDARIO-FILE
               NOT AT END
                   IF CAL-FILIAL = SPACES AND CAL-FERIADO
                       AND CAL-DATA <= WS-DATA-NEGOCIO
                       IF FER-QTDE < 500
                           ADD 1 TO FER-QTDE
                           MOVE CAL-DATA TO FER-DATA(FER-QTDE)
                       ELSE
                           DISPLAY "ALERTA: limite de 500 feriados "
                               "do CALPROC excedido - " CAL-DATA
                               " ignorado"
                       END-IF
                   END-IF
           END-READ.

       LER-CONTROLE.
           OPEN INPUT CONTROLE-FILE
           IF CONTROLE-STATUS = "00"
               READ CONTROLE-FILE
                   NOT AT END
                       SET CONTROLE-PRESENTE TO TRUE
               END-READ
               CLOSE CONTROLE-FILE
           END-IF
           IF NOT CONTROLE-PRESENTE
               MOVE SPACES TO CONTROLE-REC
               MOVE 0 TO ECT-MANIF-QTDE ECT-MANIF-DATA
                   ECT-MANIF-CICLO ECT-CONF-DATA ECT-CONF-QTDE
           END-IF.

      * ----- Manifesto do dia -----

      * Primeira passada no DEQEXPED: soma os detalhes por
      * prioridade, guarda o trailer e a identidade do manifesto.
       CONFERIR-MANIFESTO.
           MOVE "MANIFESTO DEQEXPED X TRAILER" TO CAB-SECAO-TEXTO
           WRITE RELATORIO-REC FROM CAB-SECAO
           OPEN INPUT EXPED-FILE
           IF EXPED-STATUS = "00"
               SET MANIFESTO-PRESENTE TO TRUE
               PERFORM LER-MANIFESTO
                   UNTIL EXPED-STATUS NOT = "00"
               CLOSE EXPED-FILE
           END-IF
           IF NOT MANIFESTO-PRESENTE
               MOVE "DEQEXPED AUSENTE - NENHUM ITEM A ABSORVER"
                   TO OBS-TEXTO
               WRITE RELATORIO-REC FROM OBS-LINHA
           ELSE
               MOVE 1 TO WS-PRI-IDX
               MOVE "URGENTES (U)" TO MNL-PRIORIDADE
               PERFORM IMPRIMIR-MANIFESTO-PRIORIDADE
               MOVE 2 TO WS-PRI-IDX
               MOVE "ROTINA (R)" TO MNL-PRIORIDADE
               PERFORM IMPRIMIR-MANIFESTO-PRIORIDADE
               PERFORM DECIDIR-ABSORCAO
           END-IF.

       LER-MANIFESTO.
           READ EXPED-FILE
               NOT AT END
                   EVALUATE EXP-TIPO-REG
                       WHEN "D"
                           PERFORM SOMAR-DETALHE-MANIFESTO
                       WHEN "T"
                           SET TRAILER-PRESENTE TO TRUE
                           MOVE EXP-TRL-QTDE-U TO MNF-TRL-QTDE(1)
                           MOVE EXP-TRL-VALOR-U TO MNF-TRL-VALOR(1)
                           MOVE EXP-TRL-QTDE-R TO MNF-TRL-QTDE(2)
                           MOVE EXP-TRL-VALOR-R TO MNF-TRL-VALOR(2)
                   END-EVALUATE
           END-READ.

       SOMAR-DETALHE-MANIFESTO.
           ADD 1 TO WS-MANIF-QTDE
           IF WS-MANIF-QTDE = 1
               MOVE EXP-TIMESTAMP TO WS-MANIF-PRIMEIRO
           END-IF
           MOVE EXP-TIMESTAMP TO WS-MANIF-ULTIMO
           IF EXP-PRIORIDADE = "U"
               MOVE 1 TO WS-PRI-IDX
           ELSE
               MOVE 2 TO WS-PRI-IDX
           END-IF
           MOVE EXP-ITEM TO PND-ITEM
           PERFORM APURAR-VALOR-ITEM
           ADD 1 TO MNF-QTDE(WS-PRI-IDX)
           ADD WS-ITEM-VALOR TO MNF-VALOR(WS-PRI-IDX).

       IMPRIMIR-MANIFESTO-PRIORIDADE.
           MOVE MNF-QTDE(WS-PRI-IDX) TO MNL-QTDE
           MOVE MNF-VALOR(WS-PRI-IDX) TO MNL-VALOR
           MOVE MNF-TRL-QTDE(WS-PRI-IDX) TO MNL-TRL-QTDE
           MOVE MNF-TRL-VALOR(WS-PRI-IDX) TO MNL-TRL-VALOR
           IF NOT TRAILER-PRESENTE
               MOVE "SEM TRAILER" TO MNL-SITUACAO
               ADD 1 TO WS-DIVERGENCIAS
           ELSE
               IF MNF-QTDE(WS-PRI-IDX) = MNF-TRL-QTDE(WS-PRI-IDX)
                   AND MNF-VALOR(WS-PRI-IDX)
                       = MNF-TRL-VALOR(WS-PRI-IDX)
                   MOVE "OK" TO MNL-SITUACAO
               ELSE
                   MOVE "DIVERGENTE" TO MNL-SITUACAO
                   ADD 1 TO WS-DIVERGENCIAS
               END-IF
           END-IF
           WRITE RELATORIO-REC FROM MNF-LINHA.

      * O manifesto entra na carteira uma vez so, mesmo que nao
      * confira com o trailer (a divergencia fica no relatorio e no
      * alerta; os itens existem e foram expedidos).
       DECIDIR-ABSORCAO.
           IF WS-DIVERGENCIAS > 0
               MOVE 'A' TO WS-ALR-SEVERIDADE
               MOVE "ENTRMANF" TO WS-ALR-CODIGO
               MOVE SPACES TO WS-ALR-TEXTO
               STRING "MANIFESTO DEQEXPED NAO CONFERE COM O TRAILER "
                   "- VER ENTRREL"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               PERFORM GRAVAR-ALERTA
           END-IF
           MOVE SPACES TO OBS-TEXTO
           IF WS-MANIF-QTDE = 0
               MOVE "MANIFESTO SEM ITENS" TO OBS-TEXTO
           ELSE
               IF CONTROLE-PRESENTE
                   AND ECT-MANIF-QTDE = WS-MANIF-QTDE
                   AND ECT-MANIF-PRIMEIRO = WS-MANIF-PRIMEIRO
                   AND ECT-MANIF-ULTIMO = WS-MANIF-ULTIMO
                   STRING "MANIFESTO JA ABSORVIDO NA CARTEIRA EM "
                       ECT-MANIF-DATA " CICLO " ECT-MANIF-CICLO
                       " - NAO ABSORVIDO DE NOVO"
                       DELIMITED BY SIZE INTO OBS-TEXTO
               ELSE
                   SET ABSORVER-MANIFESTO TO TRUE
                   STRING WS-MANIF-QTDE " ITEM(NS) DO MANIFESTO "
                       "ABSORVIDOS NA CARTEIRA"
                       DELIMITED BY SIZE INTO OBS-TEXTO
               END-IF
           END-IF
           WRITE RELATORIO-REC FROM OBS-LINHA.

      * ----- Retorno da expedicao -----

       CARREGAR-RETORNO.
           MOVE 0 TO WS-CONF-QTDE
           OPEN INPUT CONFIRMA-FILE
           IF CONFIRMA-STATUS = "00"
               SET RETORNO-PRESENTE TO TRUE
               PERFORM CONTAR-CONFIRMACAO
                   UNTIL CONFIRMA-STATUS NOT = "00"
               CLOSE CONFIRMA-FILE
           END-IF
           IF NOT RETORNO-PRESENTE OR WS-CONF-QTDE = 0
               DISPLAY "ENTRCONF ausente ou vazio - nenhuma "
                   "confirmacao de entrega a aplicar"
           ELSE
               IF CONTROLE-PRESENTE
                   AND ECT-CONF-DATA = WS-DATA-NEGOCIO
                   AND ECT-CONF-QTDE = WS-CONF-QTDE
                   DISPLAY "ENTRCONF ja aplicado nesta data de "
                       "negocio (" WS-CONF-QTDE " registro(s)) - "
                       "nao reaplicado"
               ELSE
                   SET APLICAR-RETORNO TO TRUE
                   OPEN OUTPUT CONFIRMA-TEMP-FILE
                   OPEN INPUT CONFIRMA-FILE
                   PERFORM LER-CONFIRMACAO
                       UNTIL CONFIRMA-STATUS NOT = "00"
                   CLOSE CONFIRMA-FILE
                   CLOSE CONFIRMA-TEMP-FILE
               END-IF
           END-IF.

       CONTAR-CONFIRMACAO.
           READ CONFIRMA-FILE
               NOT AT END
                   ADD 1 TO WS-CONF-QTDE
           END-READ.

       LER-CONFIRMACAO.
           READ CONFIRMA-FILE
               NOT AT END
                   IF CNF-SEQUENCIA IS NOT NUMERIC
                       OR CNF-ITEM-ID = SPACES
                       OR NOT (CNF-ENTREGUE OR CNF-RECUSADO
                               OR CNF-EXTRAVIADO)
                       MOVE "REGISTRO INVALIDO (SEQ/ITEM-ID/SIT D R L)"
                           TO OCR-MOTIVO
                       PERFORM REJEITAR-CONFIRMACAO
                   ELSE
                       IF TCF-QTDE < 2000
                           ADD 1 TO TCF-QTDE
                           MOVE CNF-SEQUENCIA TO TCF-SEQUENCIA(TCF-QTDE)
                           MOVE CNF-ITEM-ID TO TCF-ITEM-ID(TCF-QTDE)
                           MOVE CNF-SITUACAO TO TCF-SITUACAO(TCF-QTDE)
                           MOVE CNF-DATA TO TCF-DATA(TCF-QTDE)
                           MOVE 'N' TO TCF-USADA(TCF-QTDE)
                       ELSE
                           SET RETORNO-EXCEDIDO TO TRUE
                           WRITE CONFIRMA-TEMP-REC FROM CONFIRMA-REC
                           ADD 1 TO WS-CONF-SOBRA
                           MOVE "ACIMA DE 2000 CONFIRMACOES"
                               TO OCR-MOTIVO
                           PERFORM REJEITAR-CONFIRMACAO
                       END-IF
                   END-IF
           END-READ.

       REJEITAR-CONFIRMACAO.
           ADD 1 TO WS-INVALIDOS
           MOVE CONFIRMA-REC(1:6) TO OCR-SEQUENCIA
           MOVE CNF-ITEM-ID TO OCR-ITEM-ID
           MOVE CNF-SITUACAO TO OCR-SITUACAO
           MOVE CONFIRMA-REC(16:8) TO OCR-DATA
           WRITE RELATORIO-REC FROM OCR-LINHA.

      * ----- Carteira -----

      * A carteira de ontem passa pelo retorno primeiro; depois
      * entram os itens do manifesto novo, que tambem podem ja vir
      * confirmados.  O que sobra e regravado no ENTRPEND.
       ATUALIZAR-CARTEIRA.
           OPEN OUTPUT PEND-TEMP-FILE
           OPEN INPUT PENDENTE-FILE
           IF PENDENTE-STATUS = "00"
               PERFORM LER-CARTEIRA
                   UNTIL PENDENTE-STATUS NOT = "00"
               CLOSE PENDENTE-FILE
           END-IF
           IF ABSORVER-MANIFESTO
               OPEN INPUT EXPED-FILE
               PERFORM ABSORVER-DETALHE
                   UNTIL EXPED-STATUS NOT = "00"
               CLOSE EXPED-FILE
           END-IF
           CLOSE PEND-TEMP-FILE
           OPEN INPUT PEND-TEMP-FILE
           OPEN OUTPUT PENDENTE-FILE
           PERFORM DEVOLVER-CARTEIRA
               UNTIL PEND-TEMP-STATUS NOT = "00"
           CLOSE PENDENTE-FILE
           CLOSE PEND-TEMP-FILE
           OPEN OUTPUT PEND-TEMP-FILE
           CLOSE PEND-TEMP-FILE.

       LER-CARTEIRA.
           READ PENDENTE-FILE INTO WS-PENDENTE
               NOT AT END
                   ADD 1 TO WS-CARTEIRA-ANTERIOR
                   PERFORM TRATAR-ITEM-CARTEIRA
           END-READ.

       ABSORVER-DETALHE.
           READ EXPED-FILE
               NOT AT END
                   IF EXP-TIPO-REG = "D"
                       MOVE SPACES TO WS-PENDENTE
                       MOVE WS-DATA-NEGOCIO TO PND-DATA-EXPED
                       MOVE WS-CICLO TO PND-CICLO
                       MOVE EXP-SEQUENCIA TO PND-SEQUENCIA
                       MOVE EXP-PRIORIDADE TO PND-PRIORIDADE
                       MOVE EXP-EXTREMO TO PND-EXTREMO
                       MOVE EXP-ITEM TO PND-ITEM
                       MOVE EXP-TIMESTAMP TO PND-TIMESTAMP
                       MOVE 'N' TO PND-ALERTADO
                       ADD 1 TO WS-ABSORVIDOS
                       PERFORM TRATAR-ITEM-CARTEIRA
                   END-IF
           END-READ.

       DEVOLVER-CARTEIRA.
           READ PEND-TEMP-FILE
               NOT AT END
                   MOVE PEND-TEMP-REC TO PENDENTE-REC
                   WRITE PENDENTE-REC
           END-READ.

       TRATAR-ITEM-CARTEIRA.
           IF PND-PRIORIDADE = "U"
               MOVE 1 TO WS-PRI-IDX
           ELSE
               MOVE 2 TO WS-PRI-IDX
           END-IF
           PERFORM APURAR-VALOR-ITEM
           PERFORM CALCULAR-IDADE
           PERFORM LOCALIZAR-CONFIRMACAO
           IF WS-CNF-ACHADO > 0
               PERFORM BAIXAR-ITEM
           ELSE
               PERFORM MANTER-ITEM
           END-IF.

      * A confirmacao casa pela sequencia do manifesto e pelo
      * ITEM-ID; a mesma sequencia pode voltar em outro dia ou
      * ciclo, e a carteira esta em ordem de expedicao, entao o item
      * mais antigo e baixado primeiro.
       LOCALIZAR-CONFIRMACAO.
           MOVE 0 TO WS-CNF-ACHADO
           PERFORM COMPARAR-CONFIRMACAO
               VARYING WS-CNF-IDX FROM 1 BY 1
               UNTIL WS-CNF-IDX > TCF-QTDE OR WS-CNF-ACHADO > 0.

       COMPARAR-CONFIRMACAO.
           IF TCF-USADA(WS-CNF-IDX) = 'N'
               AND TCF-SEQUENCIA(WS-CNF-IDX) = PND-SEQUENCIA
               AND TCF-ITEM-ID(WS-CNF-IDX) = PND-ITEM(1:8)
               MOVE WS-CNF-IDX TO WS-CNF-ACHADO
           END-IF.

       BAIXAR-ITEM.
           MOVE 'S' TO TCF-USADA(WS-CNF-ACHADO)
           ADD 1 TO WS-BAIXADOS
           EVALUATE TCF-SITUACAO(WS-CNF-ACHADO)
               WHEN 'D'
                   MOVE 1 TO WS-SIT-IDX
                   MOVE "ENTREGUE" TO EVT-CODIGO
               WHEN 'R'
                   MOVE 2 TO WS-SIT-IDX
                   MOVE "RECUSADO" TO EVT-CODIGO
               WHEN OTHER
                   MOVE 3 TO WS-SIT-IDX
                   MOVE "EXTRAVIADO" TO EVT-CODIGO
           END-EVALUATE
           ADD 1 TO BXT-QTDE(WS-PRI-IDX, WS-SIT-IDX)
           ADD WS-ITEM-VALOR TO BXT-VALOR(WS-PRI-IDX, WS-SIT-IDX)
           MOVE WS-DATA-NEGOCIO TO BXA-DATA-NEGOCIO
           MOVE TCF-SITUACAO(WS-CNF-ACHADO) TO BXA-SITUACAO
           MOVE TCF-DATA(WS-CNF-ACHADO) TO BXA-DATA-CONFIRMACAO
           MOVE WS-IDADE TO BXA-DIAS-UTEIS
           MOVE WS-PENDENTE TO BXA-PENDENTE
           OPEN EXTEND BAIXA-FILE
           IF BAIXA-STATUS NOT = "00"
               OPEN OUTPUT BAIXA-FILE
           END-IF
           WRITE BAIXA-REC
           CLOSE BAIXA-FILE
           MOVE PND-ITEM TO EVT-ITEM
           MOVE SPACES TO EVT-DETALHE
           STRING "CONF " TCF-DATA(WS-CNF-ACHADO) " "
               PND-SEQUENCIA
               DELIMITED BY SIZE INTO EVT-DETALHE
           IF EVT-ITEM(1:8) NOT = SPACES
               SET EVT-REGISTRAR TO TRUE
               MOVE "ENTREGA" TO EVT-PROGRAMA
               CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS
           END-IF.

      * Item que continua sem confirmacao: entra na faixa de idade
      * e, se urgente e atrasado, na lista de atrasados; o alerta
      * sai uma vez por item (PND-ALERTADO).
       MANTER-ITEM.
           ADD 1 TO WS-CARTEIRA-FINAL
           PERFORM LOCALIZAR-FAIXA
           ADD 1 TO CRT-QTDE(WS-PRI-IDX, WS-FAI-IDX)
           ADD WS-ITEM-VALOR TO CRT-VALOR(WS-PRI-IDX, WS-FAI-IDX)
           IF WS-PRI-IDX = 1 AND WS-IDADE >= WS-DIAS-URGENTE
               ADD 1 TO WS-URGENTES-ATRASO
               IF PND-ALERTADO NOT = 'S'
                   MOVE 'S' TO PND-ALERTADO
                   ADD 1 TO WS-ALERTAS-ITEM
                   IF WS-ALERTAS-ITEM <= WS-LIMITE-ALERTAS
                       MOVE 'A' TO WS-ALR-SEVERIDADE
                       MOVE "ENTRATRS" TO WS-ALR-CODIGO
                       MOVE SPACES TO WS-ALR-TEXTO
                       STRING "URGENTE " PND-ITEM(1:8) " EXP "
                           PND-DATA-EXPED " SEM ENTREGA " WS-IDADE
                           " DIAS UTEIS"
                           DELIMITED BY SIZE INTO WS-ALR-TEXTO
                       PERFORM GRAVAR-ALERTA
                   END-IF
               END-IF
           END-IF
           WRITE PEND-TEMP-REC FROM WS-PENDENTE.

       LOCALIZAR-FAIXA.
           MOVE 1 TO WS-FAI-IDX
           PERFORM AVANCAR-FAIXA
               UNTIL WS-FAI-IDX = 6
                   OR WS-IDADE <= FAI-ATE(WS-FAI-IDX).

       AVANCAR-FAIXA.
           ADD 1 TO WS-FAI-IDX.

       LISTAR-CONFIRMACAO-SEM-ITEM.
           IF TCF-USADA(WS-CNF-IDX) = 'N'
               ADD 1 TO WS-NAO-EXPEDIDOS
               MOVE TCF-SEQUENCIA(WS-CNF-IDX) TO OCR-SEQUENCIA
               MOVE TCF-ITEM-ID(WS-CNF-IDX) TO OCR-ITEM-ID
               MOVE TCF-SITUACAO(WS-CNF-IDX) TO OCR-SITUACAO
               MOVE TCF-DATA(WS-CNF-IDX) TO OCR-DATA
               MOVE "ITEM NAO CONSTA COMO EXPEDIDO NA CARTEIRA"
                   TO OCR-MOTIVO
               WRITE RELATORIO-REC FROM OCR-LINHA
               ADD 1 TO WS-ALERTAS-ITEM
               IF WS-ALERTAS-ITEM <= WS-LIMITE-ALERTAS
                   MOVE 'M' TO WS-ALR-SEVERIDADE
                   MOVE "ENTRNEXP" TO WS-ALR-CODIGO
                   MOVE SPACES TO WS-ALR-TEXTO
                   STRING "CONFIRMACAO " TCF-SITUACAO(WS-CNF-IDX)
                       " DE " TCF-ITEM-ID(WS-CNF-IDX) " MANIFESTO "
                       TCF-SEQUENCIA(WS-CNF-IDX) " SEM EXPEDICAO"
                       DELIMITED BY SIZE INTO WS-ALR-TEXTO
                   PERFORM GRAVAR-ALERTA
               END-IF
           END-IF.

       ALERTAR-EXCESSO.
           MOVE 'A' TO WS-ALR-SEVERIDADE
           MOVE "ENTRATRS" TO WS-ALR-CODIGO
           MOVE SPACES TO WS-ALR-TEXTO
           STRING WS-ALERTAS-ITEM " OCORRENCIAS DE ENTREGA - SO AS "
               WS-LIMITE-ALERTAS " ALERTADAS"
               DELIMITED BY SIZE INTO WS-ALR-TEXTO
           PERFORM GRAVAR-ALERTA.

       GRAVAR-CONTROLE.
           IF ABSORVER-MANIFESTO
               MOVE WS-MANIF-QTDE TO ECT-MANIF-QTDE
               MOVE WS-MANIF-PRIMEIRO TO ECT-MANIF-PRIMEIRO
               MOVE WS-MANIF-ULTIMO TO ECT-MANIF-ULTIMO
               MOVE WS-DATA-NEGOCIO TO ECT-MANIF-DATA
               MOVE WS-CICLO TO ECT-MANIF-CICLO
           END-IF
           IF APLICAR-RETORNO
               MOVE WS-DATA-NEGOCIO TO ECT-CONF-DATA
               MOVE WS-CONF-QTDE TO ECT-CONF-QTDE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ECT-CARIMBO
           OPEN OUTPUT CONTROLE-FILE
           WRITE CONTROLE-REC
           CLOSE CONTROLE-FILE
           IF APLICAR-RETORNO
               OPEN OUTPUT CONFIRMA-FILE
               IF RETORNO-EXCEDIDO
                   OPEN INPUT CONFIRMA-TEMP-FILE
                   PERFORM DEVOLVER-CONFIRMACAO
                       UNTIL CONFIRMA-TEMP-STATUS NOT = "00"
                   CLOSE CONFIRMA-TEMP-FILE
                   DISPLAY "ALERTA: ENTRCONF regravado com as "
                       WS-CONF-SOBRA " confirmacao(oes) alem de 2000 "
                       "- aplicadas na proxima execucao"
               END-IF
               CLOSE CONFIRMA-FILE
           END-IF.

       DEVOLVER-CONFIRMACAO.
           READ CONFIRMA-TEMP-FILE
               NOT AT END
                   WRITE CONFIRMA-REC FROM CONFIRMA-TEMP-REC
           END-READ.

      * ----- Valor e idade do item -----

       APURAR-VALOR-ITEM.
           MOVE 0 TO WS-ITEM-VALOR
           MOVE PND-ITEM(11:9) TO WS-VALOR-BRUTO
           IF WS-VALOR-BRUTO IS NUMERIC
               COMPUTE WS-ITEM-VALOR =
                   FUNCTION NUMVAL(WS-VALOR-BRUTO) / 100
           END-IF.

      * Dias uteis depois da expedicao ate a data de negocio: o
      * item expedido hoje tem idade 0.  Cada data de expedicao e
      * calculada uma vez so.
       CALCULAR-IDADE.
           MOVE 0 TO WS-IDADE
           IF PND-DATA-EXPED IS NUMERIC
               AND PND-DATA-EXPED < WS-DATA-NEGOCIO
               AND PND-DATA-EXPED > 19000101
               MOVE 0 TO WS-IDD-ACHADO
               PERFORM COMPARAR-IDADE
                   VARYING WS-IDD-IDX FROM 1 BY 1
                   UNTIL WS-IDD-IDX > IDD-QTDE OR WS-IDD-ACHADO > 0
               IF WS-IDD-ACHADO > 0
                   MOVE IDD-DIAS(WS-IDD-ACHADO) TO WS-IDADE
               ELSE
                   PERFORM CONTAR-DIAS-UTEIS
                   IF IDD-QTDE < 400
                       ADD 1 TO IDD-QTDE
                       MOVE PND-DATA-EXPED TO IDD-DATA(IDD-QTDE)
                       MOVE WS-IDADE TO IDD-DIAS(IDD-QTDE)
                   END-IF
               END-IF
           END-IF.

       COMPARAR-IDADE.
           IF IDD-DATA(WS-IDD-IDX) = PND-DATA-EXPED
               MOVE WS-IDD-IDX TO WS-IDD-ACHADO
           END-IF.

       CONTAR-DIAS-UTEIS.
           COMPUTE WS-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(PND-DATA-EXPED) + 1
           COMPUTE WS-DIA-FINAL =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           PERFORM CONTAR-DIA-UTIL
               UNTIL WS-DIA-INTEIRO > WS-DIA-FINAL
                   OR WS-IDADE = 999.

       CONTAR-DIA-UTIL.
           COMPUTE WS-DIA-DATA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
           MOVE 'N' TO WS-FER-ACHADO
           PERFORM COMPARAR-FERIADO
               VARYING WS-FER-IDX FROM 1 BY 1
               UNTIL WS-FER-IDX > FER-QTDE OR WS-FER-ACHADO = 'S'
           IF WS-FER-ACHADO = 'N'
               ADD 1 TO WS-IDADE
           END-IF
           ADD 1 TO WS-DIA-INTEIRO.

       COMPARAR-FERIADO.
           IF FER-DATA(WS-FER-IDX) = WS-DIA-DATA
               MOVE 'S' TO WS-FER-ACHADO
           END-IF.

      * ----- Relatorio -----

       IMPRIMIR-BAIXAS.
           MOVE "CONFIRMACOES DO DIA APLICADAS NA CARTEIRA"
               TO CAB-SECAO-TEXTO
           WRITE RELATORIO-REC FROM CAB-SECAO
           WRITE RELATORIO-REC FROM CAB-BAIXAS
           MOVE 1 TO WS-SIT-IDX
           MOVE "ENTREGUES (D)" TO BXL-SITUACAO
           PERFORM IMPRIMIR-LINHA-BAIXA
           MOVE 2 TO WS-SIT-IDX
           MOVE "RECUSADOS (R)" TO BXL-SITUACAO
           PERFORM IMPRIMIR-LINHA-BAIXA
           MOVE 3 TO WS-SIT-IDX
           MOVE "EXTRAVIADOS(L)" TO BXL-SITUACAO
           PERFORM IMPRIMIR-LINHA-BAIXA
           MOVE SPACES TO OBS-TEXTO
           IF APLICAR-RETORNO
               STRING "RETORNO ENTRCONF COM " WS-CONF-QTDE
                   " REGISTRO(S): " WS-BAIXADOS " BAIXA(S), "
                   WS-NAO-EXPEDIDOS " SEM ITEM EXPEDIDO, "
                   WS-INVALIDOS " INVALIDO(S)"
                   DELIMITED BY SIZE INTO OBS-TEXTO
           ELSE
               MOVE "NENHUM RETORNO ENTRCONF APLICADO NESTA EXECUCAO"
                   TO OBS-TEXTO
           END-IF
           WRITE RELATORIO-REC FROM OBS-LINHA.

       IMPRIMIR-LINHA-BAIXA.
           MOVE BXT-QTDE(1, WS-SIT-IDX) TO BXL-QTDE-U
           MOVE BXT-VALOR(1, WS-SIT-IDX) TO BXL-VALOR-U
           MOVE BXT-QTDE(2, WS-SIT-IDX) TO BXL-QTDE-R
           MOVE BXT-VALOR(2, WS-SIT-IDX) TO BXL-VALOR-R
           WRITE RELATORIO-REC FROM BXA-LINHA.

       IMPRIMIR-CARTEIRA.
           MOVE "CARTEIRA SEM CONFIRMACAO POR IDADE EM DIAS UTEIS"
               TO CAB-SECAO-TEXTO
           WRITE RELATORIO-REC FROM CAB-SECAO
           WRITE RELATORIO-REC FROM CAB-CARTEIRA
           MOVE 0 TO WS-CRT-QTDE-U WS-CRT-VALOR-U
               WS-CRT-QTDE-R WS-CRT-VALOR-R
           PERFORM IMPRIMIR-FAIXA
               VARYING WS-FAI-IDX FROM 1 BY 1
               UNTIL WS-FAI-IDX > 6
           MOVE "TOTAL" TO CRL-FAIXA
           MOVE WS-CRT-QTDE-U TO CRL-QTDE-U
           MOVE WS-CRT-VALOR-U TO CRL-VALOR-U
           MOVE WS-CRT-QTDE-R TO CRL-QTDE-R
           MOVE WS-CRT-VALOR-R TO CRL-VALOR-R
           COMPUTE CRL-QTDE-T = WS-CRT-QTDE-U + WS-CRT-QTDE-R
           COMPUTE CRL-VALOR-T = WS-CRT-VALOR-U + WS-CRT-VALOR-R
           WRITE RELATORIO-REC FROM CRT-LINHA
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO CAB-SECAO-TEXTO
           MOVE WS-DIAS-URGENTE TO WS-DIAS-EDIT
           STRING "URGENTES SEM CONFIRMACAO HA " WS-DIAS-EDIT
               " DIA(S) UTEIS OU MAIS"
               DELIMITED BY SIZE INTO CAB-SECAO-TEXTO
           WRITE RELATORIO-REC FROM CAB-SECAO
           WRITE RELATORIO-REC FROM CAB-ATRASADOS
           IF WS-URGENTES-ATRASO = 0
               MOVE "  NENHUM" TO RELATORIO-REC
               WRITE RELATORIO-REC
           ELSE
               OPEN INPUT PENDENTE-FILE
               IF PENDENTE-STATUS = "00"
                   PERFORM LISTAR-ATRASADO
                       UNTIL PENDENTE-STATUS NOT = "00"
                   CLOSE PENDENTE-FILE
               END-IF
           END-IF.

       IMPRIMIR-FAIXA.
           MOVE FAI-ROTULO(WS-FAI-IDX) TO CRL-FAIXA
           MOVE CRT-QTDE(1, WS-FAI-IDX) TO CRL-QTDE-U
           MOVE CRT-VALOR(1, WS-FAI-IDX) TO CRL-VALOR-U
           MOVE CRT-QTDE(2, WS-FAI-IDX) TO CRL-QTDE-R
           MOVE CRT-VALOR(2, WS-FAI-IDX) TO CRL-VALOR-R
           COMPUTE CRL-QTDE-T =
               CRT-QTDE(1, WS-FAI-IDX) + CRT-QTDE(2, WS-FAI-IDX)
           COMPUTE CRL-VALOR-T =
               CRT-VALOR(1, WS-FAI-IDX) + CRT-VALOR(2, WS-FAI-IDX)
           ADD CRT-QTDE(1, WS-FAI-IDX) TO WS-CRT-QTDE-U
           ADD CRT-VALOR(1, WS-FAI-IDX) TO WS-CRT-VALOR-U
           ADD CRT-QTDE(2, WS-FAI-IDX) TO WS-CRT-QTDE-R
           ADD CRT-VALOR(2, WS-FAI-IDX) TO WS-CRT-VALOR-R
           WRITE RELATORIO-REC FROM CRT-LINHA.

       LISTAR-ATRASADO.
           READ PENDENTE-FILE INTO WS-PENDENTE
               NOT AT END
                   IF PND-PRIORIDADE = "U"
                       PERFORM CALCULAR-IDADE
                       IF WS-IDADE >= WS-DIAS-URGENTE
                           PERFORM APURAR-VALOR-ITEM
                           MOVE PND-DATA-EXPED TO ATR-DATA
                           MOVE PND-CICLO TO ATR-CICLO
                           MOVE PND-SEQUENCIA TO ATR-SEQUENCIA
                           MOVE PND-ITEM TO ATR-ITEM
                           MOVE WS-IDADE TO ATR-DIAS
                           MOVE WS-ITEM-VALOR TO ATR-VALOR
                           WRITE RELATORIO-REC FROM ATR-LINHA
                       END-IF
                   END-IF
           END-READ.

       GRAVAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "CONCILIAR-ENTREGAS" TO ALR-PROGRAMA
           MOVE WS-ALR-SEVERIDADE TO ALR-SEVERIDADE
           MOVE WS-ALR-CODIGO TO ALR-CODIGO
           MOVE WS-ALR-TEXTO TO ALR-TEXTO
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.
