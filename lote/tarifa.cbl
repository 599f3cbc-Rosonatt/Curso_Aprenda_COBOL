       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFACAO-ITENS.
      * Tarifacao dos itens processados para cobranca dos clientes
      * internos: cada liquidacao da pilha (PILHASET) e cada item
      * expedido pelo deque (DEQEXPED) recebe a tarifa da tabela
      * TARIFAS pelo ITEM-TIPO e pela faixa de valor (fixa +
      * percentual, limitada ao minimo e ao maximo), com adicional
      * de urgencia para expedicao de prioridade 'U'.  Sai um
      * registro de cobranca por item tarifado (TARDETAL), o resumo
      * por tipo e por data de negocio (TARRESUM) e a lista dos
      * itens sem tarifa na tabela (TARNFAT), que nao somem calados.
      * Com ciclos (CICLOCTL) o TARDETAL guarda os ciclos da data:
      * os registros de cada ciclo seguem os dos ciclos anteriores,
      * e o TARRESUM soma os ciclos anteriores aos deste, fechando
      * com o TARDETAL.  O TARNFAT e so do ciclo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO "PILHASET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SETTLE-STATUS.
           SELECT EXPED-FILE ASSIGN TO "DEQEXPED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXPED-STATUS.
           SELECT TARIFA-FILE ASSIGN TO "TARIFAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TARIFA-STATUS.
           SELECT COBRANCA-FILE ASSIGN TO "TARDETAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COBRANCA-STATUS.
           SELECT COBRANCA-TEMP-FILE ASSIGN TO "TARDTTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COBRANCA-TEMP-STATUS.
           SELECT RESUMO-FILE ASSIGN TO "TARRESUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUMO-STATUS.
           SELECT NAO-FATURADO-FILE ASSIGN TO "TARNFAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NAO-FATURADO-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
       01  SETTLE-REC.
           05  SET-ITEM         PIC X(27).
           05  SET-TIMESTAMP    PIC X(26).

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

      * Tabela de tarifas: por ITEM-TIPO, uma entrada por faixa de
      * valor (a faixa vai ate TAR-FAIXA-ATE inclusive; o item cai
      * na menor faixa que o comporta).  Tarifa = fixa + percentual
      * do valor, elevada ao minimo e limitada ao maximo (maximo
      * zero = sem teto); expedicao urgente soma TAR-ADIC-URGENTE
      * por cento sobre a tarifa.
       FD  TARIFA-FILE.
       01  TARIFA-REC.
           05  TAR-TIPO         PIC X(02).
           05  TAR-FAIXA-ATE    PIC 9(07)V99.
           05  TAR-FIXA         PIC 9(05)V99.
           05  TAR-PERCENTUAL   PIC 9(02)V9(04).
           05  TAR-MINIMA       PIC 9(05)V99.
           05  TAR-MAXIMA       PIC 9(05)V99.
           05  TAR-ADIC-URGENTE PIC 9(03)V99.

      * Registro de cobranca por item tarifado, com o ciclo da data
      * de processamento em que o item foi tarifado.
       FD  COBRANCA-FILE.
       01  COBRANCA-REC.
           05  COB-DATA-PROC    PIC 9(08).
           05  COB-ORIGEM       PIC X(08).
           05  COB-ITEM-ID      PIC X(08).
           05  COB-ITEM-TIPO    PIC X(02).
           05  COB-DATA-NEG     PIC 9(08).
           05  COB-VALOR-ITEM   PIC 9(07)V99.
           05  COB-PRIORIDADE   PIC X(01).
           05  COB-FAIXA-ATE    PIC 9(07)V99.
           05  COB-TARIFA-BASE  PIC 9(05)V99.
           05  COB-ADICIONAL    PIC 9(05)V99.
           05  COB-TARIFA-TOTAL PIC 9(05)V99.
           05  COB-CICLO        PIC 9(02).

       FD  COBRANCA-TEMP-FILE.
       01  COBRANCA-TEMP-REC    PIC X(76).

       FD  RESUMO-FILE.
       01  RESUMO-REC           PIC X(132).

       FD  NAO-FATURADO-FILE.
       01  NAO-FATURADO-REC     PIC X(132).

       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  ALERTA-FILE.
       COPY ALERTREG.

       FD  CICLO-FILE.
       COPY CICLOCTL.

       WORKING-STORAGE SECTION.
       01  SETTLE-STATUS        PIC X(02).
       01  EXPED-STATUS         PIC X(02).
       01  TARIFA-STATUS        PIC X(02).
       01  COBRANCA-STATUS      PIC X(02).
       01  COBRANCA-TEMP-STATUS PIC X(02).
       01  RESUMO-STATUS        PIC X(02).
       01  NAO-FATURADO-STATUS  PIC X(02).
       01  PARAM-STATUS         PIC X(02).
       01  ALERTA-STATUS        PIC X(02).
       01  CICLO-STATUS         PIC X(02).

       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-CICLO             PIC 9(02) VALUE 1.
       01  WS-COBRANCA-MANTIDOS PIC 9(06) VALUE 0.

       01  WS-TAR-IDX           PIC 9(03).
       01  WS-TAR-ACHADA        PIC 9(03).
       01  TAB-TARIFAS.
           05  TAR-QTDE         PIC 9(03) VALUE 0.
           05  TAR-ENT OCCURS 200 TIMES.
               10  TRT-TIPO         PIC X(02).
               10  TRT-FAIXA-ATE    PIC 9(07)V99.
               10  TRT-FIXA         PIC 9(05)V99.
               10  TRT-PERCENTUAL   PIC 9(02)V9(04).
               10  TRT-MINIMA       PIC 9(05)V99.
               10  TRT-MAXIMA       PIC 9(05)V99.
               10  TRT-ADIC-URGENTE PIC 9(03)V99.

      * Item corrente em tarifacao.
       01  WS-TAR-ITEM          PIC X(27).
       01  WS-TAR-ORIGEM        PIC X(08).
       01  WS-TAR-PRIORIDADE    PIC X(01).
       01  WS-VALOR-ITEM        PIC 9(07)V99.
       01  WS-VALOR-BRUTO       PIC X(09).
       01  WS-TARIFA-CALC       PIC 9(07)V9(04).
       01  WS-TARIFA-BASE       PIC 9(05)V99.
       01  WS-ADICIONAL         PIC 9(05)V99.
       01  WS-TARIFA-TOTAL      PIC 9(05)V99.
       01  WS-MOTIVO-NAO-FAT    PIC X(40).

       COPY ITEMREG.

       01  WS-QTDE-TARIFADOS    PIC 9(06) VALUE 0.
       01  WS-QTDE-NAO-FAT      PIC 9(06) VALUE 0.
       01  WS-QTDE-URGENTES     PIC 9(06) VALUE 0.
       01  WS-TOTAL-TARIFAS     PIC 9(09)V99 VALUE 0.
       01  WS-VALOR-TARIFADO    PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ADICIONAL   PIC 9(09)V99 VALUE 0.
       01  WS-VALOR-NAO-FAT     PIC 9(11)V99 VALUE 0.

      * Acumuladores do resumo por tipo e por data de negocio do
      * item (a pilha liquida itens de datas anteriores retidos).
       01  WS-RES-IDX           PIC 9(02).
       01  WS-RES-ACHADO        PIC 9(02).
       01  TAB-RESUMO-TIPO.
           05  RTP-QTDE         PIC 9(02) VALUE 0.
           05  RTP-ENT OCCURS 50 TIMES.
               10  RTP-TIPO         PIC X(02).
               10  RTP-ITENS        PIC 9(06).
               10  RTP-VALOR        PIC 9(11)V99.
               10  RTP-TARIFA       PIC 9(09)V99.
       01  TAB-RESUMO-DATA.
           05  RDT-QTDE         PIC 9(02) VALUE 0.
           05  RDT-ENT OCCURS 60 TIMES.
               10  RDT-DATA         PIC 9(08).
               10  RDT-ITENS        PIC 9(06).
               10  RDT-VALOR        PIC 9(11)V99.
               10  RDT-TARIFA       PIC 9(09)V99.
       01  WS-RES-TRANSBORDO    PIC 9(06) VALUE 0.

       01  CAB-TITULO.
           05  FILLER           PIC X(30) VALUE SPACES.
           05  FILLER           PIC X(48) VALUE
               "RESUMO DA TARIFACAO DOS ITENS PROCESSADOS".
           05  FILLER           PIC X(14) VALUE "DATA NEGOCIO: ".
           05  CAB-DATA         PIC 9(08).
           05  FILLER           PIC X(32) VALUE SPACES.

       01  CAB-TRACO.
           05  FILLER           PIC X(132) VALUE ALL "-".

       01  CAB-SECAO.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CABS-TEXTO       PIC X(30).
           05  FILLER           PIC X(14) VALUE "ITENS".
           05  FILLER           PIC X(22) VALUE "VALOR DOS ITENS".
           05  FILLER           PIC X(64) VALUE "TARIFA".

       01  RES-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RES-CHAVE        PIC X(30).
           05  RES-ITENS        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RES-VALOR        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RES-TARIFA       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(54) VALUE SPACES.

       01  OBS-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  OBS-TEXTO        PIC X(130).

       01  NFT-LINHA.
           05  NFT-ORIGEM       PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  NFT-ITEM         PIC X(27).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  NFT-PRIORIDADE   PIC X(01).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  NFT-VALOR        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  NFT-MOTIVO       PIC X(40).
           05  FILLER           PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-TARIFACAO.
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CICLO
           PERFORM CARREGAR-TARIFAS

           PERFORM ABRIR-COBRANCA
           OPEN OUTPUT NAO-FATURADO-FILE
           MOVE "ITENS NAO TARIFADOS (SEM ENTRADA NA TABELA TARIFAS)"
               TO NAO-FATURADO-REC
           WRITE NAO-FATURADO-REC
           MOVE "ORIGEM    ITEM                         P  "
               & "      VALOR  MOTIVO" TO NAO-FATURADO-REC
           WRITE NAO-FATURADO-REC

           PERFORM TARIFAR-LIQUIDACOES
           PERFORM TARIFAR-EXPEDICOES

           IF WS-QTDE-NAO-FAT = 0
               MOVE "  NENHUM ITEM SEM TARIFA" TO NAO-FATURADO-REC
               WRITE NAO-FATURADO-REC
           END-IF
           CLOSE NAO-FATURADO-FILE
           CLOSE COBRANCA-FILE

           PERFORM GRAVAR-RESUMO-TARIFACAO

           DISPLAY "Tarifacao: " WS-QTDE-TARIFADOS
               " item(ns) tarifado(s) em TARDETAL, "
               WS-QTDE-NAO-FAT " sem tarifa (TARNFAT)"
           IF WS-QTDE-NAO-FAT > 0
               MOVE 'M' TO ALR-SEVERIDADE
               MOVE "TARNFAT" TO ALR-CODIGO
               MOVE SPACES TO ALR-TEXTO
               STRING WS-QTDE-NAO-FAT
                   " ITEM(NS) SEM TARIFA - NAO FATURADOS - VER TARNFAT"
                   DELIMITED BY SIZE INTO ALR-TEXTO
               PERFORM GRAVAR-ALERTA
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
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Mesma regra do LOTE-CONTROLE: CICLOCTL de outra data vale
      * como ciclo 01; sem o arquivo, um ciclo so por data.
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

      * O TARDETAL passa pelo TARDTTMP: os registros dos ciclos
      * anteriores da mesma data voltam antes dos deste ciclo, e
      * entram no resumo e nos totais; os de outra data e os do
      * proprio ciclo (reexecucao) saem.
       ABRIR-COBRANCA.
           MOVE 0 TO WS-COBRANCA-MANTIDOS
           OPEN INPUT COBRANCA-FILE
           IF COBRANCA-STATUS = "00"
               OPEN OUTPUT COBRANCA-TEMP-FILE
               PERFORM SEPARAR-COBRANCA
                   UNTIL COBRANCA-STATUS NOT = "00"
               CLOSE COBRANCA-TEMP-FILE
               CLOSE COBRANCA-FILE
           END-IF
           OPEN OUTPUT COBRANCA-FILE
           IF WS-COBRANCA-MANTIDOS > 0
               OPEN INPUT COBRANCA-TEMP-FILE
               PERFORM DEVOLVER-COBRANCA
                   UNTIL COBRANCA-TEMP-STATUS NOT = "00"
               CLOSE COBRANCA-TEMP-FILE
               DISPLAY "TARDETAL: " WS-COBRANCA-MANTIDOS
                   " registro(s) dos ciclos anteriores mantidos"
           END-IF.

       SEPARAR-COBRANCA.
           READ COBRANCA-FILE
               NOT AT END
                   IF COB-DATA-PROC = WS-DATA-NEGOCIO
                       AND COB-CICLO NUMERIC
                       AND COB-CICLO < WS-CICLO
                       WRITE COBRANCA-TEMP-REC FROM COBRANCA-REC
                       ADD 1 TO WS-COBRANCA-MANTIDOS
                   END-IF
           END-READ.

       DEVOLVER-COBRANCA.
           READ COBRANCA-TEMP-FILE
               NOT AT END
                   MOVE COBRANCA-TEMP-REC TO COBRANCA-REC
                   PERFORM SOMAR-COBRANCA-ANTERIOR
                   WRITE COBRANCA-REC
           END-READ.

       SOMAR-COBRANCA-ANTERIOR.
           MOVE COB-ITEM-TIPO TO ITEM-TIPO
           MOVE COB-VALOR-ITEM TO WS-VALOR-ITEM
           MOVE COB-TARIFA-TOTAL TO WS-TARIFA-TOTAL
           IF COB-PRIORIDADE = "U"
               ADD 1 TO WS-QTDE-URGENTES
           END-IF
           ADD 1 TO WS-QTDE-TARIFADOS
           ADD COB-TARIFA-TOTAL TO WS-TOTAL-TARIFAS
           ADD COB-VALOR-ITEM TO WS-VALOR-TARIFADO
           ADD COB-ADICIONAL TO WS-TOTAL-ADICIONAL
           PERFORM ACUMULAR-RESUMO.

       CARREGAR-TARIFAS.
           OPEN INPUT TARIFA-FILE
           IF TARIFA-STATUS = "00"
               PERFORM LER-TARIFA
                   UNTIL TARIFA-STATUS NOT = "00"
               CLOSE TARIFA-FILE
               DISPLAY "Tabela de tarifas carregada: " TAR-QTDE
                   " faixa(s)"
           ELSE
               DISPLAY "ALERTA: TARIFAS ausente - nenhum item sera "
                   "tarifado"
           END-IF.

       LER-TARIFA.
           READ TARIFA-FILE
               NOT AT END
                   IF TAR-QTDE < 200
                       ADD 1 TO TAR-QTDE
                       MOVE TAR-TIPO TO TRT-TIPO(TAR-QTDE)
                       MOVE TAR-FAIXA-ATE TO TRT-FAIXA-ATE(TAR-QTDE)
                       MOVE TAR-FIXA TO TRT-FIXA(TAR-QTDE)
                       MOVE TAR-PERCENTUAL TO TRT-PERCENTUAL(TAR-QTDE)
                       MOVE TAR-MINIMA TO TRT-MINIMA(TAR-QTDE)
                       MOVE TAR-MAXIMA TO TRT-MAXIMA(TAR-QTDE)
                       MOVE TAR-ADIC-URGENTE
                           TO TRT-ADIC-URGENTE(TAR-QTDE)
                   ELSE
                       DISPLAY "ALERTA: limite de 200 faixas de "
                           "tarifa excedido - " TAR-TIPO " ignorada"
                   END-IF
           END-READ.

       TARIFAR-LIQUIDACOES.
           OPEN INPUT SETTLE-FILE
           IF SETTLE-STATUS = "00"
               PERFORM LER-LIQUIDACAO
                   UNTIL SETTLE-STATUS NOT = "00"
               CLOSE SETTLE-FILE
           ELSE
               DISPLAY "PILHASET ausente - nenhuma liquidacao a "
                   "tarifar"
           END-IF.

       LER-LIQUIDACAO.
           READ SETTLE-FILE
               NOT AT END
                   MOVE SET-ITEM TO WS-TAR-ITEM
                   MOVE "PILHASET" TO WS-TAR-ORIGEM
                   MOVE SPACE TO WS-TAR-PRIORIDADE
                   PERFORM TARIFAR-ITEM
           END-READ.

       TARIFAR-EXPEDICOES.
           OPEN INPUT EXPED-FILE
           IF EXPED-STATUS = "00"
               PERFORM LER-EXPEDICAO
                   UNTIL EXPED-STATUS NOT = "00"
               CLOSE EXPED-FILE
           ELSE
               DISPLAY "DEQEXPED ausente - nenhuma expedicao a "
                   "tarifar"
           END-IF.

       LER-EXPEDICAO.
           READ EXPED-FILE
               NOT AT END
                   IF EXP-TIPO-REG = "D"
                       MOVE EXP-ITEM TO WS-TAR-ITEM
                       MOVE "DEQEXPED" TO WS-TAR-ORIGEM
                       MOVE EXP-PRIORIDADE TO WS-TAR-PRIORIDADE
                       PERFORM TARIFAR-ITEM
                   END-IF
           END-READ.

       TARIFAR-ITEM.
           MOVE WS-TAR-ITEM TO ITEM-NEGOCIO
           MOVE WS-TAR-ITEM(11:9) TO WS-VALOR-BRUTO
           MOVE 0 TO WS-VALOR-ITEM
           IF WS-VALOR-BRUTO IS NOT NUMERIC
               MOVE "VALOR DO ITEM NAO NUMERICO"
                   TO WS-MOTIVO-NAO-FAT
               PERFORM REGISTRAR-NAO-FATURADO
           ELSE
               COMPUTE WS-VALOR-ITEM =
                   FUNCTION NUMVAL(WS-VALOR-BRUTO) / 100
               PERFORM LOCALIZAR-FAIXA
               IF WS-TAR-ACHADA = 0
                   MOVE SPACES TO WS-MOTIVO-NAO-FAT
                   STRING "TIPO " ITEM-TIPO
                       " SEM FAIXA PARA O VALOR NA TABELA"
                       DELIMITED BY SIZE INTO WS-MOTIVO-NAO-FAT
                   PERFORM REGISTRAR-NAO-FATURADO
               ELSE
                   PERFORM CALCULAR-TARIFA
                   PERFORM GRAVAR-COBRANCA
                   PERFORM ACUMULAR-RESUMO
               END-IF
           END-IF.

      * A menor faixa do tipo que comporta o valor do item.
       LOCALIZAR-FAIXA.
           MOVE 0 TO WS-TAR-ACHADA
           PERFORM COMPARAR-FAIXA
               VARYING WS-TAR-IDX FROM 1 BY 1
               UNTIL WS-TAR-IDX > TAR-QTDE.

       COMPARAR-FAIXA.
           IF TRT-TIPO(WS-TAR-IDX) = ITEM-TIPO
               AND TRT-FAIXA-ATE(WS-TAR-IDX) >= WS-VALOR-ITEM
               IF WS-TAR-ACHADA = 0
                   MOVE WS-TAR-IDX TO WS-TAR-ACHADA
               ELSE
                   IF TRT-FAIXA-ATE(WS-TAR-IDX)
                       < TRT-FAIXA-ATE(WS-TAR-ACHADA)
                       MOVE WS-TAR-IDX TO WS-TAR-ACHADA
                   END-IF
               END-IF
           END-IF.

       CALCULAR-TARIFA.
           COMPUTE WS-TARIFA-CALC ROUNDED =
               TRT-FIXA(WS-TAR-ACHADA)
               + WS-VALOR-ITEM * TRT-PERCENTUAL(WS-TAR-ACHADA) / 100
           IF WS-TARIFA-CALC < TRT-MINIMA(WS-TAR-ACHADA)
               MOVE TRT-MINIMA(WS-TAR-ACHADA) TO WS-TARIFA-CALC
           END-IF
           IF TRT-MAXIMA(WS-TAR-ACHADA) > 0
               AND WS-TARIFA-CALC > TRT-MAXIMA(WS-TAR-ACHADA)
               MOVE TRT-MAXIMA(WS-TAR-ACHADA) TO WS-TARIFA-CALC
           END-IF
           COMPUTE WS-TARIFA-BASE ROUNDED = WS-TARIFA-CALC
           MOVE 0 TO WS-ADICIONAL
           IF WS-TAR-PRIORIDADE = "U"
               COMPUTE WS-ADICIONAL ROUNDED =
                   WS-TARIFA-BASE * TRT-ADIC-URGENTE(WS-TAR-ACHADA)
                   / 100
               ADD 1 TO WS-QTDE-URGENTES
           END-IF
           COMPUTE WS-TARIFA-TOTAL = WS-TARIFA-BASE + WS-ADICIONAL.

       GRAVAR-COBRANCA.
           MOVE WS-DATA-NEGOCIO TO COB-DATA-PROC
           MOVE WS-TAR-ORIGEM TO COB-ORIGEM
           MOVE ITEM-ID TO COB-ITEM-ID
           MOVE ITEM-TIPO TO COB-ITEM-TIPO
           IF ITEM-DATA-NEG IS NUMERIC
               MOVE ITEM-DATA-NEG TO COB-DATA-NEG
           ELSE
               MOVE 0 TO COB-DATA-NEG
           END-IF
           MOVE WS-VALOR-ITEM TO COB-VALOR-ITEM
           MOVE WS-TAR-PRIORIDADE TO COB-PRIORIDADE
           MOVE TRT-FAIXA-ATE(WS-TAR-ACHADA) TO COB-FAIXA-ATE
           MOVE WS-TARIFA-BASE TO COB-TARIFA-BASE
           MOVE WS-ADICIONAL TO COB-ADICIONAL
           MOVE WS-TARIFA-TOTAL TO COB-TARIFA-TOTAL
           MOVE WS-CICLO TO COB-CICLO
           WRITE COBRANCA-REC
           ADD 1 TO WS-QTDE-TARIFADOS
           ADD WS-TARIFA-TOTAL TO WS-TOTAL-TARIFAS
           ADD WS-VALOR-ITEM TO WS-VALOR-TARIFADO
           ADD WS-ADICIONAL TO WS-TOTAL-ADICIONAL.

       REGISTRAR-NAO-FATURADO.
           ADD 1 TO WS-QTDE-NAO-FAT
           ADD WS-VALOR-ITEM TO WS-VALOR-NAO-FAT
           MOVE WS-TAR-ORIGEM TO NFT-ORIGEM
           MOVE WS-TAR-ITEM TO NFT-ITEM
           MOVE WS-TAR-PRIORIDADE TO NFT-PRIORIDADE
           MOVE WS-VALOR-ITEM TO NFT-VALOR
           MOVE WS-MOTIVO-NAO-FAT TO NFT-MOTIVO
           WRITE NAO-FATURADO-REC FROM NFT-LINHA.

       ACUMULAR-RESUMO.
           MOVE 0 TO WS-RES-ACHADO
           PERFORM LOCALIZAR-RESUMO-TIPO
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > RTP-QTDE OR WS-RES-ACHADO > 0
           IF WS-RES-ACHADO = 0 AND RTP-QTDE < 50
               ADD 1 TO RTP-QTDE
               MOVE RTP-QTDE TO WS-RES-ACHADO
               MOVE ITEM-TIPO TO RTP-TIPO(WS-RES-ACHADO)
               MOVE 0 TO RTP-ITENS(WS-RES-ACHADO)
               MOVE 0 TO RTP-VALOR(WS-RES-ACHADO)
               MOVE 0 TO RTP-TARIFA(WS-RES-ACHADO)
           END-IF
           IF WS-RES-ACHADO > 0
               ADD 1 TO RTP-ITENS(WS-RES-ACHADO)
               ADD WS-VALOR-ITEM TO RTP-VALOR(WS-RES-ACHADO)
               ADD WS-TARIFA-TOTAL TO RTP-TARIFA(WS-RES-ACHADO)
           ELSE
               ADD 1 TO WS-RES-TRANSBORDO
           END-IF
           MOVE 0 TO WS-RES-ACHADO
           PERFORM LOCALIZAR-RESUMO-DATA
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > RDT-QTDE OR WS-RES-ACHADO > 0
           IF WS-RES-ACHADO = 0 AND RDT-QTDE < 60
               ADD 1 TO RDT-QTDE
               MOVE RDT-QTDE TO WS-RES-ACHADO
               MOVE COB-DATA-NEG TO RDT-DATA(WS-RES-ACHADO)
               MOVE 0 TO RDT-ITENS(WS-RES-ACHADO)
               MOVE 0 TO RDT-VALOR(WS-RES-ACHADO)
               MOVE 0 TO RDT-TARIFA(WS-RES-ACHADO)
           END-IF
           IF WS-RES-ACHADO > 0
               ADD 1 TO RDT-ITENS(WS-RES-ACHADO)
               ADD WS-VALOR-ITEM TO RDT-VALOR(WS-RES-ACHADO)
               ADD WS-TARIFA-TOTAL TO RDT-TARIFA(WS-RES-ACHADO)
           ELSE
               ADD 1 TO WS-RES-TRANSBORDO
           END-IF.

       LOCALIZAR-RESUMO-TIPO.
           IF RTP-TIPO(WS-RES-IDX) = ITEM-TIPO
               MOVE WS-RES-IDX TO WS-RES-ACHADO
           END-IF.

       LOCALIZAR-RESUMO-DATA.
           IF RDT-DATA(WS-RES-IDX) = COB-DATA-NEG
               MOVE WS-RES-IDX TO WS-RES-ACHADO
           END-IF.

       GRAVAR-RESUMO-TARIFACAO.
           OPEN OUTPUT RESUMO-FILE
           MOVE WS-DATA-NEGOCIO TO CAB-DATA
           WRITE RESUMO-REC FROM CAB-TITULO
           WRITE RESUMO-REC FROM CAB-TRACO
           MOVE "POR ITEM-TIPO" TO CABS-TEXTO
           WRITE RESUMO-REC FROM CAB-SECAO
           PERFORM IMPRIMIR-RESUMO-TIPO
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > RTP-QTDE
           MOVE SPACES TO RESUMO-REC
           WRITE RESUMO-REC
           MOVE "POR DATA DE NEGOCIO DO ITEM" TO CABS-TEXTO
           WRITE RESUMO-REC FROM CAB-SECAO
           PERFORM IMPRIMIR-RESUMO-DATA
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > RDT-QTDE
           WRITE RESUMO-REC FROM CAB-TRACO
           MOVE "TOTAL TARIFADO" TO RES-CHAVE
           MOVE WS-QTDE-TARIFADOS TO RES-ITENS
           MOVE WS-VALOR-TARIFADO TO RES-VALOR
           MOVE WS-TOTAL-TARIFAS TO RES-TARIFA
           WRITE RESUMO-REC FROM RES-LINHA
           MOVE SPACES TO OBS-TEXTO
           STRING "ADICIONAL DE URGENCIA: " WS-QTDE-URGENTES
               " ITEM(NS) / " WS-TOTAL-ADICIONAL
               " - NAO TARIFADOS: " WS-QTDE-NAO-FAT
               " ITEM(NS) / VALOR " WS-VALOR-NAO-FAT
               DELIMITED BY SIZE INTO OBS-TEXTO
           WRITE RESUMO-REC FROM OBS-LINHA
           IF WS-COBRANCA-MANTIDOS > 0
               MOVE SPACES TO OBS-TEXTO
               STRING "INCLUI " WS-COBRANCA-MANTIDOS
                   " ITEM(NS) TARIFADO(S) NOS CICLOS ANTERIORES DA "
                   "DATA - NAO TARIFADOS SO DO CICLO " WS-CICLO
                   DELIMITED BY SIZE INTO OBS-TEXTO
               WRITE RESUMO-REC FROM OBS-LINHA
           END-IF
           IF WS-RES-TRANSBORDO > 0
               MOVE SPACES TO OBS-TEXTO
               STRING "ALERTA: " WS-RES-TRANSBORDO
                   " ACUMULACAO(OES) FORA DAS TABELAS DE RESUMO"
                   DELIMITED BY SIZE INTO OBS-TEXTO
               WRITE RESUMO-REC FROM OBS-LINHA
           END-IF
           CLOSE RESUMO-FILE.

       IMPRIMIR-RESUMO-TIPO.
           MOVE SPACES TO RES-CHAVE
           STRING "TIPO " RTP-TIPO(WS-RES-IDX)
               DELIMITED BY SIZE INTO RES-CHAVE
           MOVE RTP-ITENS(WS-RES-IDX) TO RES-ITENS
           MOVE RTP-VALOR(WS-RES-IDX) TO RES-VALOR
           MOVE RTP-TARIFA(WS-RES-IDX) TO RES-TARIFA
           WRITE RESUMO-REC FROM RES-LINHA.

       IMPRIMIR-RESUMO-DATA.
           MOVE SPACES TO RES-CHAVE
           STRING RDT-DATA(WS-RES-IDX)(1:4) "-"
               RDT-DATA(WS-RES-IDX)(5:2) "-"
               RDT-DATA(WS-RES-IDX)(7:2)
               DELIMITED BY SIZE INTO RES-CHAVE
           MOVE RDT-ITENS(WS-RES-IDX) TO RES-ITENS
           MOVE RDT-VALOR(WS-RES-IDX) TO RES-VALOR
           MOVE RDT-TARIFA(WS-RES-IDX) TO RES-TARIFA
           WRITE RESUMO-REC FROM RES-LINHA.

       GRAVAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "TARIFACAO-ITENS" TO ALR-PROGRAMA
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.
