       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREAR-ITEM.
      * Rastreamento do ciclo de vida do item de negocio: para cada
      * ITEM-ID pedido (arquivo RASTRCHV ou console) imprime em
      * RASTREL a historia datada gravada em ITEMSIT pelo roteador,
      * pelas estruturas e pelo reparo - roteado, rejeitado e por
      * que, enfileirado, drenado, repassado, empilhado, carregado,
      * liquidado, derramado, expedido, corrigido e reenviado.  Sem
      * data na chave, todas as datas de negocio do ITEM-ID saem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIT-FILE ASSIGN TO "ITEMSIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIT-CHAVE
               FILE STATUS IS SIT-STATUS.
           SELECT CHAVES-FILE ASSIGN TO "RASTRCHV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHAVES-STATUS.
           SELECT RASTREIO-REL-FILE ASSIGN TO "RASTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RASTREIO-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIT-FILE.
       COPY ITEMSIT.

      * Lista de itens a rastrear, um por registro; data de negocio
      * zerada traz todas as datas do ITEM-ID.
       FD  CHAVES-FILE.
       01  CHAVES-REC.
           05  CHV-ITEM-ID          PIC X(08).
           05  CHV-DATA-NEG         PIC 9(08).

       FD  RASTREIO-REL-FILE.
       01  RASTREIO-REL-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       01  SIT-STATUS           PIC X(02).
       01  CHAVES-STATUS        PIC X(02).
       01  RASTREIO-REL-STATUS  PIC X(02).

       01  WS-CHAVE-ID          PIC X(08).
       01  WS-CHAVE-DATA        PIC 9(08).
       01  WS-CHAVE-DATA-X REDEFINES WS-CHAVE-DATA PIC X(08).
       01  WS-EVT-IDX           PIC 9(02).
       01  WS-ACHADOS-CHAVE     PIC 9(04).
       01  WS-FIM-VARREDURA-SW  PIC X(01).
           88  FIM-VARREDURA    VALUE 'S'.
           88  VARREDURA-ATIVA  VALUE 'N'.

       01  WS-TOTAL-CONSULTAS   PIC 9(06) VALUE 0.
       01  WS-TOTAL-ACHADOS     PIC 9(06) VALUE 0.
       01  WS-TOTAL-NAO-ACHADOS PIC 9(06) VALUE 0.

       01  CAB-TITULO.
           05  FILLER           PIC X(30) VALUE SPACES.
           05  FILLER           PIC X(50) VALUE
               "RASTREAMENTO DO CICLO DE VIDA DO ITEM (ITEMSIT)".
           05  FILLER           PIC X(52) VALUE SPACES.

       01  CAB-TRACO.
           05  FILLER           PIC X(132) VALUE ALL "-".

       01  ITM-CABECALHO.
           05  FILLER           PIC X(09) VALUE "ITEM-ID: ".
           05  ITMC-ID          PIC X(08).
           05  FILLER           PIC X(12) VALUE "   DATA-NEG:".
           05  ITMC-DATA        PIC X(10).
           05  FILLER           PIC X(08) VALUE "   TIPO:".
           05  ITMC-TIPO        PIC X(02).
           05  FILLER           PIC X(09) VALUE "   VALOR:".
           05  ITMC-VALOR       PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(12) VALUE "   SITUACAO:".
           05  ITMC-SITUACAO    PIC X(12).
           05  FILLER           PIC X(38) VALUE SPACES.

       01  CAB-COLUNAS.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(21) VALUE "QUANDO".
           05  FILLER           PIC X(10) VALUE "PROGRAMA".
           05  FILLER           PIC X(14) VALUE "EVENTO".
           05  FILLER           PIC X(83) VALUE "DETALHE".

       01  EVT-LINHA.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  EVTL-QUANDO      PIC X(19).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  EVTL-PROGRAMA    PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  EVTL-CODIGO      PIC X(12).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  EVTL-DETALHE     PIC X(20).
           05  FILLER           PIC X(63) VALUE SPACES.

       01  DSC-LINHA.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE "(EVENTOS + ".
           05  DSCL-QTDE        PIC ZZZ9.
           05  FILLER           PIC X(40) VALUE
               " MAIS ANTIGOS JA DESCARTADOS DA TABELA)".
           05  FILLER           PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RASTREIO.
           DISPLAY "===== Rastreamento de itens (ITEMSIT) ====="
           OPEN INPUT SIT-FILE
           IF SIT-STATUS NOT = "00"
               DISPLAY "ITEMSIT indisponivel (status " SIT-STATUS
                   ") - rastreamento encerrado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RASTREIO-REL-FILE
           WRITE RASTREIO-REL-REC FROM CAB-TITULO
           WRITE RASTREIO-REL-REC FROM CAB-TRACO
           OPEN INPUT CHAVES-FILE
           IF CHAVES-STATUS = "00"
               DISPLAY "Lista de itens RASTRCHV encontrada"
               PERFORM LER-E-RASTREAR-CHAVE
                   UNTIL CHAVES-STATUS NOT = "00"
               CLOSE CHAVES-FILE
           ELSE
               DISPLAY "Sem arquivo RASTRCHV - informe os ITEM-ID "
                   "(em branco encerra)"
               MOVE "X" TO WS-CHAVE-ID
               PERFORM ACEITAR-E-RASTREAR-CHAVE
                   UNTIL WS-CHAVE-ID = SPACES
           END-IF
           WRITE RASTREIO-REL-REC FROM CAB-TRACO
           MOVE SPACES TO RASTREIO-REL-REC
           STRING "ITENS CONSULTADOS=" WS-TOTAL-CONSULTAS
               " HISTORICOS IMPRESSOS=" WS-TOTAL-ACHADOS
               " NAO ENCONTRADOS=" WS-TOTAL-NAO-ACHADOS
               DELIMITED BY SIZE INTO RASTREIO-REL-REC
           WRITE RASTREIO-REL-REC
           CLOSE RASTREIO-REL-FILE
           CLOSE SIT-FILE
           DISPLAY "Itens consultados...: " WS-TOTAL-CONSULTAS
           DISPLAY "Historicos impressos: " WS-TOTAL-ACHADOS
           DISPLAY "Nao encontrados.....: " WS-TOTAL-NAO-ACHADOS
           DISPLAY "Rastreamento gravado em RASTREL"
           DISPLAY "==========================================="
           IF WS-TOTAL-NAO-ACHADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LER-E-RASTREAR-CHAVE.
           READ CHAVES-FILE
               NOT AT END
                   MOVE FUNCTION UPPER-CASE(CHV-ITEM-ID) TO WS-CHAVE-ID
                   IF CHV-DATA-NEG IS NUMERIC
                       MOVE CHV-DATA-NEG TO WS-CHAVE-DATA
                   ELSE
                       MOVE 0 TO WS-CHAVE-DATA
                   END-IF
                   IF WS-CHAVE-ID NOT = SPACES
                       PERFORM RASTREAR-CHAVE
                   END-IF
           END-READ.

       ACEITAR-E-RASTREAR-CHAVE.
           DISPLAY "ITEM-ID: " WITH NO ADVANCING
           ACCEPT WS-CHAVE-ID
           IF WS-CHAVE-ID NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CHAVE-ID) TO WS-CHAVE-ID
               DISPLAY "Data de negocio (AAAAMMDD, em branco = "
                   "todas): " WITH NO ADVANCING
               MOVE SPACES TO WS-CHAVE-DATA-X
               ACCEPT WS-CHAVE-DATA-X
               IF WS-CHAVE-DATA-X IS NOT NUMERIC
                   MOVE 0 TO WS-CHAVE-DATA
               END-IF
               PERFORM RASTREAR-CHAVE
           END-IF.

      * Com data informada a leitura e direta; sem data, posiciona
      * no primeiro registro do ITEM-ID e percorre as datas em
      * sequencia de chave enquanto o ITEM-ID for o mesmo.
       RASTREAR-CHAVE.
           ADD 1 TO WS-TOTAL-CONSULTAS
           MOVE 0 TO WS-ACHADOS-CHAVE
           MOVE WS-CHAVE-ID TO SIT-ITEM-ID
           IF WS-CHAVE-DATA > 0
               MOVE WS-CHAVE-DATA TO SIT-DATA-NEG
               READ SIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM IMPRIMIR-HISTORICO
               END-READ
           ELSE
               MOVE 0 TO SIT-DATA-NEG
               SET VARREDURA-ATIVA TO TRUE
               START SIT-FILE KEY IS NOT LESS THAN SIT-CHAVE
                   INVALID KEY
                       SET FIM-VARREDURA TO TRUE
               END-START
               PERFORM LER-PROXIMA-DATA-ITEM
                   UNTIL FIM-VARREDURA
           END-IF
           IF WS-ACHADOS-CHAVE = 0
               ADD 1 TO WS-TOTAL-NAO-ACHADOS
               MOVE SPACES TO RASTREIO-REL-REC
               WRITE RASTREIO-REL-REC
               STRING "ITEM-ID: " WS-CHAVE-ID
                   "   ** SEM HISTORICO EM ITEMSIT **"
                   DELIMITED BY SIZE INTO RASTREIO-REL-REC
               WRITE RASTREIO-REL-REC
               DISPLAY "Item " WS-CHAVE-ID " sem historico em ITEMSIT"
           END-IF.

       LER-PROXIMA-DATA-ITEM.
           READ SIT-FILE NEXT RECORD
               AT END
                   SET FIM-VARREDURA TO TRUE
               NOT AT END
                   IF SIT-ITEM-ID NOT = WS-CHAVE-ID
                       SET FIM-VARREDURA TO TRUE
                   ELSE
                       PERFORM IMPRIMIR-HISTORICO
                   END-IF
           END-READ.

       IMPRIMIR-HISTORICO.
           ADD 1 TO WS-ACHADOS-CHAVE
           ADD 1 TO WS-TOTAL-ACHADOS
           MOVE SPACES TO RASTREIO-REL-REC
           WRITE RASTREIO-REL-REC
           MOVE SIT-ITEM-ID TO ITMC-ID
           MOVE SPACES TO ITMC-DATA
           STRING SIT-DATA-NEG(1:4) "-" SIT-DATA-NEG(5:2) "-"
               SIT-DATA-NEG(7:2)
               DELIMITED BY SIZE INTO ITMC-DATA
           MOVE SIT-TIPO TO ITMC-TIPO
           MOVE SIT-VALOR TO ITMC-VALOR
           MOVE SIT-SITUACAO TO ITMC-SITUACAO
           WRITE RASTREIO-REL-REC FROM ITM-CABECALHO
           WRITE RASTREIO-REL-REC FROM CAB-COLUNAS
           IF SIT-EVT-DESCARTADOS > 0
               MOVE SIT-EVT-DESCARTADOS TO DSCL-QTDE
               WRITE RASTREIO-REL-REC FROM DSC-LINHA
           END-IF
           PERFORM IMPRIMIR-EVENTO
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > SIT-QTDE-EVENTOS
           DISPLAY "Item " SIT-ITEM-ID " data " SIT-DATA-NEG ": "
               SIT-QTDE-EVENTOS " evento(s), situacao atual "
               SIT-SITUACAO.

       IMPRIMIR-EVENTO.
           MOVE SPACES TO EVTL-QUANDO
           STRING SIT-EVT-TIMESTAMP(WS-EVT-IDX)(1:4) "-"
               SIT-EVT-TIMESTAMP(WS-EVT-IDX)(5:2) "-"
               SIT-EVT-TIMESTAMP(WS-EVT-IDX)(7:2) " "
               SIT-EVT-TIMESTAMP(WS-EVT-IDX)(9:2) ":"
               SIT-EVT-TIMESTAMP(WS-EVT-IDX)(11:2) ":"
               SIT-EVT-TIMESTAMP(WS-EVT-IDX)(13:2)
               DELIMITED BY SIZE INTO EVTL-QUANDO
           MOVE SIT-EVT-PROGRAMA(WS-EVT-IDX) TO EVTL-PROGRAMA
           MOVE SIT-EVT-CODIGO(WS-EVT-IDX) TO EVTL-CODIGO
           MOVE SIT-EVT-DETALHE(WS-EVT-IDX) TO EVTL-DETALHE
           WRITE RASTREIO-REL-REC FROM EVT-LINHA.

       END PROGRAM RASTREAR-ITEM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-EVENTO-ITEM.
      * Atualizacao do ITEMSIT, chamada pelo roteador, pelas
      * estruturas e pelo reparo a cada passagem do item.  O arquivo
      * e aberto na primeira chamada e fica aberto ate a chamada de
      * encerramento (EVT-ENCERRAR) do fim da etapa.  Falha de
      * abertura desliga o registro sem derrubar a etapa chamadora.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIT-FILE ASSIGN TO "ITEMSIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIT-CHAVE
               FILE STATUS IS SIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIT-FILE.
       COPY ITEMSIT.

       WORKING-STORAGE SECTION.
       01  SIT-STATUS           PIC X(02).
       01  WS-SIT-ABERTO-SW     PIC X(01) VALUE 'N'.
           88  SIT-ABERTO       VALUE 'S'.
           88  SIT-FECHADO      VALUE 'N'.
       01  WS-SIT-FALHA-SW      PIC X(01) VALUE 'N'.
           88  SIT-INDISPONIVEL VALUE 'S'.
       01  WS-EVT-IDX           PIC 9(02).
       01  WS-AGORA             PIC X(26).

       COPY ITEMREG.

       LINKAGE SECTION.
       COPY ITEMEVT.

       PROCEDURE DIVISION USING EVT-PARAMETROS.
       MAIN-REGISTRO-EVENTO.
           EVALUATE TRUE
               WHEN EVT-ENCERRAR
                   IF SIT-ABERTO
                       CLOSE SIT-FILE
                       SET SIT-FECHADO TO TRUE
                   END-IF
               WHEN EVT-REGISTRAR
                   IF SIT-FECHADO AND NOT SIT-INDISPONIVEL
                       PERFORM ABRIR-ARQUIVO-SITUACAO
                   END-IF
                   IF SIT-ABERTO
                       PERFORM GRAVAR-EVENTO-ITEM
                   END-IF
           END-EVALUATE
           EXIT PROGRAM.

       ABRIR-ARQUIVO-SITUACAO.
           OPEN I-O SIT-FILE
           IF SIT-STATUS NOT = "00"
               OPEN OUTPUT SIT-FILE
               CLOSE SIT-FILE
               OPEN I-O SIT-FILE
           END-IF
           IF SIT-STATUS = "00"
               SET SIT-ABERTO TO TRUE
           ELSE
               DISPLAY "ALERTA: ITEMSIT indisponivel (status "
                   SIT-STATUS ") - situacao dos itens nao registrada"
               SET SIT-INDISPONIVEL TO TRUE
           END-IF.

       GRAVAR-EVENTO-ITEM.
           MOVE EVT-ITEM TO ITEM-NEGOCIO
           MOVE FUNCTION UPPER-CASE(ITEM-ID) TO SIT-ITEM-ID
           IF ITEM-DATA-NEG IS NUMERIC
               MOVE ITEM-DATA-NEG TO SIT-DATA-NEG
           ELSE
               MOVE 0 TO SIT-DATA-NEG
           END-IF
           READ SIT-FILE
               INVALID KEY
                   PERFORM INCLUIR-SITUACAO-ITEM
               NOT INVALID KEY
                   PERFORM ACRESCENTAR-EVENTO
                   REWRITE SIT-REC
                       INVALID KEY
                           DISPLAY "ALERTA: falha ao atualizar "
                               "ITEMSIT: " SIT-CHAVE
                   END-REWRITE
           END-READ.

       INCLUIR-SITUACAO-ITEM.
           MOVE ITEM-TIPO TO SIT-TIPO
           IF ITEM-VALOR IS NUMERIC
               MOVE ITEM-VALOR TO SIT-VALOR
           ELSE
               MOVE 0 TO SIT-VALOR
           END-IF
           MOVE 0 TO SIT-EVT-DESCARTADOS
           MOVE 0 TO SIT-QTDE-EVENTOS
           PERFORM ACRESCENTAR-EVENTO
           WRITE SIT-REC
               INVALID KEY
                   DISPLAY "ALERTA: falha ao incluir em ITEMSIT: "
                       SIT-CHAVE
           END-WRITE.

      * Uma correcao pode mudar tipo e valor: a situacao guarda os
      * do evento mais recente.
       ACRESCENTAR-EVENTO.
           IF SIT-QTDE-EVENTOS >= 20
               PERFORM DESLOCAR-EVENTO
                   VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > 19
               MOVE 19 TO SIT-QTDE-EVENTOS
               ADD 1 TO SIT-EVT-DESCARTADOS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA
           ADD 1 TO SIT-QTDE-EVENTOS
           MOVE WS-AGORA(1:14) TO SIT-EVT-TIMESTAMP(SIT-QTDE-EVENTOS)
           MOVE EVT-PROGRAMA TO SIT-EVT-PROGRAMA(SIT-QTDE-EVENTOS)
           MOVE EVT-CODIGO TO SIT-EVT-CODIGO(SIT-QTDE-EVENTOS)
           MOVE EVT-DETALHE TO SIT-EVT-DETALHE(SIT-QTDE-EVENTOS)
           MOVE EVT-CODIGO TO SIT-SITUACAO
           MOVE WS-AGORA(1:14) TO SIT-ULTIMA-ATUALIZ
           IF ITEM-TIPO NOT = SPACES
               MOVE ITEM-TIPO TO SIT-TIPO
           END-IF
           IF ITEM-VALOR IS NUMERIC
               MOVE ITEM-VALOR TO SIT-VALOR
           END-IF.

       DESLOCAR-EVENTO.
           MOVE SIT-EVENTO(WS-EVT-IDX + 1) TO SIT-EVENTO(WS-EVT-IDX).

       END PROGRAM REGISTRAR-EVENTO-ITEM.
