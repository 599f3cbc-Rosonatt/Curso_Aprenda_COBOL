       FILE SECTION.
       FD  AVL-INDEX-FILE.
       01  AVL-INDEX-REC.
           05  IDX-DATA             PIC X(12).
           05  IDX-COUNT            PIC 9(04).

       FD  DELETE-LOG-FILE.
       01  DELETE-LOG-REC.
           05  DELLOG-TIMESTAMP     PIC X(26).
           05  DELLOG-VALUE         PIC X(12).
           05  DELLOG-OUTCOME       PIC X(10).

      * I/D/S usam so TXN-VALUE; ajuste de ocorrencias (A absoluto,
      * M incremento) e exclusao por faixa (R) usam TXN-VALUE2 como
      * operando (nova contagem / chave alta da faixa).  A contagem
      * vem nas quatro primeiras posicoes de TXN-VALUE2 (TXN-COUNT).
       FD  AVL-TXN-FILE.
       01  AVL-TXN-REC.
           05  TXN-CODE             PIC X(01).
           05  TXN-VALUE            PIC X(12).
           05  TXN-VALUE2           PIC X(12).
           05  TXN-VALUE2-R REDEFINES TXN-VALUE2.
               10  TXN-COUNT        PIC 9(04).
               10  FILLER           PIC X(08).

       FD  OPS-REPT-FILE.
       COPY OPSREPT.
       01  AVL-JRNL-REC.
           05  JRN-SEQ              PIC 9(07).
           05  JRN-CODE             PIC X(01).
           05  JRN-VALUE            PIC X(12).
           05  JRN-COUNT-AFTER      PIC 9(04).
           05  JRN-TIMESTAMP        PIC X(26).
           05  JRN-ORIGEM           PIC X(08).
      * do AVLIDX.
       FD  AVL-CKPT-FILE.
       01  AVL-CKPT-REC.
           05  CKP-DATA             PIC X(12).
           05  CKP-COUNT            PIC 9(04).

      * Inclusoes rejeitadas porque o valor nao e um codigo ativo do
       FD  INS-REJ-FILE.
       01  INS-REJ-REC.
           05  IRJ-TIMESTAMP        PIC X(26).
           05  IRJ-VALUE            PIC X(12).
           05  IRJ-MOTIVO           PIC X(10).

       FD  PARAM-FILE.
      * fisico e montado como AVLG + data de negocio.
       FD  AVL-GEN-FILE.
       01  AVL-GEN-REC.
           05  GEN-DATA             PIC X(12).
           05  GEN-COUNT            PIC 9(04).

      * Controle das geracoes existentes, em ordem cronologica; a
       COPY AVLNODE.
       01  ROOT-NODE            USAGE POINTER VALUE NULL.

       01  INPUT-VALUE          PIC X(12).
       01  RANGE-LOW-VALUE      PIC X(12).
       01  RANGE-HIGH-VALUE     PIC X(12).
       01  CHOICE               PIC 9(01).
       01  FOUND-FLAG           PIC X(01) VALUE 'N'.
           88  FOUND            VALUE 'Y'.
      * Area de carga em bloco: AVLIDX e AVLCKPT ja vem em ordem de
      * chave, entao a arvore e montada direto dos registros
      * ordenados (cada no nasce na posicao e altura finais), sem
      * pagar rotacao e rebalanceamento por insercao.  Com a chave
      * alfanumerica o numero de valores distintos deixou de ser
      * limitado pelo leiaute: cheia a tabela, a arvore e montada com
      * o que ela tem e os registros seguintes entram pela insercao
      * normal (INCLUIR-EXCEDENTE-BULK), sem perder nenhum.
       01  WS-BULK-PTR          USAGE POINTER.
       01  WS-BLK-LO            PIC 9(05).
       01  WS-BLK-HI            PIC 9(05).
       01  WS-BLK-TAM           PIC 9(05).
       01  WS-BLK-RESTO         PIC 9(05).
       01  WS-BLK-ALT           PIC 9(02).
       01  WS-BULK-CHEIA-SW     PIC X(01) VALUE 'N'.
           88  BULK-CHEIA       VALUE 'S'.
           88  BULK-COM-ESPACO  VALUE 'N'.
       01  WS-BULK-EXCEDENTES   PIC 9(06) VALUE 0.
       01  TAB-BULK.
           05  BULK-QTDE        PIC 9(05) VALUE 0.
           05  BULK-ENT OCCURS 50000 TIMES.
               10  BULK-DATA    PIC X(12).
               10  BULK-COUNT   PIC 9(04).
       01  WS-TAREFA-TOP        PIC 9(02) VALUE 0.
       01  TAB-TAREFAS.

       01  WS-TOTAL-INSERTS     PIC 9(04) VALUE 0.
       01  WS-TOTAL-DELETE-REJ  PIC 9(04) VALUE 0.
       01  WS-TREE-SIZE         PIC 9(06) VALUE 0.

       01  WS-TOTAL-AJUSTES     PIC 9(04) VALUE 0.
       01  WS-TOTAL-AJUSTE-REJ  PIC 9(04) VALUE 0.
       01  WS-TOTAL-FAIXA-REM   PIC 9(04) VALUE 0.
       01  WS-AJUSTE-CONTAGEM   PIC 9(04).
       01  WS-CONTAGEM-ATUAL    PIC 9(04).
       01  WS-FAIXA-CHAVE       PIC X(12).
       01  WS-FAIXA-ALTA        PIC X(12).
       01  WS-FAIXA-SW          PIC X(01).
           88  FAIXA-CONTINUA   VALUE 'S'.
           88  FAIXA-ENCERRADA  VALUE 'N'.

       01  WS-MODO-LOTE-SW      PIC X(01) VALUE 'N'.
           88  MODO-LOTE        VALUE 'Y'.
           88  RESTAURANDO-INDICE     VALUE 'Y'.
           88  NAO-RESTAURANDO-INDICE VALUE 'N'.

       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "AVL Tree Implementation in COBOL (with deletion)".
           PERFORM SAVE-TREE-TO-FILE.
           PERFORM GRAVAR-GERACAO-DATADA.
           PERFORM ENCERRAR-RETOMADA-AVL.
           PERFORM SELAR-JORNAL.
           PERFORM GRAVAR-RELATORIO-CONSOLIDADO.
           PERFORM DEFINIR-RETURN-CODE.
           GOBACK.
           IF NOT MODO-SIMULACAO
               OPEN OUTPUT AVL-JRNL-FILE
               CLOSE AVL-JRNL-FILE
               SET SLO-SELAR TO TRUE
               MOVE "AVLJRNL" TO SLO-ARQUIVO
               MOVE "AVL-TREE-COMPLETE" TO SLO-PROGRAMA
               CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS
           END-IF.

      * Fim da execucao: os lancamentos do dia foram acrescentados
      * ao jornal reiniciado (e selado) no inicio.
       SELAR-JORNAL.
           IF NOT MODO-SIMULACAO
               SET SLO-SELAR-ACRESCIMO TO TRUE
               MOVE "AVLJRNL" TO SLO-ARQUIVO
               MOVE "AVL-TREE-COMPLETE" TO SLO-PROGRAMA
               CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS
           END-IF.

       VERIFICAR-RETOMADA-AVL.
               PERFORM LER-REGISTRO-CHECKPOINT
                   UNTIL AVL-CKPT-STATUS NOT = "00"
               CLOSE AVL-CKPT-FILE
               PERFORM ENCERRAR-CARGA-BULK
           ELSE
               DISPLAY "AVLCKPT ausente - retomada com arvore vazia"
           END-IF.
               PERFORM READ-AND-STAGE-RECORD
                   UNTIL AVL-IDX-STATUS NOT = "00"
               CLOSE AVL-INDEX-FILE
               PERFORM ENCERRAR-CARGA-BULK
           ELSE
               DISPLAY "No AVL index checkpoint found - starting empty."
           END-IF.
           END-IF.

       GUARDAR-REGISTRO-BULK.
           IF BULK-CHEIA
               PERFORM INCLUIR-EXCEDENTE-BULK
           ELSE
               ADD 1 TO BULK-QTDE
               MOVE INPUT-VALUE TO BULK-DATA(BULK-QTDE)
               MOVE WS-COUNT-APOS TO BULK-COUNT(BULK-QTDE)
               IF BULK-QTDE = 50000
                   PERFORM CONSTRUIR-ARVORE-BULK
                   SET BULK-CHEIA TO TRUE
                   DISPLAY "Tabela de carga em bloco cheia - "
                       "registros seguintes entram por insercao"
               END-IF
           END-IF.

      * Registro alem da tabela: entra pela insercao normal (sem a
      * mensagem de duplicata) e recebe a contagem gravada.
       INCLUIR-EXCEDENTE-BULK.
           SET RESTAURANDO-INDICE TO TRUE
           CALL "INSERT" USING ROOT-NODE, INPUT-VALUE,
               WS-RESTAURANDO-SW
           SET NAO-RESTAURANDO-INDICE TO TRUE
           SET NOT-FOUND TO TRUE
           CALL "SET-COUNT" USING ROOT-NODE, INPUT-VALUE,
               WS-COUNT-APOS, FOUND-FLAG
           ADD 1 TO WS-BULK-EXCEDENTES.

      * Fim da leitura: monta a arvore com a tabela, se ela nao
      * encheu (cheia, a arvore ja foi montada e completada).
       ENCERRAR-CARGA-BULK.
           IF BULK-CHEIA
               DISPLAY "Arvore montada em bloco com " BULK-QTDE
                   " no(s) e " WS-BULK-EXCEDENTES
                   " incluido(s) alem da tabela"
           ELSE
               PERFORM CONSTRUIR-ARVORE-BULK
           END-IF.

      * Montagem balanceada a partir dos registros ordenados: uma
      * codigo "A" com a contagem resultante, que e o que AVL-REPLAY
      * reaplica.
       AJUSTAR-CONTAGEM-ABSOLUTA.
           IF TXN-COUNT IS NUMERIC AND TXN-COUNT > 0
               MOVE TXN-COUNT TO WS-AJUSTE-CONTAGEM
               PERFORM APLICAR-AJUSTE-CONTAGEM
           ELSE
               DISPLAY "Ajuste rejeitado - contagem invalida para o "
                   "valor " INPUT-VALUE ": " TXN-COUNT
               ADD 1 TO WS-TOTAL-AJUSTE-REJ
           END-IF.

       AJUSTAR-CONTAGEM-INCREMENTO.
           IF TXN-COUNT IS NUMERIC AND TXN-COUNT > 0
               MOVE 0 TO WS-CONTAGEM-ATUAL
               CALL "NODE-COUNT" USING ROOT-NODE, INPUT-VALUE,
                   WS-CONTAGEM-ATUAL
                   ADD 1 TO WS-TOTAL-AJUSTE-REJ
               ELSE
                   COMPUTE WS-AJUSTE-CONTAGEM =
                       WS-CONTAGEM-ATUAL + TXN-COUNT
                   PERFORM APLICAR-AJUSTE-CONTAGEM
               END-IF
           ELSE
               DISPLAY "Ajuste rejeitado - incremento invalido para "
                   "o valor " INPUT-VALUE ": " TXN-COUNT
               ADD 1 TO WS-TOTAL-AJUSTE-REJ
           END-IF.

      * Exclusao por faixa: remove todo valor presente entre
      * TXN-VALUE e TXN-VALUE2, jornalizando um "D" por no afetado
      * (AVL-REPLAY e o AVLDELOG continuam fieis registro a
      * registro).  A chave alfanumerica nao se enumera: a faixa e
      * percorrida pela arvore, pedindo a CEILING-KEY o menor valor
      * presente a partir do limite corrente ate passar do alto.
       EXCLUIR-FAIXA.
           IF TXN-VALUE2 NOT = SPACES AND TXN-VALUE2 >= TXN-VALUE
               MOVE TXN-VALUE2 TO WS-FAIXA-ALTA
               DISPLAY "Exclusao por faixa: " TXN-VALUE " ate "
                   WS-FAIXA-ALTA
               MOVE TXN-VALUE TO WS-FAIXA-CHAVE
               SET FAIXA-CONTINUA TO TRUE
               PERFORM EXCLUIR-VALOR-DA-FAIXA
                   UNTIL FAIXA-ENCERRADA
           ELSE
               DISPLAY "Exclusao por faixa rejeitada - limites "
                   "invalidos: " TXN-VALUE " / " TXN-VALUE2
           END-IF.

       EXCLUIR-VALOR-DA-FAIXA.
           SET NOT-FOUND TO TRUE
           CALL "CEILING-KEY" USING ROOT-NODE, WS-FAIXA-CHAVE,
               INPUT-VALUE, FOUND-FLAG
           IF FOUND AND INPUT-VALUE <= WS-FAIXA-ALTA
               SET DELETE-OUTCOME-NOTFOUND TO TRUE
               CALL "DELETE" USING ROOT-NODE, INPUT-VALUE,
                   DELETE-OUTCOME-FLAG
                   ADD 1 TO WS-TOTAL-FAIXA-REM
                   MOVE "D" TO WS-JRN-CODE
                   PERFORM REGISTRAR-JORNAL
                   MOVE INPUT-VALUE TO WS-FAIXA-CHAVE
               ELSE
                   SET FAIXA-ENCERRADA TO TRUE
               END-IF
           ELSE
               SET FAIXA-ENCERRADA TO TRUE
           END-IF.

       INSERT-NODE.
           MOVE FUNCTION CURRENT-DATE TO OPS-DATA
           MOVE "AVL-TREE" TO OPS-ESTRUTURA
           MOVE WS-SIMULACAO-SW TO OPS-SIMULACAO
           MOVE WS-DATA-NEGOCIO TO OPS-DATA-NEGOCIO
           MOVE WS-TOTAL-INSERTS TO OPS-PROCESSADOS
           COMPUTE OPS-REJEITADOS =
               WS-TOTAL-DELETE-REJ + WS-TOTAL-INS-REJ
       01  WS-REBAL-IDX         PIC 9(02).
       LINKAGE SECTION.
       01  NODE-PTR             USAGE POINTER.
       01  VALUE-TO-INSERT      PIC X(12).
       01  SUPPRESS-DUP-MESSAGE PIC X(01).
           88  SUPPRESS-MESSAGE VALUE 'Y'.
           88  SHOW-MESSAGE     VALUE 'N'.
       01  WS-REBAL-IDX         PIC 9(02).
       LINKAGE SECTION.
       01  NODE-PTR             USAGE POINTER.
       01  VALUE-TO-DELETE      PIC X(12).
       01  DELETE-OUTCOME-FLAG  PIC X(01).
           88  DELETE-OUTCOME-FOUND     VALUE 'Y'.
           88  DELETE-OUTCOME-NOTFOUND  VALUE 'N'.
           88  SEARCH-DONE      VALUE 'Y'.
       LINKAGE SECTION.
       01  NODE-PTR             USAGE POINTER.
       01  VALUE-TO-SEARCH      PIC X(12).
       01  FOUND-FLAG           PIC X(01).
           88  FOUND            VALUE 'Y'.
           88  NOT-FOUND        VALUE 'N'.
           88  SEARCH-DONE      VALUE 'Y'.
       LINKAGE SECTION.
       01  NODE-PTR             USAGE POINTER.
       01  VALUE-TO-SEARCH      PIC X(12).
       01  RETURN-COUNT         PIC 9(04).

       PROCEDURE DIVISION USING NODE-PTR, VALUE-TO-SEARCH,
           88  SEARCH-DONE      VALUE 'Y'.
       LINKAGE SECTION.
       01  NODE-PTR             USAGE POINTER.
       01  VALUE-TO-SET         PIC X(12).
       01  NEW-COUNT            PIC 9(04).
       01  FOUND-FLAG           PIC X(01).
           88  FOUND            VALUE 'Y'.

       END PROGRAM SET-COUNT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEILING-KEY.
      * Menor valor da arvore maior ou igual ao limite informado:
      * desce guardando o ultimo no em que a busca virou a esquerda.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AVLNODE.
       01  WS-CURRENT           USAGE POINTER.
       01  WS-DONE-SW           PIC X(01) VALUE 'N'.
           88  SEARCH-DONE      VALUE 'Y'.
       LINKAGE SECTION.
       01  NODE-PTR             USAGE POINTER.
       01  LOW-BOUND            PIC X(12).
       01  RETURN-VALUE         PIC X(12).
       01  FOUND-FLAG           PIC X(01).
           88  FOUND            VALUE 'Y'.
           88  NOT-FOUND        VALUE 'N'.

       PROCEDURE DIVISION USING NODE-PTR, LOW-BOUND, RETURN-VALUE,
               FOUND-FLAG.
           MOVE 'N' TO WS-DONE-SW
           SET NOT-FOUND TO TRUE
           SET WS-CURRENT TO NODE-PTR
           PERFORM CEILING-STEP UNTIL SEARCH-DONE.
           EXIT PROGRAM.

       CEILING-STEP.
           IF WS-CURRENT = NULL
               SET SEARCH-DONE TO TRUE
           ELSE
               SET ADDRESS OF TEMP-NODE TO WS-CURRENT
               IF LOW-BOUND = WS-DATA OF TEMP-NODE
                   MOVE WS-DATA OF TEMP-NODE TO RETURN-VALUE
                   SET FOUND TO TRUE
                   SET SEARCH-DONE TO TRUE
               ELSE
                   IF LOW-BOUND < WS-DATA OF TEMP-NODE
                       MOVE WS-DATA OF TEMP-NODE TO RETURN-VALUE
                       SET FOUND TO TRUE
                       SET WS-CURRENT TO WS-LEFT OF TEMP-NODE
                   ELSE
                       SET WS-CURRENT TO WS-RIGHT OF TEMP-NODE
                   END-IF
               END-IF
           END-IF.

       END PROGRAM CEILING-KEY.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-HEIGHT.
       DATA DIVISION.
       01  WS-MST-SITUACAO      PIC X(01).
       LINKAGE SECTION.
       01  NODE-PTR             USAGE POINTER.
       01  LOW-BOUND            PIC X(12).
       01  HIGH-BOUND           PIC X(12).

       PROCEDURE DIVISION USING NODE-PTR, LOW-BOUND, HIGH-BOUND.
           MOVE 0 TO WS-STACK-TOP
       01  NODE-PTR             USAGE POINTER.

       PROCEDURE DIVISION USING NODE-PTR.
           DISPLAY "  DATA          HEIGHT  BALANCE  DESCRICAO"
           MOVE 0 TO WS-STACK-TOP
           SET WS-CURRENT TO NODE-PTR
           PERFORM BALANCE-REPORT-STEP
       01  WS-STACK-TOP         PIC 9(02) VALUE 0.
       01  WS-CURRENT           USAGE POINTER.
       01  WS-PUSH-PTR          USAGE POINTER.
       01  WS-TOP-DATA          PIC X(12) OCCURS 5 TIMES
                                VALUE SPACES.
       01  WS-TOP-COUNT         PIC 9(04) OCCURS 5 TIMES VALUE 0.
       01  WS-TOP-IDX           PIC 9(02).
       01  WS-INSERT-IDX        PIC 9(02).
       01  WS-PUSH-PTR          USAGE POINTER.
       LINKAGE SECTION.
       01  NODE-PTR             USAGE POINTER.
       01  NODE-COUNT           PIC 9(06).

       PROCEDURE DIVISION USING NODE-PTR, NODE-COUNT.
           MOVE 0 TO NODE-COUNT
