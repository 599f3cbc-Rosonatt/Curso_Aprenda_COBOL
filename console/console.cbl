       01  PILHA-CKPT-REC.
           05  CKPT-ITENS OCCURS 100 TIMES PIC X(27).
           05  CKPT-TOPO   PIC 9(03).
           05  CKPT-FILIAL PIC X(03).

       FD  AVL-INDEX-FILE.
       01  AVL-INDEX-REC.
           05  IDX-DATA             PIC X(12).
           05  IDX-COUNT            PIC 9(04).

       FD  OPS-REPT-FILE.
       01  FILA-ERR-REC.
           05  FERR-TIMESTAMP   PIC X(26).
           05  FERR-ITEM        PIC X(27).
           05  FERR-ORIGEM      PIC X(08).

       FD  DEQUE-ERR-FILE.
       01  DEQUE-ERR-REC.
           05  DERR-TIMESTAMP   PIC X(26).
           05  DERR-ITEM        PIC X(27).
           05  DERR-ORIGEM      PIC X(08).
           05  DERR-PRIORIDADE  PIC X(01).

       FD  DELETE-LOG-FILE.
       01  DELETE-LOG-REC.
           05  DELLOG-TIMESTAMP     PIC X(26).
           05  DELLOG-VALUE         PIC X(12).
           05  DELLOG-OUTCOME       PIC X(10).

      * Trilha das acoes do operador no console (limpezas de
       01  WS-CONTINUA          PIC X(01).
       01  WS-QTDE-EXIBIDOS     PIC 9(06).

       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN-CONSOLE.
           DISPLAY "Console do operador - estruturas de dados"
                   AT END
                       DISPLAY "Checkpoint vazio"
                   NOT AT END
                       PERFORM EXIBIR-REGISTRO-CHECKPOINT
                       PERFORM LER-PROXIMO-CHECKPOINT
                           UNTIL PILHA-CKPT-STATUS NOT = "00"
               END-READ
               CLOSE PILHA-CKPT-FILE
           END-IF.

      * Um registro de checkpoint por filial; o registro com filial
      * em branco e o do lote sem cadastro de filiais.
       LER-PROXIMO-CHECKPOINT.
           READ PILHA-CKPT-FILE
               NOT AT END
                   PERFORM EXIBIR-REGISTRO-CHECKPOINT
           END-READ.

       EXIBIR-REGISTRO-CHECKPOINT.
           IF CKPT-FILIAL NOT = SPACES
               DISPLAY "FILIAL: " CKPT-FILIAL
           END-IF
           DISPLAY "CKPT-TOPO: " CKPT-TOPO
           IF CKPT-TOPO = 0
               DISPLAY "Pilha vazia no checkpoint"
           ELSE
               PERFORM EXIBIR-SLOT-CHECKPOINT
                   VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > CKPT-TOPO
                       OR WS-SLOT-IDX > 100
           END-IF.

       EXIBIR-SLOT-CHECKPOINT.
           DISPLAY "  " WS-SLOT-IDX ": " CKPT-ITENS(WS-SLOT-IDX).

           READ FILA-ERR-FILE
               NOT AT END
                   DISPLAY FERR-TIMESTAMP(1:14) " item=" FERR-ITEM
                       " fonte=" FERR-ORIGEM
                   ADD 1 TO WS-QTDE-EXIBIDOS
                   PERFORM CONTROLAR-PAGINACAO
           END-READ.
           READ DEQUE-ERR-FILE
               NOT AT END
                   DISPLAY DERR-TIMESTAMP(1:14) " item=" DERR-ITEM
                       " fonte=" DERR-ORIGEM
                   ADD 1 TO WS-QTDE-EXIBIDOS
                   PERFORM CONTROLAR-PAGINACAO
           END-READ.
               OPEN OUTPUT CONSOLE-LOG-FILE
           END-IF
           WRITE CONSOLE-LOG-REC
           CLOSE CONSOLE-LOG-FILE
           SET SLO-SELAR-ACRESCIMO TO TRUE
           MOVE "CONSLOG" TO SLO-ARQUIVO
           MOVE "CONSOLE-OPERADOR" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS.
