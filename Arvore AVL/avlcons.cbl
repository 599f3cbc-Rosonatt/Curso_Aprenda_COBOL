       FILE SECTION.
       FD  AVL-INDEX-FILE.
       01  AVL-INDEX-REC.
           05  IDX-DATA             PIC X(12).
           05  IDX-COUNT            PIC 9(04).

      * Lista de chaves a consultar, uma por registro; na ausencia
      * do arquivo o operador informa as chaves no console (linha em
      * branco para encerrar).
       FD  CHAVES-FILE.
       01  CHAVES-REC.
           05  CHV-VALOR            PIC X(12).

       WORKING-STORAGE SECTION.
       01  AVL-IDX-STATUS       PIC X(02).
       01  CHAVES-STATUS        PIC X(02).

       01  WS-CHAVE             PIC X(12).
       01  WS-TOTAL-CONSULTAS   PIC 9(06) VALUE 0.
       01  WS-TOTAL-ACHADOS     PIC 9(06) VALUE 0.
       01  WS-TOTAL-NAO-ACHADOS PIC 9(06) VALUE 0.
               CLOSE CHAVES-FILE
           ELSE
               DISPLAY "Sem arquivo AVLKEYS - informe as chaves "
                   "(linha em branco encerra)"
               MOVE HIGH-VALUES TO WS-CHAVE
               PERFORM ACEITAR-E-CONSULTAR-CHAVE
                   UNTIL WS-CHAVE = SPACES
           END-IF
           CLOSE AVL-INDEX-FILE
           DISPLAY "===== Resumo da consulta ====="

       ACEITAR-E-CONSULTAR-CHAVE.
           DISPLAY "Chave: " WITH NO ADVANCING
           MOVE SPACES TO WS-CHAVE
           ACCEPT WS-CHAVE
           IF WS-CHAVE NOT = SPACES
               PERFORM CONSULTAR-CHAVE
           END-IF.

