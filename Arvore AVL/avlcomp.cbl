       FILE SECTION.
       FD  GERACAO-A-FILE.
       01  GERACAO-A-REC.
           05  GERA-DATA            PIC X(12).
           05  GERA-COUNT           PIC 9(04).

       FD  GERACAO-B-FILE.
       01  GERACAO-B-REC.
           05  GERB-DATA            PIC X(12).
           05  GERB-COUNT           PIC 9(04).

      * Parametro do operador: nomes das duas geracoes a comparar
       01  WS-ULTIMO            PIC X(12).
       01  WS-CTL-LIDOS         PIC 9(02) VALUE 0.

      * Fim de geracao = HIGH-VALUES, acima de qualquer chave.
       01  WS-CHAVE-A           PIC X(12).
       01  WS-CHAVE-B           PIC X(12).
       01  WS-COUNT-A           PIC 9(04).
       01  WS-COUNT-B           PIC 9(04).

           05  FILLER           PIC X(76) VALUE SPACES.

       01  REL-LINHA.
           05  REL-CHAVE        PIC X(12).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  REL-MOVIMENTO    PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  REL-DETALHE      PIC X(40).
           05  FILLER           PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-COMPARA.
           PERFORM AVANCAR-GERACAO-A
           PERFORM AVANCAR-GERACAO-B
           PERFORM COMPARAR-CHAVES
               UNTIL WS-CHAVE-A = HIGH-VALUES
                   AND WS-CHAVE-B = HIGH-VALUES
           CLOSE GERACAO-A-FILE
           CLOSE GERACAO-B-FILE
           CLOSE COMPARA-REL-FILE
       AVANCAR-GERACAO-A.
           READ GERACAO-A-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-A
               NOT AT END
                   MOVE GERA-DATA TO WS-CHAVE-A
                   MOVE GERA-COUNT TO WS-COUNT-A
       AVANCAR-GERACAO-B.
           READ GERACAO-B-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-B
               NOT AT END
                   MOVE GERB-DATA TO WS-CHAVE-B
                   MOVE GERB-COUNT TO WS-COUNT-B
