       FILE SECTION.
       FD  AVL-INDEX-FILE.
       01  AVL-INDEX-REC.
           05  IDX-DATA             PIC X(12).
           05  IDX-COUNT            PIC 9(04).

       FD  MESTRE-FILE.
       01  MESTRE-REC.
           05  MST-CODIGO           PIC X(12).
           05  MST-DESCRICAO        PIC X(30).
           05  MST-ATIVO            PIC X(01).

       01  AVL-JRNL-REC.
           05  JRN-SEQ              PIC 9(07).
           05  JRN-CODE             PIC X(01).
           05  JRN-VALUE            PIC X(12).
           05  JRN-COUNT-AFTER      PIC 9(04).
           05  JRN-TIMESTAMP        PIC X(26).
           05  JRN-ORIGEM           PIC X(08).
       FD  DELETE-LOG-FILE.
       01  DELETE-LOG-REC.
           05  DELLOG-TIMESTAMP     PIC X(26).
           05  DELLOG-VALUE         PIC X(12).
           05  DELLOG-OUTCOME       PIC X(10).

       FD  EXCECAO-REL-FILE.

      * Espelho do indice em memoria com a situacao apurada de cada
      * valor: 'A' ativo no mestre, 'I' inativo, 'S' sem cadastro.
      * Indice maior que a tabela e auditado so ate onde ela vai, e
      * o expurgo fica suspenso - a regravacao perderia o restante.
       01  WS-IDX-IDX           PIC 9(05).
       01  WS-IND-EXCEDENTES    PIC 9(06) VALUE 0.
       01  TAB-INDICE.
           05  IND-QTDE         PIC 9(05) VALUE 0.
           05  IND-ENT OCCURS 50000 TIMES.
               10  IND-VALOR        PIC X(12).
               10  IND-COUNT        PIC 9(04).
               10  IND-SITUACAO     PIC X(01).

           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-CLASSE       PIC X(18).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-VALOR        PIC X(12).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-OCORRENCIAS  PIC ZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-DESCRICAO    PIC X(30).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-ACAO         PIC X(12).
           05  FILLER           PIC X(46) VALUE SPACES.

       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN-AUDITORIA.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-IND-EXCEDENTES > 0
               DISPLAY "ALERTA: AVLIDX com " WS-IND-EXCEDENTES
                   " valor(es) alem da tabela de auditoria - "
                   "nao auditados"
               IF MODO-EXPURGO
                   DISPLAY "Expurgo suspenso: execucao limitada ao "
                       "relatorio"
                   SET MODO-RELATORIO TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT EXCECAO-REL-FILE
           WRITE EXCECAO-REL-REC FROM CAB-TITULO
           WRITE EXCECAO-REL-REC FROM CAB-TRACO
       LER-REGISTRO-INDICE.
           READ AVL-INDEX-FILE NEXT RECORD
           IF AVL-IDX-STATUS = "00"
               IF IND-QTDE < 50000
                   ADD 1 TO IND-QTDE
                   MOVE IDX-DATA TO IND-VALOR(IND-QTDE)
                   MOVE IDX-COUNT TO IND-COUNT(IND-QTDE)
                   MOVE 'A' TO IND-SITUACAO(IND-QTDE)
               ELSE
                   ADD 1 TO WS-IND-EXCEDENTES
               END-IF
           END-IF.

               VARYING WS-IDX-IDX FROM 1 BY 1
               UNTIL WS-IDX-IDX > IND-QTDE
           PERFORM REGRAVAR-INDICE
           SET SLO-SELAR-ACRESCIMO TO TRUE
           MOVE "AVLJRNL" TO SLO-ARQUIVO
           MOVE "AUDITA-INDICE" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS
           DISPLAY "Expurgo concluido: " WS-TOTAL-EXPURGADOS
               " valor(es) removidos do indice".

