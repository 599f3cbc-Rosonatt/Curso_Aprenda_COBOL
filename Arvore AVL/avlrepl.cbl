               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDX-DATA
               FILE STATUS IS AVL-IDX-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AVL-CKPT-FILE.
       01  AVL-CKPT-REC.
           05  CKP-DATA             PIC X(12).
           05  CKP-COUNT            PIC 9(04).

       FD  AVL-JRNL-FILE.
       01  AVL-JRNL-REC.
           05  JRN-SEQ              PIC 9(07).
           05  JRN-CODE             PIC X(01).
           05  JRN-VALUE            PIC X(12).
           05  JRN-COUNT-AFTER      PIC 9(04).
           05  JRN-TIMESTAMP        PIC X(26).
           05  JRN-ORIGEM           PIC X(08).

       FD  AVL-INDEX-FILE.
       01  AVL-INDEX-REC.
           05  IDX-DATA             PIC X(12).
           05  IDX-COUNT            PIC 9(04).

       FD  ALERTA-FILE.
       COPY ALERTREG.

       WORKING-STORAGE SECTION.
       COPY AVLNODE.
       01  ROOT-NODE            USAGE POINTER VALUE NULL.
       01  AVL-CKPT-STATUS      PIC X(02).
       01  AVL-JRNL-STATUS      PIC X(02).
       01  AVL-IDX-STATUS       PIC X(02).
       01  ALERTA-STATUS        PIC X(02).

       01  INPUT-VALUE          PIC X(12).
       01  WS-LOAD-IDX          PIC 9(04).
       01  WS-TREE-SIZE         PIC 9(06) VALUE 0.
       01  WS-CKPT-LIDOS        PIC 9(06) VALUE 0.
       01  WS-JRNL-APLICADOS    PIC 9(06) VALUE 0.

       01  WS-SAVE-CURRENT      USAGE POINTER.
       01  WS-SAVE-PUSH-PTR     USAGE POINTER.

       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN-REPLAY.
           DISPLAY "===== Reconstituicao do AVLIDX - inicio ====="
           PERFORM CONFERIR-SELO-JORNAL
           IF SLO-DIVERGE
               DISPLAY "ALERTA: AVLJRNL nao confere com o selo - "
                   "reconstituicao recusada (RC 12); AVLIDX intocado"
               PERFORM GRAVAR-ALERTA-SELO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGAR-CHECKPOINT-ARVORE
           PERFORM APLICAR-JORNAL
           PERFORM GRAVAR-INDICE-RECONSTITUIDO
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * O jornal so e reaplicado se confere com o selo.  Registros
      * depois do selo sao o caso normal de uma execucao do AVL
      * interrompida antes de selar: aplicados, com aviso.
       CONFERIR-SELO-JORNAL.
           SET SLO-VERIFICAR TO TRUE
           MOVE "AVLJRNL" TO SLO-ARQUIVO
           MOVE "AVL-REPLAY" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS
           EVALUATE TRUE
               WHEN SLO-ACRESCIDO
                   DISPLAY "AVLJRNL: " SLO-QTDE-SELO " lancamento(s) "
                       "selados e " SLO-QTDE-ATUAL " no arquivo - "
                       "os posteriores ao selo serao aplicados"
               WHEN SLO-SEM-SELO
                   DISPLAY "ALERTA: AVLJRNL sem selo - integridade "
                       "do jornal nao comprovada"
               WHEN SLO-CONFERE
                   DISPLAY "AVLJRNL confere com o selo ("
                       SLO-QTDE-ATUAL " lancamento(s))"
           END-EVALUATE.

       GRAVAR-ALERTA-SELO.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "AVL-REPLAY" TO ALR-PROGRAMA
           MOVE 'A' TO ALR-SEVERIDADE
           MOVE "SELODIV" TO ALR-CODIGO
           MOVE "SELO VIOLADO AVLJRNL: RECONSTITUICAO RECUSADA"
               TO ALR-TEXTO
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.

       CARREGAR-CHECKPOINT-ARVORE.
           OPEN INPUT AVL-CKPT-FILE
           IF AVL-CKPT-STATUS = "00"
