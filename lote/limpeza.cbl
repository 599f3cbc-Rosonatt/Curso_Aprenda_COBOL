       DATA DIVISION.
       FILE SECTION.
       FD  FILA-LOG-FILE.
       01  FILA-LOG-REC         PIC X(61).

       FD  FILA-ERR-FILE.
       01  FILA-ERR-REC         PIC X(64).

       FD  DEQUE-ERR-FILE.
       01  DEQUE-ERR-REC        PIC X(65).

       FD  DELETE-LOG-FILE.
       01  DELETE-LOG-REC       PIC X(48).

      * Arquivo morto datado do corte do dia; o nome fisico e o
      * prefixo do arquivo de origem mais a data de negocio.  O
      * registro usa o maior leiaute entre os arquivos cortados.
       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-REC    PIC X(65).

      * Area de passagem dos registros da janela recente, que voltam
      * para o arquivo corrente apos o corte.
       FD  HKP-TEMP-FILE.
       01  HKP-TEMP-REC         PIC X(65).

      * Controle dos arquivos mortos existentes, para a expurga por
      * retencao em dias.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RES-TEXTO        PIC X(120).

       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN-LIMPEZA.
           PERFORM CARREGAR-PARAMETROS
               TO RESUMO-REC
           WRITE RESUMO-REC

      * Nada e arquivado nem expurgado sem os selos conferidos: um
      * arquivo de auditoria violado vai intacto para a auditoria.
           DISPLAY "Selos de auditoria: VERIFICAR-SELOS"
           CALL "VERIFICAR-SELOS"
           IF RETURN-CODE >= 8
               MOVE SPACES TO RES-LINHA
               MOVE "SELOS" TO RES-ARQUIVO
               MOVE SPACES TO RES-TEXTO
               STRING "SELO VIOLADO (VER SELOREL) - NADA ARQUIVADO "
                   "NEM EXPURGADO" DELIMITED BY SIZE INTO RES-TEXTO
               WRITE RESUMO-REC FROM RES-LINHA
               CLOSE RESUMO-FILE
               DISPLAY "ALERTA: selo violado em arquivo de auditoria "
                   "- limpeza interrompida (RC 12)"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-CONTROLE-MORTOS

           PERFORM CORTAR-FILALOG
                   UNTIL HKP-TEMP-STATUS NOT = "00"
               CLOSE HKP-TEMP-FILE
           END-IF
           CLOSE FILA-LOG-FILE
           SET SLO-SELAR TO TRUE
           MOVE "FILALOG" TO SLO-ARQUIVO
           MOVE "LIMPEZA-AUDITORIA" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS.

       DEVOLVER-FILALOG.
           READ HKP-TEMP-FILE
