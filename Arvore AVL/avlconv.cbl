       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTER-CHAVE-AVL.
      * Conversao, feita uma unica vez, dos arquivos da arvore AVL
      * da chave numerica de quatro digitos para a chave
      * alfanumerica de doze posicoes (alinhada a esquerda, com
      * brancos a direita).  O codigo antigo e levado como esta,
      * com os zeros a esquerda ("0042"), e assim continua na mesma
      * ordem.  Roda na virada, depois da ultima noite no leiaute
      * antigo e antes da primeira no novo, sobre AVLIDX, AVLMSTR,
      * AVLCKPT, AVLJRNL (selado de novo em seguida), AVLDELOG,
      * AVLINSRJ, AVLTXN pendente, AVLMAPA e cada geracao listada
      * no AVLGCTL.  Cada arquivo e lido no leiaute antigo, gravado
      * no novo num arquivo de trabalho e copiado de volta; depois
      * e relido no leiaute novo para a conciliacao de registros
      * antes/depois, que sai no relatorio AVLCONV.
      * O AVLCONV tambem marca que a conversao ja foi feita: se ele
      * existe, o programa recusa rodar de novo (reconverter um
      * arquivo ja convertido o destruiria).  Para repetir, repor
      * as copias de seguranca e remover o AVLCONV.
      * RETURN-CODE 0: tudo conciliado; 8: algum arquivo diverge
      * ou nao abriu; 12: nada foi convertido.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-ANTIGO-FILE ASSIGN TO "AVLIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDXA-DATA
               FILE STATUS IS IDX-ANTIGO-STATUS.
           SELECT IDX-NOVO-FILE ASSIGN TO "AVLIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDXN-DATA
               FILE STATUS IS IDX-NOVO-STATUS.
           SELECT MST-ANTIGO-FILE ASSIGN TO "AVLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSTA-CODIGO
               FILE STATUS IS MST-ANTIGO-STATUS.
           SELECT MST-NOVO-FILE ASSIGN TO "AVLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSTN-CODIGO
               FILE STATUS IS MST-NOVO-STATUS.
           SELECT CKP-ANTIGO-FILE ASSIGN TO "AVLCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CKP-ANTIGO-STATUS.
           SELECT CKP-NOVO-FILE ASSIGN TO "AVLCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CKP-NOVO-STATUS.
           SELECT JRN-ANTIGO-FILE ASSIGN TO "AVLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-ANTIGO-STATUS.
           SELECT JRN-NOVO-FILE ASSIGN TO "AVLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-NOVO-STATUS.
           SELECT DEL-ANTIGO-FILE ASSIGN TO "AVLDELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEL-ANTIGO-STATUS.
           SELECT DEL-NOVO-FILE ASSIGN TO "AVLDELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEL-NOVO-STATUS.
           SELECT IRJ-ANTIGO-FILE ASSIGN TO "AVLINSRJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IRJ-ANTIGO-STATUS.
           SELECT IRJ-NOVO-FILE ASSIGN TO "AVLINSRJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IRJ-NOVO-STATUS.
           SELECT TXN-ANTIGO-FILE ASSIGN TO "AVLTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TXN-ANTIGO-STATUS.
           SELECT TXN-NOVO-FILE ASSIGN TO "AVLTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TXN-NOVO-STATUS.
           SELECT MAP-ANTIGO-FILE ASSIGN TO "AVLMAPA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAP-ANTIGO-STATUS.
           SELECT MAP-NOVO-FILE ASSIGN TO "AVLMAPA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAP-NOVO-STATUS.
           SELECT GEN-ANTIGO-FILE ASSIGN TO DYNAMIC WS-GEN-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GEN-ANTIGO-STATUS.
           SELECT GEN-NOVO-FILE ASSIGN TO DYNAMIC WS-GEN-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GEN-NOVO-STATUS.
           SELECT GEN-CTL-FILE ASSIGN TO "AVLGCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GEN-CTL-STATUS.
           SELECT CONV-TEMP-FILE ASSIGN TO "AVLCVTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONV-TEMP-STATUS.
           SELECT CONV-REL-FILE ASSIGN TO "AVLCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ----- Leiautes antigos (chave PIC 9(04)) -----
       FD  IDX-ANTIGO-FILE.
       01  IDX-ANTIGO-REC.
           05  IDXA-DATA            PIC 9(04).
           05  IDXA-COUNT           PIC 9(04).

       FD  MST-ANTIGO-FILE.
       01  MST-ANTIGO-REC.
           05  MSTA-CODIGO          PIC 9(04).
           05  MSTA-DESCRICAO       PIC X(30).
           05  MSTA-ATIVO           PIC X(01).

       FD  CKP-ANTIGO-FILE.
       01  CKP-ANTIGO-REC.
           05  CKPA-DATA            PIC 9(04).
           05  CKPA-COUNT           PIC 9(04).

       FD  JRN-ANTIGO-FILE.
       01  JRN-ANTIGO-REC.
           05  JRNA-SEQ             PIC 9(07).
           05  JRNA-CODE            PIC X(01).
           05  JRNA-VALUE           PIC 9(04).
           05  JRNA-COUNT-AFTER     PIC 9(04).
           05  JRNA-TIMESTAMP       PIC X(26).
           05  JRNA-ORIGEM          PIC X(08).

       FD  DEL-ANTIGO-FILE.
       01  DEL-ANTIGO-REC.
           05  DELA-TIMESTAMP       PIC X(26).
           05  DELA-VALUE           PIC 9(04).
           05  DELA-OUTCOME         PIC X(10).

       FD  IRJ-ANTIGO-FILE.
       01  IRJ-ANTIGO-REC.
           05  IRJA-TIMESTAMP       PIC X(26).
           05  IRJA-VALUE           PIC 9(04).
           05  IRJA-MOTIVO          PIC X(10).

       FD  TXN-ANTIGO-FILE.
       01  TXN-ANTIGO-REC.
           05  TXNA-CODE            PIC X(01).
           05  TXNA-VALUE           PIC 9(04).
           05  TXNA-VALUE2          PIC 9(04).

       FD  MAP-ANTIGO-FILE.
       01  MAP-ANTIGO-REC.
           05  MAPA-TIPO            PIC X(02).
           05  MAPA-PREFIXO         PIC X(08).
           05  MAPA-CODIGO          PIC 9(04).

       FD  GEN-ANTIGO-FILE.
       01  GEN-ANTIGO-REC.
           05  GENA-DATA            PIC 9(04).
           05  GENA-COUNT           PIC 9(04).

      * ----- Leiautes novos (chave PIC X(12)) -----
       FD  IDX-NOVO-FILE.
       01  IDX-NOVO-REC.
           05  IDXN-DATA            PIC X(12).
           05  IDXN-COUNT           PIC 9(04).

       FD  MST-NOVO-FILE.
       01  MST-NOVO-REC.
           05  MSTN-CODIGO          PIC X(12).
           05  MSTN-DESCRICAO       PIC X(30).
           05  MSTN-ATIVO           PIC X(01).

       FD  CKP-NOVO-FILE.
       01  CKP-NOVO-REC             PIC X(16).

       FD  JRN-NOVO-FILE.
       01  JRN-NOVO-REC             PIC X(58).

       FD  DEL-NOVO-FILE.
       01  DEL-NOVO-REC             PIC X(48).

       FD  IRJ-NOVO-FILE.
       01  IRJ-NOVO-REC             PIC X(48).

       FD  TXN-NOVO-FILE.
       01  TXN-NOVO-REC             PIC X(25).

       FD  MAP-NOVO-FILE.
       01  MAP-NOVO-REC             PIC X(26).

       FD  GEN-NOVO-FILE.
       01  GEN-NOVO-REC             PIC X(16).

       FD  GEN-CTL-FILE.
       01  GEN-CTL-REC.
           05  GCT-NOME             PIC X(12).
           05  GCT-DATA             PIC 9(08).
           05  GCT-REGISTROS        PIC 9(06).

      * Arquivo de trabalho: o registro ja no leiaute novo, numa
      * das visoes abaixo conforme o arquivo em conversao (todas
      * com o mesmo tamanho).
       FD  CONV-TEMP-FILE.
       01  TMP-INDICE.
           05  TMP-IDX-REC.
               10  TMP-IDX-DATA     PIC X(12).
               10  TMP-IDX-COUNT    PIC 9(04).
           05  FILLER               PIC X(64).
       01  TMP-MESTRE.
           05  TMP-MST-REC.
               10  TMP-MST-CODIGO   PIC X(12).
               10  TMP-MST-DESCRICAO PIC X(30).
               10  TMP-MST-ATIVO    PIC X(01).
           05  FILLER               PIC X(37).
       01  TMP-JORNAL.
           05  TMP-JRN-REC.
               10  TMP-JRN-SEQ      PIC 9(07).
               10  TMP-JRN-CODE     PIC X(01).
               10  TMP-JRN-VALUE    PIC X(12).
               10  TMP-JRN-COUNT-AFTER PIC 9(04).
               10  TMP-JRN-TIMESTAMP PIC X(26).
               10  TMP-JRN-ORIGEM   PIC X(08).
           05  FILLER               PIC X(22).
       01  TMP-OCORRENCIA.
           05  TMP-OCR-REC.
               10  TMP-OCR-TIMESTAMP PIC X(26).
               10  TMP-OCR-VALUE    PIC X(12).
               10  TMP-OCR-MOTIVO   PIC X(10).
           05  FILLER               PIC X(32).
       01  TMP-TRANSACAO.
           05  TMP-TXN-REC.
               10  TMP-TXN-CODE     PIC X(01).
               10  TMP-TXN-VALUE    PIC X(12).
               10  TMP-TXN-VALUE2   PIC X(12).
               10  TMP-TXN-VALUE2-R REDEFINES TMP-TXN-VALUE2.
                   15  TMP-TXN-COUNT PIC 9(04).
                   15  FILLER       PIC X(08).
           05  FILLER               PIC X(55).
       01  TMP-MAPA.
           05  TMP-MAP-REC.
               10  TMP-MAP-TIPO     PIC X(02).
               10  TMP-MAP-PREFIXO  PIC X(08).
               10  TMP-MAP-CODIGO   PIC X(12).
           05  FILLER               PIC X(58).

       FD  CONV-REL-FILE.
       01  CONV-REL-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       01  IDX-ANTIGO-STATUS    PIC X(02).
       01  IDX-NOVO-STATUS      PIC X(02).
       01  MST-ANTIGO-STATUS    PIC X(02).
       01  MST-NOVO-STATUS      PIC X(02).
       01  CKP-ANTIGO-STATUS    PIC X(02).
       01  CKP-NOVO-STATUS      PIC X(02).
       01  JRN-ANTIGO-STATUS    PIC X(02).
       01  JRN-NOVO-STATUS      PIC X(02).
       01  DEL-ANTIGO-STATUS    PIC X(02).
       01  DEL-NOVO-STATUS      PIC X(02).
       01  IRJ-ANTIGO-STATUS    PIC X(02).
       01  IRJ-NOVO-STATUS      PIC X(02).
       01  TXN-ANTIGO-STATUS    PIC X(02).
       01  TXN-NOVO-STATUS      PIC X(02).
       01  MAP-ANTIGO-STATUS    PIC X(02).
       01  MAP-NOVO-STATUS      PIC X(02).
       01  GEN-ANTIGO-STATUS    PIC X(02).
       01  GEN-NOVO-STATUS      PIC X(02).
       01  GEN-CTL-STATUS       PIC X(02).
       01  CONV-TEMP-STATUS     PIC X(02).
       01  CONV-REL-STATUS      PIC X(02).

       01  WS-GEN-NOME          PIC X(12).

      * Arquivo em conversao: nome, status da abertura no leiaute
      * antigo e registros antes (lidos no antigo) e depois
      * (relidos no novo).
       01  WS-ARQ-CORRENTE      PIC X(12).
       01  WS-ARQ-STATUS        PIC X(02).
       01  WS-ANTES             PIC 9(07).
       01  WS-DEPOIS            PIC 9(07).

       01  WS-TOTAL-ANTES       PIC 9(09) VALUE 0.
       01  WS-TOTAL-DEPOIS      PIC 9(09) VALUE 0.
       01  WS-QTDE-CONVERTIDOS  PIC 9(03) VALUE 0.
       01  WS-QTDE-AUSENTES     PIC 9(03) VALUE 0.
       01  WS-QTDE-DIVERGENTES  PIC 9(03) VALUE 0.
       01  WS-QTDE-GERACOES     PIC 9(03) VALUE 0.

       01  WS-PRE-SW            PIC X(01).
           88  LEIAUTE-ANTIGO-OK    VALUE 'S'.
           88  LEIAUTE-ANTIGO-FALHA VALUE 'N'.

       01  WS-DATA-HOJE         PIC 9(08).

       COPY SELOPARM.

       01  REL-CABECALHO.
           05  FILLER           PIC X(49) VALUE
               "CONVERSAO DA CHAVE DA ARVORE AVL PARA X(12) - EM ".
           05  RELC-DATA        PIC 9(08).
           05  FILLER           PIC X(75) VALUE SPACES.

       01  REL-TITULOS.
           05  FILLER           PIC X(14) VALUE "ARQUIVO".
           05  FILLER           PIC X(09) VALUE "    ANTES".
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE "   DEPOIS".
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE "SITUACAO".
           05  FILLER           PIC X(86) VALUE SPACES.

       01  REL-TRACO.
           05  FILLER           PIC X(132) VALUE ALL "-".

       01  REL-LINHA.
           05  REL-ARQUIVO      PIC X(12).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  REL-ANTES        PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  REL-DEPOIS       PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  REL-SITUACAO     PIC X(10).
           05  FILLER           PIC X(86) VALUE SPACES.

       01  REL-TOTAL.
           05  FILLER           PIC X(12) VALUE "TOTAL".
           05  FILLER           PIC X(01) VALUE SPACES.
           05  RELT-ANTES       PIC ZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  RELT-DEPOIS      PIC ZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(98) VALUE SPACES.

       01  REL-VEREDICTO.
           05  FILLER           PIC X(11) VALUE "VEREDICTO: ".
           05  RELV-TEXTO       PIC X(80).
           05  FILLER           PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-CONVERSAO.
           OPEN INPUT CONV-REL-FILE
           IF CONV-REL-STATUS = "00"
               CLOSE CONV-REL-FILE
               DISPLAY "AVLCONV ja existe - a conversao da chave ja "
                   "foi executada; nada foi alterado"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFICAR-LEIAUTE-ANTIGO
           IF LEIAUTE-ANTIGO-FALHA
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           OPEN OUTPUT CONV-REL-FILE
           MOVE WS-DATA-HOJE TO RELC-DATA
           WRITE CONV-REL-REC FROM REL-CABECALHO
           WRITE CONV-REL-REC FROM REL-TRACO
           WRITE CONV-REL-REC FROM REL-TITULOS
           PERFORM CONVERTER-INDICE
           PERFORM CONVERTER-MESTRE
           PERFORM CONVERTER-CHECKPOINT
           PERFORM CONVERTER-JORNAL
           PERFORM CONVERTER-DELOG
           PERFORM CONVERTER-INSRJ
           PERFORM CONVERTER-TRANSACOES
           PERFORM CONVERTER-MAPA
           PERFORM CONVERTER-GERACOES
           OPEN OUTPUT CONV-TEMP-FILE
           CLOSE CONV-TEMP-FILE
           PERFORM IMPRIMIR-TOTAIS
           CLOSE CONV-REL-FILE
           DISPLAY "===== Conversao da chave da arvore AVL ====="
           DISPLAY "Arquivos conciliados: " WS-QTDE-CONVERTIDOS
           DISPLAY "Arquivos ausentes...: " WS-QTDE-AUSENTES
           DISPLAY "Arquivos divergentes: " WS-QTDE-DIVERGENTES
           DISPLAY "Geracoes convertidas: " WS-QTDE-GERACOES
           DISPLAY "Registros antes.....: " WS-TOTAL-ANTES
           DISPLAY "Registros depois....: " WS-TOTAL-DEPOIS
           DISPLAY "Relatorio gravado em AVLCONV"
           DISPLAY "============================================"
           IF WS-QTDE-DIVERGENTES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * Os dois arquivos indexados so abrem com a chave com que
      * foram criados; se algum nao abre no leiaute antigo (ja
      * convertido ou danificado), nada e tocado.
       VERIFICAR-LEIAUTE-ANTIGO.
           SET LEIAUTE-ANTIGO-OK TO TRUE
           OPEN INPUT IDX-ANTIGO-FILE
           EVALUATE IDX-ANTIGO-STATUS
               WHEN "00"
                   CLOSE IDX-ANTIGO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AVLIDX nao abre no leiaute antigo (status "
                       IDX-ANTIGO-STATUS ") - conversao nao executada"
                   SET LEIAUTE-ANTIGO-FALHA TO TRUE
           END-EVALUATE
           OPEN INPUT MST-ANTIGO-FILE
           EVALUATE MST-ANTIGO-STATUS
               WHEN "00"
                   CLOSE MST-ANTIGO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AVLMSTR nao abre no leiaute antigo (status "
                       MST-ANTIGO-STATUS ") - conversao nao executada"
                   SET LEIAUTE-ANTIGO-FALHA TO TRUE
           END-EVALUATE.

       INICIAR-ARQUIVO.
           MOVE 0 TO WS-ANTES
           MOVE 0 TO WS-DEPOIS.

      * Linha do arquivo no AVLCONV: ausente nao e divergencia (o
      * arquivo ainda nao existia); falha na abertura e.
       REGISTRAR-RESULTADO.
           MOVE WS-ARQ-CORRENTE TO REL-ARQUIVO
           MOVE WS-ANTES TO REL-ANTES
           MOVE WS-DEPOIS TO REL-DEPOIS
           MOVE SPACES TO REL-SITUACAO
           EVALUATE TRUE
               WHEN WS-ARQ-STATUS = "35"
                   MOVE "AUSENTE" TO REL-SITUACAO
                   ADD 1 TO WS-QTDE-AUSENTES
               WHEN WS-ARQ-STATUS NOT = "00"
                   STRING "ERRO ST " WS-ARQ-STATUS
                       DELIMITED BY SIZE INTO REL-SITUACAO
                   ADD 1 TO WS-QTDE-DIVERGENTES
               WHEN WS-ANTES = WS-DEPOIS
                   MOVE "OK" TO REL-SITUACAO
                   ADD 1 TO WS-QTDE-CONVERTIDOS
               WHEN OTHER
                   MOVE "DIVERGE" TO REL-SITUACAO
                   ADD 1 TO WS-QTDE-DIVERGENTES
           END-EVALUATE
           ADD WS-ANTES TO WS-TOTAL-ANTES
           ADD WS-DEPOIS TO WS-TOTAL-DEPOIS
           WRITE CONV-REL-REC FROM REL-LINHA
           DISPLAY WS-ARQ-CORRENTE " antes=" WS-ANTES " depois="
               WS-DEPOIS " " REL-SITUACAO.

       IMPRIMIR-TOTAIS.
           WRITE CONV-REL-REC FROM REL-TRACO
           MOVE WS-TOTAL-ANTES TO RELT-ANTES
           MOVE WS-TOTAL-DEPOIS TO RELT-DEPOIS
           WRITE CONV-REL-REC FROM REL-TOTAL
           MOVE SPACES TO RELV-TEXTO
           IF WS-QTDE-DIVERGENTES > 0
               STRING WS-QTDE-DIVERGENTES
                   " ARQUIVO(S) DIVERGENTE(S) - REPOR AS COPIAS "
                   "ANTES DA PROXIMA NOITE"
                   DELIMITED BY SIZE INTO RELV-TEXTO
           ELSE
               MOVE "TODOS OS ARQUIVOS CONCILIADOS" TO RELV-TEXTO
           END-IF
           WRITE CONV-REL-REC FROM REL-VEREDICTO.

      * ----- AVLIDX -----

       CONVERTER-INDICE.
           MOVE "AVLIDX" TO WS-ARQ-CORRENTE
           PERFORM INICIAR-ARQUIVO
           OPEN INPUT IDX-ANTIGO-FILE
           MOVE IDX-ANTIGO-STATUS TO WS-ARQ-STATUS
           IF IDX-ANTIGO-STATUS = "00"
               OPEN OUTPUT CONV-TEMP-FILE
               PERFORM COPIAR-INDICE-ANTIGO
                   UNTIL IDX-ANTIGO-STATUS NOT = "00"
               CLOSE IDX-ANTIGO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT CONV-TEMP-FILE
               OPEN OUTPUT IDX-NOVO-FILE
               PERFORM DEVOLVER-INDICE
                   UNTIL CONV-TEMP-STATUS NOT = "00"
               CLOSE IDX-NOVO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT IDX-NOVO-FILE
               PERFORM CONTAR-INDICE-NOVO
                   UNTIL IDX-NOVO-STATUS NOT = "00"
               CLOSE IDX-NOVO-FILE
           END-IF
           PERFORM REGISTRAR-RESULTADO.

       COPIAR-INDICE-ANTIGO.
           READ IDX-ANTIGO-FILE
               NOT AT END
                   ADD 1 TO WS-ANTES
                   MOVE SPACES TO TMP-INDICE
                   MOVE IDXA-DATA TO TMP-IDX-DATA
                   MOVE IDXA-COUNT TO TMP-IDX-COUNT
                   WRITE TMP-INDICE
           END-READ.

       DEVOLVER-INDICE.
           READ CONV-TEMP-FILE
               NOT AT END
                   WRITE IDX-NOVO-REC FROM TMP-IDX-REC
           END-READ.

       CONTAR-INDICE-NOVO.
           READ IDX-NOVO-FILE
               NOT AT END
                   ADD 1 TO WS-DEPOIS
           END-READ.

      * ----- AVLMSTR -----

       CONVERTER-MESTRE.
           MOVE "AVLMSTR" TO WS-ARQ-CORRENTE
           PERFORM INICIAR-ARQUIVO
           OPEN INPUT MST-ANTIGO-FILE
           MOVE MST-ANTIGO-STATUS TO WS-ARQ-STATUS
           IF MST-ANTIGO-STATUS = "00"
               OPEN OUTPUT CONV-TEMP-FILE
               PERFORM COPIAR-MESTRE-ANTIGO
                   UNTIL MST-ANTIGO-STATUS NOT = "00"
               CLOSE MST-ANTIGO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT CONV-TEMP-FILE
               OPEN OUTPUT MST-NOVO-FILE
               PERFORM DEVOLVER-MESTRE
                   UNTIL CONV-TEMP-STATUS NOT = "00"
               CLOSE MST-NOVO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT MST-NOVO-FILE
               PERFORM CONTAR-MESTRE-NOVO
                   UNTIL MST-NOVO-STATUS NOT = "00"
               CLOSE MST-NOVO-FILE
           END-IF
           PERFORM REGISTRAR-RESULTADO.

       COPIAR-MESTRE-ANTIGO.
           READ MST-ANTIGO-FILE
               NOT AT END
                   ADD 1 TO WS-ANTES
                   MOVE SPACES TO TMP-MESTRE
                   MOVE MSTA-CODIGO TO TMP-MST-CODIGO
                   MOVE MSTA-DESCRICAO TO TMP-MST-DESCRICAO
                   MOVE MSTA-ATIVO TO TMP-MST-ATIVO
                   WRITE TMP-MESTRE
           END-READ.

       DEVOLVER-MESTRE.
           READ CONV-TEMP-FILE
               NOT AT END
                   WRITE MST-NOVO-REC FROM TMP-MST-REC
           END-READ.

       CONTAR-MESTRE-NOVO.
           READ MST-NOVO-FILE
               NOT AT END
                   ADD 1 TO WS-DEPOIS
           END-READ.

      * ----- AVLCKPT -----

       CONVERTER-CHECKPOINT.
           MOVE "AVLCKPT" TO WS-ARQ-CORRENTE
           PERFORM INICIAR-ARQUIVO
           OPEN INPUT CKP-ANTIGO-FILE
           MOVE CKP-ANTIGO-STATUS TO WS-ARQ-STATUS
           IF CKP-ANTIGO-STATUS = "00"
               OPEN OUTPUT CONV-TEMP-FILE
               PERFORM COPIAR-CHECKPOINT-ANTIGO
                   UNTIL CKP-ANTIGO-STATUS NOT = "00"
               CLOSE CKP-ANTIGO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT CONV-TEMP-FILE
               OPEN OUTPUT CKP-NOVO-FILE
               PERFORM DEVOLVER-CHECKPOINT
                   UNTIL CONV-TEMP-STATUS NOT = "00"
               CLOSE CKP-NOVO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT CKP-NOVO-FILE
               PERFORM CONTAR-CHECKPOINT-NOVO
                   UNTIL CKP-NOVO-STATUS NOT = "00"
               CLOSE CKP-NOVO-FILE
           END-IF
           PERFORM REGISTRAR-RESULTADO.

       COPIAR-CHECKPOINT-ANTIGO.
           READ CKP-ANTIGO-FILE
               NOT AT END
                   ADD 1 TO WS-ANTES
                   MOVE SPACES TO TMP-INDICE
                   MOVE CKPA-DATA TO TMP-IDX-DATA
                   MOVE CKPA-COUNT TO TMP-IDX-COUNT
                   WRITE TMP-INDICE
           END-READ.

       DEVOLVER-CHECKPOINT.
           READ CONV-TEMP-FILE
               NOT AT END
                   WRITE CKP-NOVO-REC FROM TMP-IDX-REC
           END-READ.

       CONTAR-CHECKPOINT-NOVO.
           READ CKP-NOVO-FILE
               NOT AT END
                   ADD 1 TO WS-DEPOIS
           END-READ.

      * ----- AVLJRNL -----

      * O jornal regravado muda o selo; sela-se de novo em nome da
      * conversao, que fica registrada como quem selou.
       CONVERTER-JORNAL.
           MOVE "AVLJRNL" TO WS-ARQ-CORRENTE
           PERFORM INICIAR-ARQUIVO
           OPEN INPUT JRN-ANTIGO-FILE
           MOVE JRN-ANTIGO-STATUS TO WS-ARQ-STATUS
           IF JRN-ANTIGO-STATUS = "00"
               OPEN OUTPUT CONV-TEMP-FILE
               PERFORM COPIAR-JORNAL-ANTIGO
                   UNTIL JRN-ANTIGO-STATUS NOT = "00"
               CLOSE JRN-ANTIGO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT CONV-TEMP-FILE
               OPEN OUTPUT JRN-NOVO-FILE
               PERFORM DEVOLVER-JORNAL
                   UNTIL CONV-TEMP-STATUS NOT = "00"
               CLOSE JRN-NOVO-FILE
               CLOSE CONV-TEMP-FILE
               SET SLO-SELAR TO TRUE
               MOVE "AVLJRNL" TO SLO-ARQUIVO
               MOVE "CONVERTER-CHAVE-AVL" TO SLO-PROGRAMA
               CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS
               OPEN INPUT JRN-NOVO-FILE
               PERFORM CONTAR-JORNAL-NOVO
                   UNTIL JRN-NOVO-STATUS NOT = "00"
               CLOSE JRN-NOVO-FILE
           END-IF
           PERFORM REGISTRAR-RESULTADO.

       COPIAR-JORNAL-ANTIGO.
           READ JRN-ANTIGO-FILE
               NOT AT END
                   ADD 1 TO WS-ANTES
                   MOVE SPACES TO TMP-JORNAL
                   MOVE JRNA-SEQ TO TMP-JRN-SEQ
                   MOVE JRNA-CODE TO TMP-JRN-CODE
                   MOVE JRNA-VALUE TO TMP-JRN-VALUE
                   MOVE JRNA-COUNT-AFTER TO TMP-JRN-COUNT-AFTER
                   MOVE JRNA-TIMESTAMP TO TMP-JRN-TIMESTAMP
                   MOVE JRNA-ORIGEM TO TMP-JRN-ORIGEM
                   WRITE TMP-JORNAL
           END-READ.

       DEVOLVER-JORNAL.
           READ CONV-TEMP-FILE
               NOT AT END
                   WRITE JRN-NOVO-REC FROM TMP-JRN-REC
           END-READ.

       CONTAR-JORNAL-NOVO.
           READ JRN-NOVO-FILE
               NOT AT END
                   ADD 1 TO WS-DEPOIS
           END-READ.

      * ----- AVLDELOG -----

       CONVERTER-DELOG.
           MOVE "AVLDELOG" TO WS-ARQ-CORRENTE
           PERFORM INICIAR-ARQUIVO
           OPEN INPUT DEL-ANTIGO-FILE
           MOVE DEL-ANTIGO-STATUS TO WS-ARQ-STATUS
           IF DEL-ANTIGO-STATUS = "00"
               OPEN OUTPUT CONV-TEMP-FILE
               PERFORM COPIAR-DELOG-ANTIGO
                   UNTIL DEL-ANTIGO-STATUS NOT = "00"
               CLOSE DEL-ANTIGO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT CONV-TEMP-FILE
               OPEN OUTPUT DEL-NOVO-FILE
               PERFORM DEVOLVER-DELOG
                   UNTIL CONV-TEMP-STATUS NOT = "00"
               CLOSE DEL-NOVO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT DEL-NOVO-FILE
               PERFORM CONTAR-DELOG-NOVO
                   UNTIL DEL-NOVO-STATUS NOT = "00"
               CLOSE DEL-NOVO-FILE
           END-IF
           PERFORM REGISTRAR-RESULTADO.

       COPIAR-DELOG-ANTIGO.
           READ DEL-ANTIGO-FILE
               NOT AT END
                   ADD 1 TO WS-ANTES
                   MOVE SPACES TO TMP-OCORRENCIA
                   MOVE DELA-TIMESTAMP TO TMP-OCR-TIMESTAMP
                   MOVE DELA-VALUE TO TMP-OCR-VALUE
                   MOVE DELA-OUTCOME TO TMP-OCR-MOTIVO
                   WRITE TMP-OCORRENCIA
           END-READ.

       DEVOLVER-DELOG.
           READ CONV-TEMP-FILE
               NOT AT END
                   WRITE DEL-NOVO-REC FROM TMP-OCR-REC
           END-READ.

       CONTAR-DELOG-NOVO.
           READ DEL-NOVO-FILE
               NOT AT END
                   ADD 1 TO WS-DEPOIS
           END-READ.

      * ----- AVLINSRJ -----

       CONVERTER-INSRJ.
           MOVE "AVLINSRJ" TO WS-ARQ-CORRENTE
           PERFORM INICIAR-ARQUIVO
           OPEN INPUT IRJ-ANTIGO-FILE
           MOVE IRJ-ANTIGO-STATUS TO WS-ARQ-STATUS
           IF IRJ-ANTIGO-STATUS = "00"
               OPEN OUTPUT CONV-TEMP-FILE
               PERFORM COPIAR-INSRJ-ANTIGO
                   UNTIL IRJ-ANTIGO-STATUS NOT = "00"
               CLOSE IRJ-ANTIGO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT CONV-TEMP-FILE
               OPEN OUTPUT IRJ-NOVO-FILE
               PERFORM DEVOLVER-INSRJ
                   UNTIL CONV-TEMP-STATUS NOT = "00"
               CLOSE IRJ-NOVO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT IRJ-NOVO-FILE
               PERFORM CONTAR-INSRJ-NOVO
                   UNTIL IRJ-NOVO-STATUS NOT = "00"
               CLOSE IRJ-NOVO-FILE
           END-IF
           PERFORM REGISTRAR-RESULTADO.

       COPIAR-INSRJ-ANTIGO.
           READ IRJ-ANTIGO-FILE
               NOT AT END
                   ADD 1 TO WS-ANTES
                   MOVE SPACES TO TMP-OCORRENCIA
                   MOVE IRJA-TIMESTAMP TO TMP-OCR-TIMESTAMP
                   MOVE IRJA-VALUE TO TMP-OCR-VALUE
                   MOVE IRJA-MOTIVO TO TMP-OCR-MOTIVO
                   WRITE TMP-OCORRENCIA
           END-READ.

       DEVOLVER-INSRJ.
           READ CONV-TEMP-FILE
               NOT AT END
                   WRITE IRJ-NOVO-REC FROM TMP-OCR-REC
           END-READ.

       CONTAR-INSRJ-NOVO.
           READ IRJ-NOVO-FILE
               NOT AT END
                   ADD 1 TO WS-DEPOIS
           END-READ.

      * ----- AVLTXN -----

      * Transacoes ainda nao processadas: a quantidade do ajuste
      * (A, M) vai para as quatro primeiras posicoes do segundo
      * operando; a chave alta da faixa (R), para o campo inteiro.
       CONVERTER-TRANSACOES.
           MOVE "AVLTXN" TO WS-ARQ-CORRENTE
           PERFORM INICIAR-ARQUIVO
           OPEN INPUT TXN-ANTIGO-FILE
           MOVE TXN-ANTIGO-STATUS TO WS-ARQ-STATUS
           IF TXN-ANTIGO-STATUS = "00"
               OPEN OUTPUT CONV-TEMP-FILE
               PERFORM COPIAR-TRANSACAO-ANTIGA
                   UNTIL TXN-ANTIGO-STATUS NOT = "00"
               CLOSE TXN-ANTIGO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT CONV-TEMP-FILE
               OPEN OUTPUT TXN-NOVO-FILE
               PERFORM DEVOLVER-TRANSACAO
                   UNTIL CONV-TEMP-STATUS NOT = "00"
               CLOSE TXN-NOVO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT TXN-NOVO-FILE
               PERFORM CONTAR-TRANSACAO-NOVA
                   UNTIL TXN-NOVO-STATUS NOT = "00"
               CLOSE TXN-NOVO-FILE
           END-IF
           PERFORM REGISTRAR-RESULTADO.

       COPIAR-TRANSACAO-ANTIGA.
           READ TXN-ANTIGO-FILE
               NOT AT END
                   ADD 1 TO WS-ANTES
                   MOVE SPACES TO TMP-TRANSACAO
                   MOVE TXNA-CODE TO TMP-TXN-CODE
                   MOVE TXNA-VALUE TO TMP-TXN-VALUE
                   EVALUATE TXNA-CODE
                       WHEN "A"
                       WHEN "M"
                           MOVE TXNA-VALUE2 TO TMP-TXN-COUNT
                       WHEN "R"
                           MOVE TXNA-VALUE2 TO TMP-TXN-VALUE2
                   END-EVALUATE
                   WRITE TMP-TRANSACAO
           END-READ.

       DEVOLVER-TRANSACAO.
           READ CONV-TEMP-FILE
               NOT AT END
                   WRITE TXN-NOVO-REC FROM TMP-TXN-REC
           END-READ.

       CONTAR-TRANSACAO-NOVA.
           READ TXN-NOVO-FILE
               NOT AT END
                   ADD 1 TO WS-DEPOIS
           END-READ.

      * ----- AVLMAPA -----

       CONVERTER-MAPA.
           MOVE "AVLMAPA" TO WS-ARQ-CORRENTE
           PERFORM INICIAR-ARQUIVO
           OPEN INPUT MAP-ANTIGO-FILE
           MOVE MAP-ANTIGO-STATUS TO WS-ARQ-STATUS
           IF MAP-ANTIGO-STATUS = "00"
               OPEN OUTPUT CONV-TEMP-FILE
               PERFORM COPIAR-MAPA-ANTIGO
                   UNTIL MAP-ANTIGO-STATUS NOT = "00"
               CLOSE MAP-ANTIGO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT CONV-TEMP-FILE
               OPEN OUTPUT MAP-NOVO-FILE
               PERFORM DEVOLVER-MAPA
                   UNTIL CONV-TEMP-STATUS NOT = "00"
               CLOSE MAP-NOVO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT MAP-NOVO-FILE
               PERFORM CONTAR-MAPA-NOVO
                   UNTIL MAP-NOVO-STATUS NOT = "00"
               CLOSE MAP-NOVO-FILE
           END-IF
           PERFORM REGISTRAR-RESULTADO.

       COPIAR-MAPA-ANTIGO.
           READ MAP-ANTIGO-FILE
               NOT AT END
                   ADD 1 TO WS-ANTES
                   MOVE SPACES TO TMP-MAPA
                   MOVE MAPA-TIPO TO TMP-MAP-TIPO
                   MOVE MAPA-PREFIXO TO TMP-MAP-PREFIXO
                   MOVE MAPA-CODIGO TO TMP-MAP-CODIGO
                   WRITE TMP-MAPA
           END-READ.

       DEVOLVER-MAPA.
           READ CONV-TEMP-FILE
               NOT AT END
                   WRITE MAP-NOVO-REC FROM TMP-MAP-REC
           END-READ.

       CONTAR-MAPA-NOVO.
           READ MAP-NOVO-FILE
               NOT AT END
                   ADD 1 TO WS-DEPOIS
           END-READ.

      * ----- Geracoes retidas (AVLG + data) -----

       CONVERTER-GERACOES.
           OPEN INPUT GEN-CTL-FILE
           IF GEN-CTL-STATUS = "00"
               PERFORM LER-CONTROLE-GERACAO
                   UNTIL GEN-CTL-STATUS NOT = "00"
               CLOSE GEN-CTL-FILE
           ELSE
               DISPLAY "AVLGCTL ausente - nenhuma geracao retida "
                   "a converter"
           END-IF.

       LER-CONTROLE-GERACAO.
           READ GEN-CTL-FILE
               NOT AT END
                   MOVE GCT-NOME TO WS-GEN-NOME
                   PERFORM CONVERTER-GERACAO
           END-READ.

       CONVERTER-GERACAO.
           MOVE WS-GEN-NOME TO WS-ARQ-CORRENTE
           PERFORM INICIAR-ARQUIVO
           OPEN INPUT GEN-ANTIGO-FILE
           MOVE GEN-ANTIGO-STATUS TO WS-ARQ-STATUS
           IF GEN-ANTIGO-STATUS = "00"
               OPEN OUTPUT CONV-TEMP-FILE
               PERFORM COPIAR-GERACAO-ANTIGA
                   UNTIL GEN-ANTIGO-STATUS NOT = "00"
               CLOSE GEN-ANTIGO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT CONV-TEMP-FILE
               OPEN OUTPUT GEN-NOVO-FILE
               PERFORM DEVOLVER-GERACAO
                   UNTIL CONV-TEMP-STATUS NOT = "00"
               CLOSE GEN-NOVO-FILE
               CLOSE CONV-TEMP-FILE
               OPEN INPUT GEN-NOVO-FILE
               PERFORM CONTAR-GERACAO-NOVA
                   UNTIL GEN-NOVO-STATUS NOT = "00"
               CLOSE GEN-NOVO-FILE
               ADD 1 TO WS-QTDE-GERACOES
           END-IF
           PERFORM REGISTRAR-RESULTADO.

       COPIAR-GERACAO-ANTIGA.
           READ GEN-ANTIGO-FILE
               NOT AT END
                   ADD 1 TO WS-ANTES
                   MOVE SPACES TO TMP-INDICE
                   MOVE GENA-DATA TO TMP-IDX-DATA
                   MOVE GENA-COUNT TO TMP-IDX-COUNT
                   WRITE TMP-INDICE
           END-READ.

       DEVOLVER-GERACAO.
           READ CONV-TEMP-FILE
               NOT AT END
                   WRITE GEN-NOVO-REC FROM TMP-IDX-REC
           END-READ.

       CONTAR-GERACAO-NOVA.
           READ GEN-NOVO-FILE
               NOT AT END
                   ADD 1 TO WS-DEPOIS
           END-READ.
