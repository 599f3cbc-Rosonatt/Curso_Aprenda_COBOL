       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-SELOS.
      * Verificacao dos selos dos arquivos de auditoria e jornal
      * (AVLJRNL, PILHASET, FILALOG, DEQEXPED, PARAMHIS e CONSLOG):
      * para cada arquivo recalcula quantidade de registros, total
      * de hash e ultimo carimbo e compara com o selo gravado em
      * SELOS pelo ultimo programa que o escreveu.  Chamado pelo
      * LOTE-CONTROLE antes de iniciar a noite e pela
      * LIMPEZA-AUDITORIA antes de arquivar ou expurgar; o relatorio
      * SELOREL e a evidencia para a auditoria.
      *   Divergencia (arquivo truncado, alterado, ou com registros
      *   acrescentados depois do selo): alerta de severidade A por
      *   arquivo e RC 8 - a etapa chamadora nao prossegue.
      *   Arquivo com movimento e ainda sem selo: alerta M e RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELO-REL-FILE ASSIGN TO "SELOREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SELO-REL-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SELO-REL-FILE.
       01  SELO-REL-REC         PIC X(132).

       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  ALERTA-FILE.
       COPY ALERTREG.

       WORKING-STORAGE SECTION.
       01  SELO-REL-STATUS      PIC X(02).
       01  PARAM-STATUS         PIC X(02).
       01  ALERTA-STATUS        PIC X(02).

       COPY SELOPARM.

       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-CARIMBO           PIC X(26).
       01  WS-CARIMBO-EDITADO   PIC X(19).
       01  WS-MOTIVO            PIC X(26).
       01  WS-MOTIVO-PTR        PIC 9(02).
       01  WS-ALR-SEVERIDADE    PIC X(01).
       01  WS-ALR-CODIGO        PIC X(08).
       01  WS-ALR-TEXTO         PIC X(60).

       01  TAB-ARQUIVOS.
           05  FILLER           PIC X(08) VALUE "AVLJRNL".
           05  FILLER           PIC X(08) VALUE "PILHASET".
           05  FILLER           PIC X(08) VALUE "FILALOG".
           05  FILLER           PIC X(08) VALUE "DEQEXPED".
           05  FILLER           PIC X(08) VALUE "PARAMHIS".
           05  FILLER           PIC X(08) VALUE "CONSLOG".
       01  TAB-ARQUIVOS-R REDEFINES TAB-ARQUIVOS.
           05  ARQ-NOME         PIC X(08) OCCURS 6 TIMES.
       01  WS-ARQ-IDX           PIC 9(02).

       01  WS-TOTAL-CONFEREM    PIC 9(02) VALUE 0.
       01  WS-TOTAL-DIVERGEM    PIC 9(02) VALUE 0.
       01  WS-TOTAL-SEM-SELO    PIC 9(02) VALUE 0.
       01  WS-TOTAL-SEM-MOVTO   PIC 9(02) VALUE 0.

       01  CAB-TITULO.
           05  FILLER           PIC X(30) VALUE SPACES.
           05  FILLER           PIC X(50) VALUE
               "VERIFICACAO DOS SELOS DOS ARQUIVOS DE AUDITORIA".
           05  FILLER           PIC X(52) VALUE SPACES.

       01  CAB-DATAS.
           05  FILLER           PIC X(17) VALUE "DATA DE NEGOCIO: ".
           05  CABD-DATA        PIC 9(08).
           05  FILLER           PIC X(18) VALUE
               "   VERIFICADO EM: ".
           05  CABD-CARIMBO     PIC X(19).
           05  FILLER           PIC X(70) VALUE SPACES.

       01  CAB-TRACO.
           05  FILLER           PIC X(132) VALUE ALL "-".

       01  CAB-COLUNAS.
           05  FILLER           PIC X(10) VALUE "ARQUIVO".
           05  FILLER           PIC X(14) VALUE "SITUACAO".
           05  FILLER           PIC X(08) VALUE "ORIGEM".
           05  FILLER           PIC X(11) VALUE "REGISTROS".
           05  FILLER           PIC X(17) VALUE "TOTAL DE HASH".
           05  FILLER           PIC X(21) VALUE "ULTIMO CARIMBO".
           05  FILLER           PIC X(27) VALUE
               "SELADO POR / DIVERGENCIA".
           05  FILLER           PIC X(24) VALUE "SELADO EM".

      * Duas linhas por arquivo: o selo gravado e o recalculo atual;
      * na linha do recalculo o campo de quem selou leva o motivo da
      * divergencia.
       01  DET-LINHA.
           05  DET-ARQUIVO      PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-SITUACAO     PIC X(12).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-ORIGEM       PIC X(06).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-REGISTROS    PIC ZZZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-HASH         PIC 9(15).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-CARIMBO      PIC X(19).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-SELADO-POR   PIC X(26).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-SELADO-EM    PIC X(19).
           05  FILLER           PIC X(05) VALUE SPACES.

       01  ROD-LINHA.
           05  FILLER           PIC X(22) VALUE
               "ARQUIVOS VERIFICADOS: ".
           05  RODL-ARQUIVOS    PIC Z9.
           05  FILLER           PIC X(12) VALUE "  CONFEREM: ".
           05  RODL-CONFEREM    PIC Z9.
           05  FILLER           PIC X(14) VALUE "  DIVERGENTES:".
           05  RODL-DIVERGEM    PIC ZZ9.
           05  FILLER           PIC X(12) VALUE "  SEM SELO: ".
           05  RODL-SEM-SELO    PIC Z9.
           05  FILLER           PIC X(17) VALUE "  SEM MOVIMENTO: ".
           05  RODL-SEM-MOVTO   PIC Z9.
           05  FILLER           PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-VERIFICACAO.
           DISPLAY "===== Verificacao dos selos de auditoria ====="
           PERFORM CARREGAR-PARAMETROS
           MOVE 0 TO WS-TOTAL-CONFEREM WS-TOTAL-DIVERGEM
               WS-TOTAL-SEM-SELO WS-TOTAL-SEM-MOVTO
           OPEN OUTPUT SELO-REL-FILE
           WRITE SELO-REL-REC FROM CAB-TITULO
           MOVE WS-DATA-NEGOCIO TO CABD-DATA
           MOVE WS-DATA-CORRENTE TO WS-CARIMBO
           PERFORM EDITAR-CARIMBO
           MOVE WS-CARIMBO-EDITADO TO CABD-CARIMBO
           WRITE SELO-REL-REC FROM CAB-DATAS
           WRITE SELO-REL-REC FROM CAB-TRACO
           WRITE SELO-REL-REC FROM CAB-COLUNAS
           WRITE SELO-REL-REC FROM CAB-TRACO

           PERFORM VERIFICAR-ARQUIVO
               VARYING WS-ARQ-IDX FROM 1 BY 1
               UNTIL WS-ARQ-IDX > 6

           WRITE SELO-REL-REC FROM CAB-TRACO
           MOVE 6 TO RODL-ARQUIVOS
           MOVE WS-TOTAL-CONFEREM TO RODL-CONFEREM
           MOVE WS-TOTAL-DIVERGEM TO RODL-DIVERGEM
           MOVE WS-TOTAL-SEM-SELO TO RODL-SEM-SELO
           MOVE WS-TOTAL-SEM-MOVTO TO RODL-SEM-MOVTO
           WRITE SELO-REL-REC FROM ROD-LINHA
           MOVE SPACES TO SELO-REL-REC
           IF WS-TOTAL-DIVERGEM > 0
               MOVE "RESULTADO: SELO VIOLADO - ETAPA INTERROMPIDA"
                   TO SELO-REL-REC
           ELSE
               MOVE "RESULTADO: SELOS INTEGROS" TO SELO-REL-REC
           END-IF
           WRITE SELO-REL-REC
           CLOSE SELO-REL-FILE

           DISPLAY "Arquivos conferem......: " WS-TOTAL-CONFEREM
           DISPLAY "Arquivos divergentes...: " WS-TOTAL-DIVERGEM
           DISPLAY "Arquivos sem selo......: " WS-TOTAL-SEM-SELO
           DISPLAY "Verificacao gravada em SELOREL"
           IF WS-TOTAL-DIVERGEM > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-SEM-SELO > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
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

       VERIFICAR-ARQUIVO.
           SET SLO-VERIFICAR TO TRUE
           MOVE ARQ-NOME(WS-ARQ-IDX) TO SLO-ARQUIVO
           MOVE "VERIFICAR-SELOS" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN SLO-CONFERE
                   ADD 1 TO WS-TOTAL-CONFEREM
                   MOVE "CONFERE" TO DET-SITUACAO
               WHEN SLO-SEM-MOVIMENTO
                   ADD 1 TO WS-TOTAL-SEM-MOVTO
                   MOVE "SEM MOVIMENTO" TO DET-SITUACAO
               WHEN SLO-SEM-SELO
                   ADD 1 TO WS-TOTAL-SEM-SELO
                   MOVE "SEM SELO" TO DET-SITUACAO
                   MOVE "MOVIMENTO SEM SELO" TO WS-MOTIVO
                   DISPLAY "ALERTA: " SLO-ARQUIVO " com "
                       SLO-QTDE-ATUAL " registro(s) e sem selo"
                   MOVE 'M' TO WS-ALR-SEVERIDADE
                   MOVE "SELOSEM" TO WS-ALR-CODIGO
                   MOVE SPACES TO WS-ALR-TEXTO
                   STRING SLO-ARQUIVO DELIMITED BY SPACE
                       " SEM SELO COM " SLO-QTDE-ATUAL
                       " REGISTRO(S)"
                       DELIMITED BY SIZE INTO WS-ALR-TEXTO
                   PERFORM GRAVAR-ALERTA
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-DIVERGEM
                   PERFORM DESCREVER-DIVERGENCIA
                   DISPLAY "ALERTA: selo de " SLO-ARQUIVO
                       " violado - " WS-MOTIVO
                   MOVE 'A' TO WS-ALR-SEVERIDADE
                   MOVE "SELODIV" TO WS-ALR-CODIGO
                   MOVE SPACES TO WS-ALR-TEXTO
                   STRING "SELO VIOLADO " DELIMITED BY SIZE
                       SLO-ARQUIVO DELIMITED BY SPACE
                       ": " WS-MOTIVO DELIMITED BY SIZE
                       INTO WS-ALR-TEXTO
                   PERFORM GRAVAR-ALERTA
           END-EVALUATE
           PERFORM IMPRIMIR-ARQUIVO.

       DESCREVER-DIVERGENCIA.
           IF SLO-ACRESCIDO
               MOVE "APOS O SELO" TO DET-SITUACAO
               MOVE "ACRESCIDO APOS O SELO" TO WS-MOTIVO
           ELSE
               MOVE "DIVERGENTE" TO DET-SITUACAO
               IF SLO-ARQ-PRESENTE NOT = 'S'
                   MOVE "ARQUIVO AUSENTE" TO WS-MOTIVO
               ELSE
                   MOVE 1 TO WS-MOTIVO-PTR
                   STRING "DIFERE:" DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-MOTIVO-PTR
                   IF SLO-QTDE-ATUAL NOT = SLO-QTDE-SELO
                       STRING " QTDE" DELIMITED BY SIZE
                           INTO WS-MOTIVO WITH POINTER WS-MOTIVO-PTR
                   END-IF
                   IF SLO-HASH-ATUAL NOT = SLO-HASH-SELO
                       STRING " HASH" DELIMITED BY SIZE
                           INTO WS-MOTIVO WITH POINTER WS-MOTIVO-PTR
                   END-IF
                   IF SLO-ULTIMO-ATUAL NOT = SLO-ULTIMO-SELO
                       STRING " CARIMBO" DELIMITED BY SIZE
                           INTO WS-MOTIVO WITH POINTER WS-MOTIVO-PTR
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-ARQUIVO.
           MOVE SLO-ARQUIVO TO DET-ARQUIVO
           MOVE "SELO" TO DET-ORIGEM
           IF SLO-SELADO-POR = SPACES
               MOVE 0 TO DET-REGISTROS
               MOVE 0 TO DET-HASH
               MOVE SPACES TO DET-CARIMBO
               MOVE "(NAO SELADO)" TO DET-SELADO-POR
               MOVE SPACES TO DET-SELADO-EM
           ELSE
               MOVE SLO-QTDE-SELO TO DET-REGISTROS
               MOVE SLO-HASH-SELO TO DET-HASH
               MOVE SLO-ULTIMO-SELO TO WS-CARIMBO
               PERFORM EDITAR-CARIMBO
               MOVE WS-CARIMBO-EDITADO TO DET-CARIMBO
               MOVE SLO-SELADO-POR TO DET-SELADO-POR
               MOVE SLO-SELADO-EM TO WS-CARIMBO
               PERFORM EDITAR-CARIMBO
               MOVE WS-CARIMBO-EDITADO TO DET-SELADO-EM
           END-IF
           WRITE SELO-REL-REC FROM DET-LINHA
           MOVE SPACES TO DET-ARQUIVO
           MOVE SPACES TO DET-SITUACAO
           MOVE "ATUAL" TO DET-ORIGEM
           MOVE SLO-QTDE-ATUAL TO DET-REGISTROS
           MOVE SLO-HASH-ATUAL TO DET-HASH
           MOVE SLO-ULTIMO-ATUAL TO WS-CARIMBO
           PERFORM EDITAR-CARIMBO
           MOVE WS-CARIMBO-EDITADO TO DET-CARIMBO
           IF SLO-ARQ-PRESENTE = 'S'
               MOVE WS-MOTIVO TO DET-SELADO-POR
           ELSE
               MOVE "ARQUIVO AUSENTE" TO DET-SELADO-POR
           END-IF
           MOVE SPACES TO DET-SELADO-EM
           WRITE SELO-REL-REC FROM DET-LINHA.

      * Carimbo AAAAMMDDHHMMSS... para AAAA-MM-DD HH:MM:SS.
       EDITAR-CARIMBO.
           MOVE SPACES TO WS-CARIMBO-EDITADO
           IF WS-CARIMBO(1:14) IS NUMERIC
               STRING WS-CARIMBO(1:4) "-" WS-CARIMBO(5:2) "-"
                   WS-CARIMBO(7:2) " " WS-CARIMBO(9:2) ":"
                   WS-CARIMBO(11:2) ":" WS-CARIMBO(13:2)
                   DELIMITED BY SIZE INTO WS-CARIMBO-EDITADO
           ELSE
               MOVE WS-CARIMBO TO WS-CARIMBO-EDITADO
           END-IF.

       GRAVAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "VERIFICAR-SELOS" TO ALR-PROGRAMA
           MOVE WS-ALR-SEVERIDADE TO ALR-SEVERIDADE
           MOVE WS-ALR-CODIGO TO ALR-CODIGO
           MOVE WS-ALR-TEXTO TO ALR-TEXTO
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.

       END PROGRAM VERIFICAR-SELOS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELAR-ARQUIVO.
      * Calculo, gravacao e conferencia do selo de um arquivo de
      * auditoria ou jornal (leiaute em SELOREG, chamada em
      * SELOPARM).  O arquivo e lido inteiro a cada chamada: conta
      * os registros, acumula o total de hash e guarda o ultimo
      * carimbo (no DEQEXPED, o do ultimo detalhe - o trailer nao
      * tem carimbo).  Na conferencia, ao passar pela quantidade
      * selada guarda tambem o hash e o carimbo daquele ponto, para
      * separar registros acrescentados depois do selo de um
      * arquivo alterado ou truncado; e o que decide se o selo de um
      * acrescimo pode ser renovado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELOS-FILE ASSIGN TO "SELOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SELOS-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.
           SELECT SLD-JRNL-FILE ASSIGN TO "AVLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLD-STATUS.
           SELECT SLD-SETTLE-FILE ASSIGN TO "PILHASET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLD-STATUS.
           SELECT SLD-FILA-LOG-FILE ASSIGN TO "FILALOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLD-STATUS.
           SELECT SLD-EXPED-FILE ASSIGN TO "DEQEXPED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLD-STATUS.
           SELECT SLD-HISTORICO-FILE ASSIGN TO "PARAMHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLD-STATUS.
           SELECT SLD-CONSOLE-LOG-FILE ASSIGN TO "CONSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SELOS-FILE.
       COPY SELOREG.

       FD  ALERTA-FILE.
       COPY ALERTREG.

       FD  SLD-JRNL-FILE.
       01  SLD-JRNL-REC         PIC X(58).

       FD  SLD-SETTLE-FILE.
       01  SLD-SETTLE-REC       PIC X(53).

       FD  SLD-FILA-LOG-FILE.
       01  SLD-FILA-LOG-REC     PIC X(61).

       FD  SLD-EXPED-FILE.
       01  SLD-EXPED-REC        PIC X(51).

       FD  SLD-HISTORICO-FILE.
       01  SLD-HISTORICO-REC    PIC X(74).

       FD  SLD-CONSOLE-LOG-FILE.
       01  SLD-CONSOLE-LOG-REC  PIC X(74).

       WORKING-STORAGE SECTION.
       01  SELOS-STATUS         PIC X(02).
       01  ALERTA-STATUS        PIC X(02).
       01  SLD-STATUS           PIC X(02).

      * Arquivos selados: nome, tamanho do registro, posicao e
      * tamanho do carimbo no registro e, quando so um tipo de
      * registro leva carimbo, o codigo desse tipo na posicao 1.
       01  TAB-ARQUIVOS-SELADOS.
           05  FILLER           PIC X(17) VALUE "AVLJRNL 05802526 ".
           05  FILLER           PIC X(17) VALUE "PILHASET05302826 ".
           05  FILLER           PIC X(17) VALUE "FILALOG 06100126 ".
           05  FILLER           PIC X(17) VALUE "DEQEXPED05103714D".
           05  FILLER           PIC X(17) VALUE "PARAMHIS07400126 ".
           05  FILLER           PIC X(17) VALUE "CONSLOG 07400126 ".
       01  TAB-ARQUIVOS-SELADOS-R REDEFINES TAB-ARQUIVOS-SELADOS.
           05  ASL-ENT OCCURS 6 TIMES.
               10  ASL-NOME         PIC X(08).
               10  ASL-TAMANHO      PIC 9(03).
               10  ASL-POS-CARIMBO  PIC 9(03).
               10  ASL-TAM-CARIMBO  PIC 9(02).
               10  ASL-TIPO-CARIMBO PIC X(01).
       01  WS-ASL-IDX           PIC 9(02).
       01  WS-ARQ-IDX           PIC 9(02).

       01  TAB-SELOS.
           05  SLT-QTDE         PIC 9(02) VALUE 0.
           05  SLT-REC OCCURS 20 TIMES PIC X(120).
       01  WS-SLT-IDX           PIC 9(02).
       01  WS-SLT-ACHADO        PIC 9(02).

       01  WS-REGISTRO          PIC X(80).
       01  WS-BYTE-IDX          PIC 9(03).
       01  WS-SOMA-REGISTRO     PIC 9(09).
       01  WS-QTDE              PIC 9(09).
       01  WS-HASH              PIC 9(15).
       01  WS-ULTIMO            PIC X(26).
       01  WS-HASH-PREFIXO      PIC 9(15).
       01  WS-ULTIMO-PREFIXO    PIC X(26).

       LINKAGE SECTION.
       COPY SELOPARM.

       PROCEDURE DIVISION USING SLO-PARAMETROS.
       MAIN-SELO.
           MOVE 0 TO WS-ARQ-IDX
           PERFORM LOCALIZAR-ARQUIVO
               VARYING WS-ASL-IDX FROM 1 BY 1
               UNTIL WS-ASL-IDX > 6
           IF WS-ARQ-IDX = 0
               DISPLAY "ALERTA: arquivo sem selo previsto: "
                   SLO-ARQUIVO
               SET SLO-ARQ-INVALIDO TO TRUE
               EXIT PROGRAM
           END-IF
           PERFORM CARREGAR-SELOS
           PERFORM CALCULAR-SELO
           EVALUATE TRUE
               WHEN SLO-SELAR
                   PERFORM GRAVAR-SELO
               WHEN SLO-SELAR-ACRESCIMO
                   PERFORM CONFERIR-SELO
                   IF SLO-DIVERGE
                       PERFORM RECUSAR-SELO
                   ELSE
                       PERFORM GRAVAR-SELO
                   END-IF
               WHEN SLO-VERIFICAR
                   PERFORM CONFERIR-SELO
           END-EVALUATE
           EXIT PROGRAM.

       LOCALIZAR-ARQUIVO.
           IF ASL-NOME(WS-ASL-IDX) = SLO-ARQUIVO
               MOVE WS-ASL-IDX TO WS-ARQ-IDX
           END-IF.

      * Tabela dos selos gravados; o selo do arquivo pedido vai para
      * os campos do selo na area de chamada (zerados se nao ha).
       CARREGAR-SELOS.
           MOVE 0 TO SLT-QTDE
           MOVE 0 TO WS-SLT-ACHADO
           MOVE 0 TO SLO-QTDE-SELO SLO-HASH-SELO
           MOVE SPACES TO SLO-ULTIMO-SELO SLO-SELADO-POR
               SLO-SELADO-EM
           OPEN INPUT SELOS-FILE
           IF SELOS-STATUS = "00"
               PERFORM LER-SELO
                   UNTIL SELOS-STATUS NOT = "00"
               CLOSE SELOS-FILE
           END-IF.

       LER-SELO.
           READ SELOS-FILE
               NOT AT END
                   IF SLT-QTDE < 20
                       ADD 1 TO SLT-QTDE
                       MOVE SEL-REC TO SLT-REC(SLT-QTDE)
                       IF SEL-ARQUIVO = SLO-ARQUIVO
                           MOVE SLT-QTDE TO WS-SLT-ACHADO
                           MOVE SEL-QTDE-REGISTROS TO SLO-QTDE-SELO
                           MOVE SEL-HASH TO SLO-HASH-SELO
                           MOVE SEL-ULTIMO-CARIMBO TO SLO-ULTIMO-SELO
                           MOVE SEL-PROGRAMA TO SLO-SELADO-POR
                           MOVE SEL-CARIMBO-SELO TO SLO-SELADO-EM
                       END-IF
                   END-IF
           END-READ.

       CALCULAR-SELO.
           MOVE 0 TO WS-QTDE WS-HASH WS-HASH-PREFIXO
           MOVE SPACES TO WS-ULTIMO WS-ULTIMO-PREFIXO
           PERFORM ABRIR-ARQUIVO-SELADO
           IF SLD-STATUS = "00"
               MOVE 'S' TO SLO-ARQ-PRESENTE
               PERFORM LER-E-ACUMULAR
                   UNTIL SLD-STATUS NOT = "00"
               PERFORM FECHAR-ARQUIVO-SELADO
           ELSE
               MOVE 'N' TO SLO-ARQ-PRESENTE
           END-IF
           MOVE WS-QTDE TO SLO-QTDE-ATUAL
           MOVE WS-HASH TO SLO-HASH-ATUAL
           MOVE WS-ULTIMO TO SLO-ULTIMO-ATUAL.

       LER-E-ACUMULAR.
           PERFORM LER-ARQUIVO-SELADO
           IF SLD-STATUS = "00"
               ADD 1 TO WS-QTDE
               MOVE 0 TO WS-SOMA-REGISTRO
               PERFORM SOMAR-BYTE
                   VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > ASL-TAMANHO(WS-ARQ-IDX)
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31 + WS-SOMA-REGISTRO, 999999999999989)
               IF ASL-TIPO-CARIMBO(WS-ARQ-IDX) = SPACE
                   OR WS-REGISTRO(1:1) = ASL-TIPO-CARIMBO(WS-ARQ-IDX)
                   MOVE SPACES TO WS-ULTIMO
                   MOVE WS-REGISTRO(ASL-POS-CARIMBO(WS-ARQ-IDX):
                       ASL-TAM-CARIMBO(WS-ARQ-IDX)) TO WS-ULTIMO
               END-IF
               IF WS-QTDE = SLO-QTDE-SELO
                   MOVE WS-HASH TO WS-HASH-PREFIXO
                   MOVE WS-ULTIMO TO WS-ULTIMO-PREFIXO
               END-IF
           END-IF.

       SOMAR-BYTE.
           COMPUTE WS-SOMA-REGISTRO = WS-SOMA-REGISTRO
               + FUNCTION ORD(WS-REGISTRO(WS-BYTE-IDX:1)) * WS-BYTE-IDX.

       ABRIR-ARQUIVO-SELADO.
           EVALUATE WS-ARQ-IDX
               WHEN 1
                   OPEN INPUT SLD-JRNL-FILE
               WHEN 2
                   OPEN INPUT SLD-SETTLE-FILE
               WHEN 3
                   OPEN INPUT SLD-FILA-LOG-FILE
               WHEN 4
                   OPEN INPUT SLD-EXPED-FILE
               WHEN 5
                   OPEN INPUT SLD-HISTORICO-FILE
               WHEN 6
                   OPEN INPUT SLD-CONSOLE-LOG-FILE
           END-EVALUATE.

       LER-ARQUIVO-SELADO.
           MOVE SPACES TO WS-REGISTRO
           EVALUATE WS-ARQ-IDX
               WHEN 1
                   READ SLD-JRNL-FILE
                       NOT AT END
                           MOVE SLD-JRNL-REC TO WS-REGISTRO
                   END-READ
               WHEN 2
                   READ SLD-SETTLE-FILE
                       NOT AT END
                           MOVE SLD-SETTLE-REC TO WS-REGISTRO
                   END-READ
               WHEN 3
                   READ SLD-FILA-LOG-FILE
                       NOT AT END
                           MOVE SLD-FILA-LOG-REC TO WS-REGISTRO
                   END-READ
               WHEN 4
                   READ SLD-EXPED-FILE
                       NOT AT END
                           MOVE SLD-EXPED-REC TO WS-REGISTRO
                   END-READ
               WHEN 5
                   READ SLD-HISTORICO-FILE
                       NOT AT END
                           MOVE SLD-HISTORICO-REC TO WS-REGISTRO
                   END-READ
               WHEN 6
                   READ SLD-CONSOLE-LOG-FILE
                       NOT AT END
                           MOVE SLD-CONSOLE-LOG-REC TO WS-REGISTRO
                   END-READ
           END-EVALUATE.

       FECHAR-ARQUIVO-SELADO.
           EVALUATE WS-ARQ-IDX
               WHEN 1
                   CLOSE SLD-JRNL-FILE
               WHEN 2
                   CLOSE SLD-SETTLE-FILE
               WHEN 3
                   CLOSE SLD-FILA-LOG-FILE
               WHEN 4
                   CLOSE SLD-EXPED-FILE
               WHEN 5
                   CLOSE SLD-HISTORICO-FILE
               WHEN 6
                   CLOSE SLD-CONSOLE-LOG-FILE
           END-EVALUATE.

      * O selo do arquivo e substituido (ou incluido) e a tabela
      * inteira regravada.
       GRAVAR-SELO.
           IF WS-SLT-ACHADO = 0 AND SLT-QTDE < 20
               ADD 1 TO SLT-QTDE
               MOVE SLT-QTDE TO WS-SLT-ACHADO
           END-IF
           IF WS-SLT-ACHADO = 0
               DISPLAY "ALERTA: tabela de selos cheia - selo de "
                   SLO-ARQUIVO " nao gravado"
               SET SLO-SEM-SELO TO TRUE
           ELSE
               MOVE SPACES TO SEL-REC
               MOVE SLO-ARQUIVO TO SEL-ARQUIVO
               MOVE WS-QTDE TO SEL-QTDE-REGISTROS
               MOVE WS-HASH TO SEL-HASH
               MOVE WS-ULTIMO TO SEL-ULTIMO-CARIMBO
               MOVE SLO-PROGRAMA TO SEL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO SEL-CARIMBO-SELO
               MOVE SEL-REC TO SLT-REC(WS-SLT-ACHADO)
               OPEN OUTPUT SELOS-FILE
               PERFORM GRAVAR-REGISTRO-SELO
                   VARYING WS-SLT-IDX FROM 1 BY 1
                   UNTIL WS-SLT-IDX > SLT-QTDE
               CLOSE SELOS-FILE
               MOVE WS-QTDE TO SLO-QTDE-SELO
               MOVE WS-HASH TO SLO-HASH-SELO
               MOVE WS-ULTIMO TO SLO-ULTIMO-SELO
               MOVE SLO-PROGRAMA TO SLO-SELADO-POR
               MOVE SEL-CARIMBO-SELO TO SLO-SELADO-EM
               SET SLO-CONFERE TO TRUE
           END-IF.

       GRAVAR-REGISTRO-SELO.
           MOVE SLT-REC(WS-SLT-IDX) TO SEL-REC
           WRITE SEL-REC.

       CONFERIR-SELO.
           IF WS-SLT-ACHADO = 0
               IF WS-QTDE = 0
                   SET SLO-SEM-MOVIMENTO TO TRUE
               ELSE
                   SET SLO-SEM-SELO TO TRUE
               END-IF
           ELSE
               IF WS-QTDE = SLO-QTDE-SELO
                   AND WS-HASH = SLO-HASH-SELO
                   AND WS-ULTIMO = SLO-ULTIMO-SELO
                   SET SLO-CONFERE TO TRUE
               ELSE
                   IF WS-QTDE > SLO-QTDE-SELO
                       AND WS-HASH-PREFIXO = SLO-HASH-SELO
                       AND WS-ULTIMO-PREFIXO = SLO-ULTIMO-SELO
                       SET SLO-ACRESCIDO TO TRUE
                   ELSE
                       SET SLO-DIVERGE TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Acrescimo sobre conteudo selado que nao confere mais: o selo
      * antigo e mantido para que a verificacao acuse a violacao.
       RECUSAR-SELO.
           DISPLAY "ALERTA: selo de " SLO-ARQUIVO " nao renovado - "
               "registros selados anteriormente foram alterados"
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE SLO-PROGRAMA TO ALR-PROGRAMA
           MOVE 'A' TO ALR-SEVERIDADE
           MOVE "SELODIV" TO ALR-CODIGO
           MOVE SPACES TO ALR-TEXTO
           STRING "SELO VIOLADO " DELIMITED BY SIZE
               SLO-ARQUIVO DELIMITED BY SPACE
               ": SELO NAO RENOVADO NO ACRESCIMO"
               DELIMITED BY SIZE INTO ALR-TEXTO
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.

       END PROGRAM SELAR-ARQUIVO.
