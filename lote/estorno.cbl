       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO-DATA-NEGOCIO.
      * Estorno de uma data de negocio ja processada, para que a
      * noite possa ser refeita depois de corrigido um arquivo de
      * entrada.  So supervisor do OPERAUTH executa, com
      * confirmacao.  Devolve a pilha ao checkpoint de antes da
      * noite (PCKP + data, guardado pelo LOTE-CONTROLE), o indice
      * AVL a geracao datada anterior (AVLIDX, AVLCKPT, jornal e
      * retomada), retira do RUNLEDGR, do ROTSEEN, do OPSHIST e do
      * OPSREPT o que a data gravou, limpa a retomada do lote e
      * volta PAR-DATA-NEGOCIO para a data estornada com trilha em
      * PARAMHIS.  Com o lote em ciclos (CICLOCTL) os itens entre
      * ciclos da fila e do deque voltam as copias de antes do
      * primeiro ciclo (FCKP e DCKP + data), os ciclos da data saem
      * do OPSCICLO e o controle de ciclos volta ao ciclo 01 da data
      * estornada.  O relatorio ESTOREL lista cada arquivo tocado.
      * Recusa data de periodo fechado e data com noites
      * posteriores ainda nao estornadas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "PARAMHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORICO-STATUS.
           SELECT AUTORIZACAO-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUTORIZACAO-STATUS.
           SELECT CONSOLE-LOG-FILE ASSIGN TO "CONSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONSOLE-LOG-STATUS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERIODO-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT SEEN-FILE ASSIGN TO "ROTSEEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEEN-CHAVE
               FILE STATUS IS SEEN-STATUS.
           SELECT OPS-HIST-FILE ASSIGN TO "OPSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-HIST-STATUS.
           SELECT OPS-REPT-FILE ASSIGN TO "OPSREPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-REPT-STATUS.
           SELECT RESTART-FILE ASSIGN TO "LOTERSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESTART-STATUS.
           SELECT PILHA-CKPT-FILE ASSIGN TO "PILHACKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PILHA-CKPT-STATUS.
           SELECT PILHA-COPIA-FILE ASSIGN TO DYNAMIC WS-COPIA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PILHA-COPIA-STATUS.
           SELECT CARRY-CKPT-FILE ASSIGN TO DYNAMIC WS-CARRY-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARRY-CKPT-STATUS.
           SELECT CARRY-COPIA-FILE ASSIGN TO DYNAMIC WS-COPIA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARRY-COPIA-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.
           SELECT OPS-CICLO-FILE ASSIGN TO "OPSCICLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-CICLO-STATUS.
           SELECT AVL-INDEX-FILE ASSIGN TO "AVLIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDX-DATA
               FILE STATUS IS AVL-IDX-STATUS.
           SELECT AVL-GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AVL-GEN-STATUS.
           SELECT GEN-CTL-FILE ASSIGN TO "AVLGCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GEN-CTL-STATUS.
           SELECT AVL-CKPT-FILE ASSIGN TO "AVLCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AVL-CKPT-STATUS.
           SELECT AVL-JRNL-FILE ASSIGN TO "AVLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AVL-JRNL-STATUS.
           SELECT AVL-RSTRT-FILE ASSIGN TO "AVLRSTRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AVL-RSTRT-STATUS.
           SELECT ESTORNO-TEMP-FILE ASSIGN TO "ESTTEMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTORNO-TEMP-STATUS.
           SELECT ESTORNO-REL-FILE ASSIGN TO "ESTOREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTORNO-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY PARAMRUN.

      * Historico de alteracoes de parametros, no mesmo leiaute de
      * MANTER-PARAMETROS.
       FD  HISTORICO-FILE.
       01  HISTORICO-REC.
           05  PHI-TIMESTAMP    PIC X(26).
           05  PHI-OPERADOR     PIC X(08).
           05  PHI-CAMPO        PIC X(20).
           05  PHI-VALOR-ANTIGO PIC X(10).
           05  PHI-VALOR-NOVO   PIC X(10).

      * Mesmo cadastro de autorizacao do console do operador.
       FD  AUTORIZACAO-FILE.
       01  AUTORIZACAO-REC.
           05  OPA-ID               PIC X(08).
           05  OPA-PERFIL           PIC X(01).
           05  OPA-OPCOES           PIC X(07).

      * Trilha das acoes de operador, no leiaute do console.
       FD  CONSOLE-LOG-FILE.
       01  CONSOLE-LOG-REC.
           05  CLOG-TIMESTAMP       PIC X(26).
           05  CLOG-OPERADOR        PIC X(08).
           05  CLOG-ACAO            PIC X(40).

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LED-DATA             PIC 9(08).
           05  LED-ARQUIVO          PIC X(08).
           05  LED-CONTAGEM         PIC 9(06).
           05  LED-CICLO            PIC 9(02).

       FD  SEEN-FILE.
       01  SEEN-REC.
           05  SEEN-CHAVE.
               10  SEEN-DATA        PIC 9(08).
               10  SEEN-ID          PIC X(08).
           05  SEEN-TIMESTAMP   PIC X(26).
           05  SEEN-ESTRUTURA   PIC X(05).
           05  SEEN-ORIGEM      PIC X(08).

      * HIS-CORPO precisa comportar o registro OPSREPT completo
      * (hoje 269 bytes, com os campos acrescentados no fim).
       FD  OPS-HIST-FILE.
       01  HIS-REC.
           05  HIS-DATA-REF         PIC X(08).
           05  HIS-CORPO            PIC X(269).

       FD  OPS-REPT-FILE.
       01  OPS-REPT-LINHA           PIC X(269).

       FD  RESTART-FILE.
       01  RESTART-REC.
           05  RSTF-ETAPA           PIC 9(02).
           05  RSTF-COMPLETA        PIC X(01).
           05  RSTF-RC              PIC 9(02).
           05  RSTF-DATA            PIC 9(08).
           05  RSTF-CICLO           PIC 9(02).

       FD  PILHA-CKPT-FILE.
       01  PILHA-CKPT-REC           PIC X(2706).

       FD  PILHA-COPIA-FILE.
       01  PILHA-COPIA-REC          PIC X(2706).

      * Itens entre ciclos da fila (FILACKP) e do deque (DEQUECKP) e
      * as suas copias de antes do primeiro ciclo da data.
       FD  CARRY-CKPT-FILE.
       01  CARRY-CKPT-REC           PIC X(60).

       FD  CARRY-COPIA-FILE.
       01  CARRY-COPIA-REC          PIC X(60).

       FD  CICLO-FILE.
       COPY CICLOCTL.

       FD  OPS-CICLO-FILE.
       COPY OPSCICLO.

       FD  AVL-INDEX-FILE.
       01  AVL-INDEX-REC.
           05  IDX-DATA             PIC X(12).
           05  IDX-COUNT            PIC 9(04).

       FD  AVL-GEN-FILE.
       01  AVL-GEN-REC.
           05  GEN-DATA             PIC X(12).
           05  GEN-COUNT            PIC 9(04).

       FD  GEN-CTL-FILE.
       01  GEN-CTL-REC.
           05  GCT-NOME             PIC X(12).
           05  GCT-DATA             PIC 9(08).
           05  GCT-REGISTROS        PIC 9(06).

       FD  AVL-CKPT-FILE.
       01  AVL-CKPT-REC.
           05  CKP-DATA             PIC X(12).
           05  CKP-COUNT            PIC 9(04).

       FD  AVL-JRNL-FILE.
       01  AVL-JRNL-REC             PIC X(58).

       FD  AVL-RSTRT-FILE.
       01  AVL-RSTRT-REC.
           05  RSTA-SEQ             PIC 9(07).
           05  RSTA-PENDENTE        PIC X(01).

      * Area de passagem dos registros mantidos, que voltam para o
      * arquivo de origem; o registro comporta o maior leiaute.
       FD  ESTORNO-TEMP-FILE.
       01  ESTORNO-TEMP-REC         PIC X(279).

       FD  ESTORNO-REL-FILE.
       01  ESTORNO-REL-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY OPSREPT.

       01  PARAM-STATUS         PIC X(02).
       01  HISTORICO-STATUS     PIC X(02).
       01  AUTORIZACAO-STATUS   PIC X(02).
       01  CONSOLE-LOG-STATUS   PIC X(02).
       01  PERIODO-STATUS       PIC X(02).
       01  LEDGER-STATUS        PIC X(02).
       01  SEEN-STATUS          PIC X(02).
       01  OPS-HIST-STATUS      PIC X(02).
       01  OPS-REPT-STATUS      PIC X(02).
       01  RESTART-STATUS       PIC X(02).
       01  PILHA-CKPT-STATUS    PIC X(02).
       01  PILHA-COPIA-STATUS   PIC X(02).
       01  AVL-IDX-STATUS       PIC X(02).
       01  AVL-GEN-STATUS       PIC X(02).
       01  GEN-CTL-STATUS       PIC X(02).
       01  AVL-CKPT-STATUS      PIC X(02).
       01  AVL-JRNL-STATUS      PIC X(02).
       01  AVL-RSTRT-STATUS     PIC X(02).
       01  ESTORNO-TEMP-STATUS  PIC X(02).
       01  ESTORNO-REL-STATUS   PIC X(02).
       01  CARRY-CKPT-STATUS    PIC X(02).
       01  CARRY-COPIA-STATUS   PIC X(02).
       01  CICLO-STATUS         PIC X(02).
       01  OPS-CICLO-STATUS     PIC X(02).

       01  WS-OPERADOR          PIC X(08).
       01  WS-PERFIL            PIC X(01) VALUE SPACES.
           88  PERFIL-SUPERVISOR    VALUE 'S'.
       01  WS-LOG-ACAO          PIC X(40).

       01  WS-ENTRADA           PIC X(08).
       01  WS-CONFIRMA          PIC X(01).
       01  WS-DATA-ESTORNO      PIC 9(08) VALUE 0.
       01  WS-DATA-ATUAL        PIC 9(08) VALUE 0.
       01  WS-PARAM-PRESENTE-SW PIC X(01) VALUE 'N'.
           88  PARAM-PRESENTE   VALUE 'S'.

      * Motivos de recusa apurados antes de qualquer alteracao.
       01  WS-RECUSA-SW         PIC X(01) VALUE 'N'.
           88  ESTORNO-RECUSADO VALUE 'S'.
       01  WS-PER-INICIO        PIC 9(08) VALUE 0.
       01  WS-PER-FIM           PIC 9(08) VALUE 0.
       01  WS-DATA-POSTERIOR    PIC 9(08) VALUE 0.

      * Copia pre-execucao do checkpoint da pilha.
       01  WS-COPIA-NOME        PIC X(12).
       01  WS-COPIA-SW          PIC X(01) VALUE 'N'.
           88  COPIA-PILHA-PRESENTE VALUE 'S'.
       01  WS-COPIA-VAZIA-SW    PIC X(01) VALUE 'S'.
           88  COPIA-PILHA-VAZIA VALUE 'S'.
       01  WS-CARRY-NOME        PIC X(12).
       01  WS-CARRY-PREFIXO     PIC X(04).

      * Geracoes do indice AVL (controle AVLGCTL): a anterior a data
      * estornada e a restaurada; a da propria data e retirada.
       01  WS-GEN-NOME          PIC X(12).
       01  WS-GER-IDX           PIC 9(03).
       01  WS-GER-ANTERIOR      PIC 9(03) VALUE 0.
       01  WS-GER-DA-DATA       PIC 9(03) VALUE 0.
       01  TAB-GERACOES.
           05  GER-QTDE         PIC 9(03) VALUE 0.
           05  GER-ENT OCCURS 100 TIMES.
               10  GER-NOME         PIC X(12).
               10  GER-DATA         PIC 9(08).
               10  GER-REGISTROS    PIC 9(06).

       01  WS-QTDE-LIDOS        PIC 9(07).
       01  WS-QTDE-REMOVIDOS    PIC 9(07).
       01  WS-QTDE-MANTIDOS     PIC 9(07).
       01  WS-SEEN-FIM-SW       PIC X(01).
           88  FIM-SEEN         VALUE 'S'.

       01  RES-LINHA.
           05  RES-ARQUIVO      PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RES-TEXTO        PIC X(120).

       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN-ESTORNO.
           DISPLAY "Estorno de data de negocio processada"
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           ACCEPT WS-OPERADOR
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           PERFORM IDENTIFICAR-PERFIL
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "Operador " WS-OPERADOR " sem perfil de "
                   "supervisor em OPERAUTH - estorno negado"
               MOVE "NEGADO ESTORNO DE DATA DE NEGOCIO" TO WS-LOG-ACAO
               PERFORM REGISTRAR-ACAO-CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-PARAMETROS
           IF NOT PARAM-PRESENTE
               DISPLAY "PARAMRUN ausente - sem data de negocio para "
                   "estornar"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Data de negocio corrente em PARAMRUN: "
               WS-DATA-ATUAL
           DISPLAY "Data de negocio a estornar (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA IS NOT NUMERIC
               DISPLAY "Data invalida - nada alterado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ENTRADA TO WS-DATA-ESTORNO

           PERFORM VALIDAR-ESTORNO
           IF ESTORNO-RECUSADO
               DISPLAY "Estorno da data " WS-DATA-ESTORNO
                   " recusado - nada alterado"
               MOVE SPACES TO WS-LOG-ACAO
               STRING "RECUSADO ESTORNO DA DATA " WS-DATA-ESTORNO
                   DELIMITED BY SIZE INTO WS-LOG-ACAO
               PERFORM REGISTRAR-ACAO-CONSOLE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Pilha volta a " WS-COPIA-NOME ", indice AVL a "
               GER-NOME(WS-GER-ANTERIOR)
           DISPLAY "Confirma o estorno da data de negocio "
               WS-DATA-ESTORNO "? (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Estorno cancelado"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ESTORNO-REL-FILE
           MOVE SPACES TO ESTORNO-REL-REC
           STRING "ESTORNO DA DATA DE NEGOCIO " WS-DATA-ESTORNO
               "   OPERADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO ESTORNO-REL-REC
           WRITE ESTORNO-REL-REC
           MOVE ALL "-" TO ESTORNO-REL-REC
           WRITE ESTORNO-REL-REC

           PERFORM RESTAURAR-CHECKPOINT-PILHA
           MOVE "FILACKP" TO WS-CARRY-NOME
           MOVE "FCKP" TO WS-CARRY-PREFIXO
           PERFORM RESTAURAR-CHECKPOINT-CARRY
           MOVE "DEQUECKP" TO WS-CARRY-NOME
           MOVE "DCKP" TO WS-CARRY-PREFIXO
           PERFORM RESTAURAR-CHECKPOINT-CARRY
           PERFORM RESTAURAR-INDICE-AVL
           PERFORM RETIRAR-GERACAO-DA-DATA
           PERFORM ESTORNAR-LEDGER
           PERFORM ESTORNAR-ROTSEEN
           PERFORM ESTORNAR-OPSHIST
           PERFORM ESTORNAR-OPSREPT
           PERFORM ESTORNAR-OPSCICLO
           PERFORM LIMPAR-RETOMADA-LOTE
           PERFORM REINICIAR-CONTROLE-CICLO
           PERFORM RECUAR-DATA-NEGOCIO

           MOVE ALL "-" TO ESTORNO-REL-REC
           WRITE ESTORNO-REL-REC
           MOVE SPACES TO ESTORNO-REL-REC
           STRING "NAO ESTORNADOS: TRILHAS DE AUDITORIA, DIARIO "
               "CONTABIL E COBRANCA JA GERADOS PARA A DATA"
               DELIMITED BY SIZE INTO ESTORNO-REL-REC
           WRITE ESTORNO-REL-REC
           CLOSE ESTORNO-REL-FILE

           MOVE SPACES TO WS-LOG-ACAO
           STRING "ESTORNADA DATA DE NEGOCIO " WS-DATA-ESTORNO
               DELIMITED BY SIZE INTO WS-LOG-ACAO
           PERFORM REGISTRAR-ACAO-CONSOLE
           DISPLAY "Data de negocio " WS-DATA-ESTORNO " estornada por "
               WS-OPERADOR " - relatorio em ESTOREL"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * Sem OPERAUTH ninguem estorna: o estorno e restrito a
      * supervisor, como a reabertura de periodo.
       IDENTIFICAR-PERFIL.
           OPEN INPUT AUTORIZACAO-FILE
           IF AUTORIZACAO-STATUS = "00"
               PERFORM LER-AUTORIZACAO
                   UNTIL AUTORIZACAO-STATUS NOT = "00"
               CLOSE AUTORIZACAO-FILE
           ELSE
               DISPLAY "OPERAUTH ausente - estorno bloqueado"
           END-IF.

       LER-AUTORIZACAO.
           READ AUTORIZACAO-FILE
               NOT AT END
                   IF OPA-ID = WS-OPERADOR
                       MOVE OPA-PERFIL TO WS-PERFIL
                   END-IF
           END-READ.

       CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF PARAM-STATUS = "00"
               READ PARAM-FILE
                   NOT AT END
                       SET PARAM-PRESENTE TO TRUE
                       MOVE PAR-DATA-NEGOCIO TO WS-DATA-ATUAL
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Todas as verificacoes sao feitas antes de tocar qualquer
      * arquivo: ou o estorno e completo, ou nada muda.
       VALIDAR-ESTORNO.
           IF WS-DATA-ESTORNO > WS-DATA-ATUAL
               DISPLAY "Data " WS-DATA-ESTORNO " posterior a data "
                   "corrente " WS-DATA-ATUAL " - ainda nao processada"
               SET ESTORNO-RECUSADO TO TRUE
           END-IF

           OPEN INPUT PERIODO-FILE
           IF PERIODO-STATUS = "00"
               PERFORM LER-REGISTRO-PERIODO
                   UNTIL PERIODO-STATUS NOT = "00"
               CLOSE PERIODO-FILE
           END-IF
           IF WS-PER-FIM > 0
               DISPLAY "Data " WS-DATA-ESTORNO " pertence ao periodo "
                   "fechado " WS-PER-INICIO " a " WS-PER-FIM
                   " - reabra-o com REABRIR-PERIODO"
               SET ESTORNO-RECUSADO TO TRUE
           END-IF

           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS = "00"
               PERFORM LER-LEDGER-POSTERIOR
                   UNTIL LEDGER-STATUS NOT = "00"
               CLOSE LEDGER-FILE
           END-IF

           PERFORM CARREGAR-CONTROLE-GERACOES
           IF WS-DATA-POSTERIOR > 0
               DISPLAY "Existem noites posteriores a " WS-DATA-ESTORNO
                   " (ate " WS-DATA-POSTERIOR ") - estorne-as "
                   "primeiro, da mais recente para a mais antiga"
               SET ESTORNO-RECUSADO TO TRUE
           END-IF
           IF WS-GER-ANTERIOR = 0
               DISPLAY "Nenhuma geracao AVLG anterior a "
                   WS-DATA-ESTORNO " no AVLGCTL - indice AVL nao "
                   "pode ser restaurado"
               SET ESTORNO-RECUSADO TO TRUE
           END-IF

           MOVE SPACES TO WS-COPIA-NOME
           STRING "PCKP" WS-DATA-ESTORNO DELIMITED BY SIZE
               INTO WS-COPIA-NOME
           OPEN INPUT PILHA-COPIA-FILE
           IF PILHA-COPIA-STATUS = "00"
               SET COPIA-PILHA-PRESENTE TO TRUE
               CLOSE PILHA-COPIA-FILE
           ELSE
               DISPLAY "Copia pre-execucao " WS-COPIA-NOME
                   " ausente - pilha nao pode ser restaurada"
               SET ESTORNO-RECUSADO TO TRUE
           END-IF.

       LER-REGISTRO-PERIODO.
           READ PERIODO-FILE
               NOT AT END
                   IF PER-FECHADO
                       AND WS-DATA-ESTORNO >= PER-DATA-INICIO
                       AND WS-DATA-ESTORNO <= PER-DATA-FIM
                       MOVE PER-DATA-INICIO TO WS-PER-INICIO
                       MOVE PER-DATA-FIM TO WS-PER-FIM
                   END-IF
           END-READ.

       LER-LEDGER-POSTERIOR.
           READ LEDGER-FILE
               NOT AT END
                   IF LED-DATA > WS-DATA-ESTORNO
                       AND LED-DATA > WS-DATA-POSTERIOR
                       MOVE LED-DATA TO WS-DATA-POSTERIOR
                   END-IF
           END-READ.

       CARREGAR-CONTROLE-GERACOES.
           MOVE 0 TO GER-QTDE
           OPEN INPUT GEN-CTL-FILE
           IF GEN-CTL-STATUS = "00"
               PERFORM LER-CONTROLE-GERACAO
                   UNTIL GEN-CTL-STATUS NOT = "00"
               CLOSE GEN-CTL-FILE
           END-IF
           PERFORM AVALIAR-GERACAO
               VARYING WS-GER-IDX FROM 1 BY 1
               UNTIL WS-GER-IDX > GER-QTDE.

       LER-CONTROLE-GERACAO.
           READ GEN-CTL-FILE
               NOT AT END
                   IF GER-QTDE < 100
                       ADD 1 TO GER-QTDE
                       MOVE GCT-NOME TO GER-NOME(GER-QTDE)
                       MOVE GCT-DATA TO GER-DATA(GER-QTDE)
                       MOVE GCT-REGISTROS TO GER-REGISTROS(GER-QTDE)
                   END-IF
           END-READ.

      * O controle esta em ordem cronologica: a ultima geracao antes
      * da data e a que a noite estornada carregou.
       AVALIAR-GERACAO.
           IF GER-DATA(WS-GER-IDX) < WS-DATA-ESTORNO
               MOVE WS-GER-IDX TO WS-GER-ANTERIOR
           END-IF
           IF GER-DATA(WS-GER-IDX) = WS-DATA-ESTORNO
               MOVE WS-GER-IDX TO WS-GER-DA-DATA
           END-IF
           IF GER-DATA(WS-GER-IDX) > WS-DATA-ESTORNO
               AND GER-DATA(WS-GER-IDX) > WS-DATA-POSTERIOR
               MOVE GER-DATA(WS-GER-IDX) TO WS-DATA-POSTERIOR
           END-IF.

       RESTAURAR-CHECKPOINT-PILHA.
           SET COPIA-PILHA-VAZIA TO TRUE
           OPEN INPUT PILHA-COPIA-FILE
           OPEN OUTPUT PILHA-CKPT-FILE
           PERFORM DEVOLVER-CHECKPOINT-FILIAL
               UNTIL PILHA-COPIA-STATUS NOT = "00"
           CLOSE PILHA-CKPT-FILE
           CLOSE PILHA-COPIA-FILE
           MOVE SPACES TO RES-LINHA
           MOVE "PILHACKP" TO RES-ARQUIVO
           IF COPIA-PILHA-VAZIA
               STRING "RESTAURADO DE " WS-COPIA-NOME
                   " - PILHA VAZIA ANTES DA NOITE"
                   DELIMITED BY SIZE INTO RES-TEXTO
           ELSE
               STRING "RESTAURADO DE " WS-COPIA-NOME
                   " - CHECKPOINT DE ANTES DA NOITE"
                   DELIMITED BY SIZE INTO RES-TEXTO
           END-IF
           WRITE ESTORNO-REL-REC FROM RES-LINHA.

      * Um registro por filial na copia e no checkpoint.
       DEVOLVER-CHECKPOINT-FILIAL.
           READ PILHA-COPIA-FILE
               NOT AT END
                   MOVE 'N' TO WS-COPIA-VAZIA-SW
                   WRITE PILHA-CKPT-REC FROM PILHA-COPIA-REC
           END-READ.

      * A copia so existe quando a data rodou em ciclos; sem ela o
      * arquivo de itens entre ciclos fica como esta.
       RESTAURAR-CHECKPOINT-CARRY.
           MOVE SPACES TO WS-COPIA-NOME
           STRING WS-CARRY-PREFIXO WS-DATA-ESTORNO DELIMITED BY SIZE
               INTO WS-COPIA-NOME
           MOVE 0 TO WS-QTDE-LIDOS
           MOVE SPACES TO RES-LINHA
           MOVE WS-CARRY-NOME TO RES-ARQUIVO
           OPEN INPUT CARRY-COPIA-FILE
           IF CARRY-COPIA-STATUS = "00"
               OPEN OUTPUT CARRY-CKPT-FILE
               PERFORM DEVOLVER-REGISTRO-CARRY
                   UNTIL CARRY-COPIA-STATUS NOT = "00"
               CLOSE CARRY-CKPT-FILE
               CLOSE CARRY-COPIA-FILE
               STRING "RESTAURADO DE " WS-COPIA-NOME " COM "
                   WS-QTDE-LIDOS " ITEM(NS) ENTRE CICLOS"
                   DELIMITED BY SIZE INTO RES-TEXTO
           ELSE
               STRING "SEM COPIA " WS-COPIA-NOME
                   " - DATA NAO RODOU EM CICLOS, MANTIDO"
                   DELIMITED BY SIZE INTO RES-TEXTO
           END-IF
           WRITE ESTORNO-REL-REC FROM RES-LINHA.

       DEVOLVER-REGISTRO-CARRY.
           READ CARRY-COPIA-FILE
               NOT AT END
                   WRITE CARRY-CKPT-REC FROM CARRY-COPIA-REC
                   ADD 1 TO WS-QTDE-LIDOS
           END-READ.

      * O indice volta a geracao anterior; AVLCKPT recebe a mesma
      * fotografia e jornal e retomada sao zerados, para que a
      * proxima execucao parta do indice restaurado.
       RESTAURAR-INDICE-AVL.
           MOVE GER-NOME(WS-GER-ANTERIOR) TO WS-GEN-NOME
           MOVE 0 TO WS-QTDE-LIDOS
           OPEN INPUT AVL-GEN-FILE
           OPEN OUTPUT AVL-INDEX-FILE
           OPEN OUTPUT AVL-CKPT-FILE
           IF AVL-GEN-STATUS = "00"
               PERFORM COPIAR-REGISTRO-GERACAO
                   UNTIL AVL-GEN-STATUS NOT = "00"
               CLOSE AVL-GEN-FILE
           END-IF
           CLOSE AVL-CKPT-FILE
           CLOSE AVL-INDEX-FILE
           MOVE SPACES TO RES-LINHA
           MOVE "AVLIDX" TO RES-ARQUIVO
           STRING "RESTAURADO DE " WS-GEN-NOME " COM "
               WS-QTDE-LIDOS " REGISTRO(S)"
               DELIMITED BY SIZE INTO RES-TEXTO
           IF WS-QTDE-LIDOS NOT = GER-REGISTROS(WS-GER-ANTERIOR)
               MOVE SPACES TO RES-TEXTO
               STRING "RESTAURADO DE " WS-GEN-NOME " COM "
                   WS-QTDE-LIDOS " REGISTRO(S) - CONTROLE INDICA "
                   GER-REGISTROS(WS-GER-ANTERIOR) " ** CONFERIR **"
                   DELIMITED BY SIZE INTO RES-TEXTO
           END-IF
           WRITE ESTORNO-REL-REC FROM RES-LINHA
           MOVE SPACES TO RES-LINHA
           MOVE "AVLCKPT" TO RES-ARQUIVO
           STRING "REGRAVADO COM A MESMA GERACAO " WS-GEN-NOME
               DELIMITED BY SIZE INTO RES-TEXTO
           WRITE ESTORNO-REL-REC FROM RES-LINHA

           OPEN OUTPUT AVL-JRNL-FILE
           CLOSE AVL-JRNL-FILE
           SET SLO-SELAR TO TRUE
           MOVE "AVLJRNL" TO SLO-ARQUIVO
           MOVE "ESTORNO-DATA-NEGOCIO" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS
           MOVE SPACES TO RES-LINHA
           MOVE "AVLJRNL" TO RES-ARQUIVO
           MOVE "ESVAZIADO - JORNAL PASSA A PARTIR DO CHECKPOINT"
               TO RES-TEXTO
           WRITE ESTORNO-REL-REC FROM RES-LINHA

           MOVE 0 TO RSTA-SEQ
           MOVE 'N' TO RSTA-PENDENTE
           OPEN OUTPUT AVL-RSTRT-FILE
           WRITE AVL-RSTRT-REC
           CLOSE AVL-RSTRT-FILE
           MOVE SPACES TO RES-LINHA
           MOVE "AVLRSTRT" TO RES-ARQUIVO
           MOVE "RETOMADA DO AVL ZERADA" TO RES-TEXTO
           WRITE ESTORNO-REL-REC FROM RES-LINHA.

       COPIAR-REGISTRO-GERACAO.
           READ AVL-GEN-FILE
               NOT AT END
                   MOVE GEN-DATA TO IDX-DATA
                   MOVE GEN-COUNT TO IDX-COUNT
                   WRITE AVL-INDEX-REC
                   MOVE GEN-DATA TO CKP-DATA
                   MOVE GEN-COUNT TO CKP-COUNT
                   WRITE AVL-CKPT-REC
                   ADD 1 TO WS-QTDE-LIDOS
           END-READ.

      * A geracao gravada pela noite estornada sai do controle e o
      * arquivo e esvaziado, como na expiracao por retencao.
       RETIRAR-GERACAO-DA-DATA.
           MOVE SPACES TO RES-LINHA
           MOVE "AVLGCTL" TO RES-ARQUIVO
           IF WS-GER-DA-DATA = 0
               STRING "SEM GERACAO DA DATA " WS-DATA-ESTORNO
                   " - NADA RETIRADO"
                   DELIMITED BY SIZE INTO RES-TEXTO
           ELSE
               MOVE GER-NOME(WS-GER-DA-DATA) TO WS-GEN-NOME
               OPEN OUTPUT AVL-GEN-FILE
               CLOSE AVL-GEN-FILE
               OPEN OUTPUT GEN-CTL-FILE
               PERFORM GRAVAR-CONTROLE-GERACAO
                   VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX > GER-QTDE
               CLOSE GEN-CTL-FILE
               STRING "GERACAO " WS-GEN-NOME " RETIRADA DO CONTROLE"
                   " E ESVAZIADA"
                   DELIMITED BY SIZE INTO RES-TEXTO
           END-IF
           WRITE ESTORNO-REL-REC FROM RES-LINHA.

       GRAVAR-CONTROLE-GERACAO.
           IF WS-GER-IDX NOT = WS-GER-DA-DATA
               MOVE GER-NOME(WS-GER-IDX) TO GCT-NOME
               MOVE GER-DATA(WS-GER-IDX) TO GCT-DATA
               MOVE GER-REGISTROS(WS-GER-IDX) TO GCT-REGISTROS
               WRITE GEN-CTL-REC
           END-IF.

      * Retira do razao as linhas da data, liberando o mesmo
      * conteudo para a reexecucao sem override de reprocessamento.
       ESTORNAR-LEDGER.
           MOVE 0 TO WS-QTDE-REMOVIDOS
           MOVE 0 TO WS-QTDE-MANTIDOS
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS = "00"
               OPEN OUTPUT ESTORNO-TEMP-FILE
               PERFORM SEPARAR-LEDGER
                   UNTIL LEDGER-STATUS NOT = "00"
               CLOSE ESTORNO-TEMP-FILE
               CLOSE LEDGER-FILE
               IF WS-QTDE-REMOVIDOS > 0
                   OPEN INPUT ESTORNO-TEMP-FILE
                   OPEN OUTPUT LEDGER-FILE
                   PERFORM DEVOLVER-LEDGER
                       UNTIL ESTORNO-TEMP-STATUS NOT = "00"
                   CLOSE LEDGER-FILE
                   CLOSE ESTORNO-TEMP-FILE
               END-IF
           END-IF
           MOVE SPACES TO RES-LINHA
           MOVE "RUNLEDGR" TO RES-ARQUIVO
           STRING "REMOVIDAS=" WS-QTDE-REMOVIDOS
               " MANTIDAS=" WS-QTDE-MANTIDOS
               DELIMITED BY SIZE INTO RES-TEXTO
           WRITE ESTORNO-REL-REC FROM RES-LINHA.

       SEPARAR-LEDGER.
           READ LEDGER-FILE
               NOT AT END
                   IF LED-DATA = WS-DATA-ESTORNO
                       ADD 1 TO WS-QTDE-REMOVIDOS
                   ELSE
                       ADD 1 TO WS-QTDE-MANTIDOS
                       MOVE SPACES TO ESTORNO-TEMP-REC
                       MOVE LEDGER-REC TO ESTORNO-TEMP-REC
                       WRITE ESTORNO-TEMP-REC
                   END-IF
           END-READ.

       DEVOLVER-LEDGER.
           READ ESTORNO-TEMP-FILE
               NOT AT END
                   MOVE ESTORNO-TEMP-REC TO LEDGER-REC
                   WRITE LEDGER-REC
           END-READ.

      * Os ITEM-IDs vistos na data sao esquecidos para que a
      * reexecucao nao os tome por duplicados.
       ESTORNAR-ROTSEEN.
           MOVE 0 TO WS-QTDE-REMOVIDOS
           MOVE SPACES TO RES-LINHA
           MOVE "ROTSEEN" TO RES-ARQUIVO
           OPEN I-O SEEN-FILE
           IF SEEN-STATUS = "00"
               MOVE 'N' TO WS-SEEN-FIM-SW
               MOVE WS-DATA-ESTORNO TO SEEN-DATA
               MOVE LOW-VALUES TO SEEN-ID
               START SEEN-FILE KEY IS NOT LESS THAN SEEN-CHAVE
                   INVALID KEY
                       SET FIM-SEEN TO TRUE
               END-START
               PERFORM EXCLUIR-SEEN-DA-DATA
                   UNTIL FIM-SEEN
               CLOSE SEEN-FILE
               STRING "ITEM-IDS DA DATA EXCLUIDOS=" WS-QTDE-REMOVIDOS
                   DELIMITED BY SIZE INTO RES-TEXTO
           ELSE
               MOVE "INDISPONIVEL - NADA EXCLUIDO" TO RES-TEXTO
           END-IF
           WRITE ESTORNO-REL-REC FROM RES-LINHA.

       EXCLUIR-SEEN-DA-DATA.
           READ SEEN-FILE NEXT RECORD
               AT END
                   SET FIM-SEEN TO TRUE
               NOT AT END
                   IF SEEN-DATA NOT = WS-DATA-ESTORNO
                       SET FIM-SEEN TO TRUE
                   ELSE
                       DELETE SEEN-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTDE-REMOVIDOS
                       END-DELETE
                   END-IF
           END-READ.

      * Os registros arquivados da data (pela data de negocio do
      * proprio registro) saem do historico da tendencia e do
      * fechamento de periodo.
       ESTORNAR-OPSHIST.
           MOVE 0 TO WS-QTDE-REMOVIDOS
           MOVE 0 TO WS-QTDE-MANTIDOS
           OPEN INPUT OPS-HIST-FILE
           IF OPS-HIST-STATUS = "00"
               OPEN OUTPUT ESTORNO-TEMP-FILE
               PERFORM SEPARAR-OPSHIST
                   UNTIL OPS-HIST-STATUS NOT = "00"
               CLOSE ESTORNO-TEMP-FILE
               CLOSE OPS-HIST-FILE
               IF WS-QTDE-REMOVIDOS > 0
                   OPEN INPUT ESTORNO-TEMP-FILE
                   OPEN OUTPUT OPS-HIST-FILE
                   PERFORM DEVOLVER-OPSHIST
                       UNTIL ESTORNO-TEMP-STATUS NOT = "00"
                   CLOSE OPS-HIST-FILE
                   CLOSE ESTORNO-TEMP-FILE
               END-IF
           END-IF
           MOVE SPACES TO RES-LINHA
           MOVE "OPSHIST" TO RES-ARQUIVO
           STRING "REMOVIDOS=" WS-QTDE-REMOVIDOS
               " MANTIDOS=" WS-QTDE-MANTIDOS
               DELIMITED BY SIZE INTO RES-TEXTO
           WRITE ESTORNO-REL-REC FROM RES-LINHA.

       SEPARAR-OPSHIST.
           READ OPS-HIST-FILE
               NOT AT END
                   MOVE HIS-CORPO TO OPS-REPT-REC
                   IF OPS-DATA-NEGOCIO = WS-DATA-ESTORNO
                       ADD 1 TO WS-QTDE-REMOVIDOS
                   ELSE
                       ADD 1 TO WS-QTDE-MANTIDOS
                       MOVE HIS-REC TO ESTORNO-TEMP-REC
                       WRITE ESTORNO-TEMP-REC
                   END-IF
           END-READ.

       DEVOLVER-OPSHIST.
           READ ESTORNO-TEMP-FILE
               NOT AT END
                   MOVE ESTORNO-TEMP-REC TO HIS-REC
                   WRITE HIS-REC
           END-READ.

      * O OPSREPT da noite estornada ainda nao foi arquivado (isso
      * so acontece no inicio da noite seguinte); sai aqui para
      * nao entrar no OPSHIST.
       ESTORNAR-OPSREPT.
           MOVE 0 TO WS-QTDE-REMOVIDOS
           MOVE 0 TO WS-QTDE-MANTIDOS
           OPEN INPUT OPS-REPT-FILE
           IF OPS-REPT-STATUS = "00"
               OPEN OUTPUT ESTORNO-TEMP-FILE
               PERFORM SEPARAR-OPSREPT
                   UNTIL OPS-REPT-STATUS NOT = "00"
               CLOSE ESTORNO-TEMP-FILE
               CLOSE OPS-REPT-FILE
               IF WS-QTDE-REMOVIDOS > 0
                   OPEN INPUT ESTORNO-TEMP-FILE
                   OPEN OUTPUT OPS-REPT-FILE
                   PERFORM DEVOLVER-OPSREPT
                       UNTIL ESTORNO-TEMP-STATUS NOT = "00"
                   CLOSE OPS-REPT-FILE
                   CLOSE ESTORNO-TEMP-FILE
               END-IF
           END-IF
           MOVE SPACES TO RES-LINHA
           MOVE "OPSREPT" TO RES-ARQUIVO
           STRING "REMOVIDOS=" WS-QTDE-REMOVIDOS
               " MANTIDOS=" WS-QTDE-MANTIDOS
               DELIMITED BY SIZE INTO RES-TEXTO
           WRITE ESTORNO-REL-REC FROM RES-LINHA.

       SEPARAR-OPSREPT.
           READ OPS-REPT-FILE
               NOT AT END
                   MOVE OPS-REPT-LINHA TO OPS-REPT-REC
                   IF OPS-DATA-NEGOCIO = WS-DATA-ESTORNO
                       ADD 1 TO WS-QTDE-REMOVIDOS
                   ELSE
                       ADD 1 TO WS-QTDE-MANTIDOS
                       MOVE OPS-REPT-LINHA TO ESTORNO-TEMP-REC
                       WRITE ESTORNO-TEMP-REC
                   END-IF
           END-READ.

       DEVOLVER-OPSREPT.
           READ ESTORNO-TEMP-FILE
               NOT AT END
                   MOVE ESTORNO-TEMP-REC TO OPS-REPT-LINHA
                   WRITE OPS-REPT-LINHA
           END-READ.

      * Os ciclos guardados da data nao podem entrar na
      * consolidacao da reexecucao.
       ESTORNAR-OPSCICLO.
           MOVE 0 TO WS-QTDE-REMOVIDOS
           MOVE 0 TO WS-QTDE-MANTIDOS
           OPEN INPUT OPS-CICLO-FILE
           IF OPS-CICLO-STATUS = "00"
               OPEN OUTPUT ESTORNO-TEMP-FILE
               PERFORM SEPARAR-OPSCICLO
                   UNTIL OPS-CICLO-STATUS NOT = "00"
               CLOSE ESTORNO-TEMP-FILE
               CLOSE OPS-CICLO-FILE
               IF WS-QTDE-REMOVIDOS > 0
                   OPEN INPUT ESTORNO-TEMP-FILE
                   OPEN OUTPUT OPS-CICLO-FILE
                   PERFORM DEVOLVER-OPSCICLO
                       UNTIL ESTORNO-TEMP-STATUS NOT = "00"
                   CLOSE OPS-CICLO-FILE
                   CLOSE ESTORNO-TEMP-FILE
               END-IF
               MOVE SPACES TO RES-LINHA
               MOVE "OPSCICLO" TO RES-ARQUIVO
               STRING "REMOVIDOS=" WS-QTDE-REMOVIDOS
                   " MANTIDOS=" WS-QTDE-MANTIDOS
                   DELIMITED BY SIZE INTO RES-TEXTO
               WRITE ESTORNO-REL-REC FROM RES-LINHA
           END-IF.

       SEPARAR-OPSCICLO.
           READ OPS-CICLO-FILE
               NOT AT END
                   IF CCL-DATA-NEGOCIO = WS-DATA-ESTORNO
                       ADD 1 TO WS-QTDE-REMOVIDOS
                   ELSE
                       ADD 1 TO WS-QTDE-MANTIDOS
                       MOVE CCL-REC TO ESTORNO-TEMP-REC
                       WRITE ESTORNO-TEMP-REC
                   END-IF
           END-READ.

       DEVOLVER-OPSCICLO.
           READ ESTORNO-TEMP-FILE
               NOT AT END
                   MOVE ESTORNO-TEMP-REC TO CCL-REC
                   WRITE CCL-REC
           END-READ.

       LIMPAR-RETOMADA-LOTE.
           OPEN OUTPUT RESTART-FILE
           CLOSE RESTART-FILE
           MOVE SPACES TO RES-LINHA
           MOVE "LOTERSTR" TO RES-ARQUIVO
           MOVE "RETOMADA DO LOTE LIMPA - A DATA RODA COMO LOTE NOVO"
               TO RES-TEXTO
           WRITE ESTORNO-REL-REC FROM RES-LINHA.

      * A data estornada roda de novo desde o primeiro ciclo; a
      * quantidade de ciclos do dia, posta pelo operador, fica.
       REINICIAR-CONTROLE-CICLO.
           OPEN INPUT CICLO-FILE
           IF CICLO-STATUS = "00"
               READ CICLO-FILE
               CLOSE CICLO-FILE
               MOVE WS-DATA-ESTORNO TO CIC-DATA-NEGOCIO
               MOVE 1 TO CIC-CICLO
               OPEN OUTPUT CICLO-FILE
               WRITE CIC-REC
               CLOSE CICLO-FILE
               MOVE SPACES TO RES-LINHA
               MOVE "CICLOCTL" TO RES-ARQUIVO
               STRING "CONTROLE DE CICLOS VOLTA AO CICLO 01 DE "
                   WS-DATA-ESTORNO
                   DELIMITED BY SIZE INTO RES-TEXTO
               WRITE ESTORNO-REL-REC FROM RES-LINHA
           END-IF.

      * A data de negocio volta para a estornada; se a noite nao
      * chegou a avancar a data, PARAMRUN fica como esta.
       RECUAR-DATA-NEGOCIO.
           MOVE SPACES TO RES-LINHA
           MOVE "PARAMRUN" TO RES-ARQUIVO
           IF WS-DATA-ATUAL = WS-DATA-ESTORNO
               STRING "DATA DE NEGOCIO JA ERA " WS-DATA-ESTORNO
                   " - MANTIDA"
                   DELIMITED BY SIZE INTO RES-TEXTO
               WRITE ESTORNO-REL-REC FROM RES-LINHA
           ELSE
               OPEN INPUT PARAM-FILE
               READ PARAM-FILE
               CLOSE PARAM-FILE
               MOVE WS-DATA-ESTORNO TO PAR-DATA-NEGOCIO
               OPEN OUTPUT PARAM-FILE
               WRITE PARAM-REC
               CLOSE PARAM-FILE
               STRING "DATA DE NEGOCIO RECUADA DE " WS-DATA-ATUAL
                   " PARA " WS-DATA-ESTORNO
                   DELIMITED BY SIZE INTO RES-TEXTO
               WRITE ESTORNO-REL-REC FROM RES-LINHA
               PERFORM GRAVAR-HISTORICO-PARAMETRO
               MOVE SPACES TO RES-LINHA
               MOVE "PARAMHIS" TO RES-ARQUIVO
               STRING "DATA-NEGOCIO " WS-DATA-ATUAL " -> "
                   WS-DATA-ESTORNO " OPERADOR " WS-OPERADOR
                   DELIMITED BY SIZE INTO RES-TEXTO
               WRITE ESTORNO-REL-REC FROM RES-LINHA
           END-IF.

       GRAVAR-HISTORICO-PARAMETRO.
           MOVE FUNCTION CURRENT-DATE TO PHI-TIMESTAMP
           MOVE WS-OPERADOR TO PHI-OPERADOR
           MOVE "DATA-NEGOCIO" TO PHI-CAMPO
           MOVE WS-DATA-ATUAL TO PHI-VALOR-ANTIGO
           MOVE WS-DATA-ESTORNO TO PHI-VALOR-NOVO
           OPEN EXTEND HISTORICO-FILE
           IF HISTORICO-STATUS NOT = "00"
               OPEN OUTPUT HISTORICO-FILE
           END-IF
           WRITE HISTORICO-REC
           CLOSE HISTORICO-FILE
           SET SLO-SELAR-ACRESCIMO TO TRUE
           MOVE "PARAMHIS" TO SLO-ARQUIVO
           MOVE "ESTORNO-DATA-NEGOCIO" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS.

       REGISTRAR-ACAO-CONSOLE.
           MOVE FUNCTION CURRENT-DATE TO CLOG-TIMESTAMP
           MOVE WS-OPERADOR TO CLOG-OPERADOR
           MOVE WS-LOG-ACAO TO CLOG-ACAO
           OPEN EXTEND CONSOLE-LOG-FILE
           IF CONSOLE-LOG-STATUS NOT = "00"
               OPEN OUTPUT CONSOLE-LOG-FILE
           END-IF
           WRITE CONSOLE-LOG-REC
           CLOSE CONSOLE-LOG-FILE
           SET SLO-SELAR-ACRESCIMO TO TRUE
           MOVE "CONSLOG" TO SLO-ARQUIVO
           MOVE "ESTORNO-DATA-NEGOCIO" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS.
