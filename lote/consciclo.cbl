       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLIDAR-CICLOS.
      * Consolidacao dos ciclos do dia.  Com o lote rodando em mais
      * de um ciclo por data de negocio (CICLOCTL), cada ciclo
      * completo deixa o seu OPSREPT em OPSCICLO.  No ultimo ciclo
      * do dia este programa soma os ciclos da data num registro
      * por estrutura e filial e o grava no OPSHIST, que continua
      * com um registro diario como sempre teve - tendencia,
      * fechamento de periodo e extratos nao enxergam os ciclos.
      * Movimento (processados, rejeitados, valores, drenagem,
      * cancelamentos) e somado; abertura vem do primeiro ciclo e
      * o que ficou na estrutura (restantes, retidos, fechamento)
      * vem do ultimo.  O demonstrativo OPSCICRL mostra cada ciclo
      * e o total do dia.  Data ja consolidada no OPSHIST nao e
      * gravada de novo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT OPS-CICLO-FILE ASSIGN TO "OPSCICLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-CICLO-STATUS.
           SELECT OPS-HIST-FILE ASSIGN TO "OPSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-HIST-STATUS.
           SELECT CONSOLIDA-FILE ASSIGN TO "OPSCICRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSOLIDA-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  OPS-CICLO-FILE.
       COPY OPSCICLO.

       FD  OPS-HIST-FILE.
       01  HIS-REC.
           05  HIS-DATA-REF         PIC X(08).
           05  HIS-CORPO            PIC X(269).

       FD  CONSOLIDA-FILE.
       01  CONSOLIDA-REC        PIC X(132).

       FD  ALERTA-FILE.
       COPY ALERTREG.

       WORKING-STORAGE SECTION.
       01  PARAM-STATUS         PIC X(02).
       01  OPS-CICLO-STATUS     PIC X(02).
       01  OPS-HIST-STATUS      PIC X(02).
       01  CONSOLIDA-STATUS     PIC X(02).
       01  ALERTA-STATUS        PIC X(02).

       COPY OPSREPT.

       01  WS-DATA-CORRENTE     PIC X(21).
       01  WS-DATA-NEGOCIO      PIC 9(08).
       01  WS-SIMULACAO-SW      PIC X(01) VALUE 'N'.
           88  MODO-SIMULACAO   VALUE 'S'.
       01  WS-JA-CONSOLIDADO-SW PIC X(01) VALUE 'N'.
           88  DATA-JA-CONSOLIDADA VALUE 'S'.

      * Registros OPSREPT da data em OPSCICLO, um por ciclo,
      * estrutura e filial; um ciclo reexecutado substitui o
      * registro anterior da mesma chave.
       01  TAB-CICLOS.
           05  TCC-QTDE         PIC 9(04) VALUE 0.
           05  TCC-ENT OCCURS 500 TIMES.
               10  TCC-CICLO        PIC 9(02).
               10  TCC-ESTRUTURA    PIC X(20).
               10  TCC-FILIAL       PIC X(03).
               10  TCC-CORPO        PIC X(269).
       01  WS-TCC-IDX           PIC 9(04).
       01  WS-TCC-ACHADO        PIC 9(04).
       01  WS-CCL-LIDOS         PIC 9(06) VALUE 0.
       01  WS-CCL-DESPREZADOS   PIC 9(06) VALUE 0.

      * Uma entrada por estrutura e filial com ao menos um ciclo.
       01  TAB-CONSOLIDADO.
           05  TCO-QTDE         PIC 9(03) VALUE 0.
           05  TCO-ENT OCCURS 50 TIMES.
               10  TCO-ESTRUTURA    PIC X(20).
               10  TCO-FILIAL       PIC X(03).
               10  TCO-CICLOS       PIC 9(02).
               10  TCO-CICLO-MENOR  PIC 9(02).
               10  TCO-CICLO-MAIOR  PIC 9(02).
               10  TCO-CORPO        PIC X(269).
       01  WS-TCO-IDX           PIC 9(03).
       01  WS-TCO-ACHADO        PIC 9(03).
       01  WS-HIST-GRAVADOS     PIC 9(04) VALUE 0.

      * Registro do ciclo em exame, sobreposto ao layout OPSREPT
      * para somar campo a campo no registro consolidado.
       01  WS-CICLO-REPT.
           05  WCR-DATA             PIC X(26).
           05  WCR-ESTRUTURA        PIC X(20).
           05  WCR-PROCESSADOS      PIC 9(04).
           05  WCR-REJEITADOS       PIC 9(04).
           05  WCR-RESTANTES        PIC 9(04).
           05  WCR-VALOR-TOTAL      PIC 9(11)V99.
           05  WCR-TOTAIS-TIPO OCCURS 3 TIMES.
               10  WCR-TIPO-CODIGO  PIC X(02).
               10  WCR-TIPO-VALOR   PIC 9(09)V99.
           05  WCR-OBSERVACAO       PIC X(60).
           05  WCR-DRENO-CLASSE OCCURS 9 TIMES PIC 9(04).
           05  WCR-RETIDOS          PIC 9(04).
           05  WCR-SIMULACAO        PIC X(01).
           05  WCR-VALOR-ABERTURA   PIC 9(11)V99.
           05  WCR-VALOR-FECHAMENTO PIC 9(11)V99.
           05  WCR-DATA-NEGOCIO     PIC 9(08).
           05  WCR-CANCELADOS       PIC 9(04).
           05  WCR-CANCEL-NAO-LOCALIZ PIC 9(04).
           05  WCR-VALOR-CANCELADO  PIC 9(11)V99.
           05  WCR-FILIAL           PIC X(03).
       01  WS-CICLO-ATUAL       PIC 9(02).
       01  WS-TIPO-IDX          PIC 9(01).
       01  WS-TIPO-POS          PIC 9(01).
       01  WS-TIPO-ACHADO       PIC 9(01).
       01  WS-CLASSE-IDX        PIC 9(02).
       01  WS-QTDE-EDT          PIC Z9.

       01  CAB-TITULO.
           05  FILLER           PIC X(30) VALUE SPACES.
           05  FILLER           PIC X(53) VALUE
               "CONSOLIDACAO DOS CICLOS DO DIA - OPSCICLO ATE OPSHIST".
           05  FILLER           PIC X(49) VALUE SPACES.

       01  CAB-DATA.
           05  FILLER           PIC X(17) VALUE "DATA DE NEGOCIO: ".
           05  CABD-DATA        PIC 9(08).
           05  FILLER           PIC X(107) VALUE SPACES.

       01  CAB-TRACO.
           05  FILLER           PIC X(132) VALUE ALL "-".

       01  EST-CABECALHO.
           05  FILLER           PIC X(12) VALUE "ESTRUTURA: ".
           05  CCCAB-NOME       PIC X(20).
           05  FILLER           PIC X(09) VALUE " FILIAL: ".
           05  CCCAB-FILIAL     PIC X(03).
           05  FILLER           PIC X(88) VALUE SPACES.

       01  CAB-COLUNAS.
           05  FILLER           PIC X(12) VALUE "  CICLO".
           05  FILLER           PIC X(08) VALUE "   PROC".
           05  FILLER           PIC X(08) VALUE "    REJ".
           05  FILLER           PIC X(08) VALUE "   REST".
           05  FILLER           PIC X(08) VALUE "    RET".
           05  FILLER           PIC X(08) VALUE "   CANC".
           05  FILLER           PIC X(19) VALUE
               "       VALOR TOTAL".
           05  FILLER           PIC X(19) VALUE
               "          ABERTURA".
           05  FILLER           PIC X(19) VALUE
               "        FECHAMENTO".
           05  FILLER           PIC X(23) VALUE SPACES.

       01  CIC-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CICL-ROTULO      PIC X(10).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  CICL-PROC        PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  CICL-REJ         PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  CICL-REST        PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  CICL-RET         PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  CICL-CANC        PIC ZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  CICL-VALOR       PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  CICL-ABERTURA    PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  CICL-FECHAMENTO  PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(20) VALUE SPACES.

       01  OBS-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  OBS-TEXTO        PIC X(130).

       01  VER-LINHA.
           05  FILLER           PIC X(26) VALUE
               "SITUACAO DA CONSOLIDACAO: ".
           05  VERB-VEREDICTO   PIC X(04).
           05  FILLER           PIC X(03) VALUE " - ".
           05  VERB-MOTIVO      PIC X(60).
           05  FILLER           PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-CONSOLIDACAO.
           PERFORM CARREGAR-PARAMETROS
           IF MODO-SIMULACAO
               DISPLAY "Simulacao: consolidacao dos ciclos nao "
                   "executada (gravaria no OPSHIST)"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VERIFICAR-HISTORICO
           IF DATA-JA-CONSOLIDADA
               DISPLAY "ALERTA: OPSHIST ja tem registros da data "
                   WS-DATA-NEGOCIO " - ciclos nao consolidados de novo"
               MOVE 'M' TO ALR-SEVERIDADE
               MOVE "CICCONS" TO ALR-CODIGO
               MOVE SPACES TO ALR-TEXTO
               STRING "CICLOS DE " WS-DATA-NEGOCIO
                   " JA CONSOLIDADOS NO OPSHIST - IGNORADOS"
                   DELIMITED BY SIZE INTO ALR-TEXTO
               PERFORM GRAVAR-ALERTA
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-CICLOS
           IF TCC-QTDE = 0
               DISPLAY "Nenhum ciclo da data " WS-DATA-NEGOCIO
                   " em OPSCICLO - nada a consolidar"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CONSOLIDAR-CICLO
               VARYING WS-TCC-IDX FROM 1 BY 1
               UNTIL WS-TCC-IDX > TCC-QTDE

           PERFORM GRAVAR-HISTORICO

           OPEN OUTPUT CONSOLIDA-FILE
           MOVE WS-DATA-NEGOCIO TO CABD-DATA
           WRITE CONSOLIDA-REC FROM CAB-TITULO
           WRITE CONSOLIDA-REC FROM CAB-DATA
           WRITE CONSOLIDA-REC FROM CAB-TRACO
           PERFORM IMPRIMIR-CONSOLIDADO
               VARYING WS-TCO-IDX FROM 1 BY 1
               UNTIL WS-TCO-IDX > TCO-QTDE
           WRITE CONSOLIDA-REC FROM CAB-TRACO
           PERFORM IMPRIMIR-VEREDICTO
           CLOSE CONSOLIDA-FILE

           DISPLAY "Ciclos da data " WS-DATA-NEGOCIO " consolidados: "
               WS-HIST-GRAVADOS " registro(s) gravados em OPSHIST "
               "(demonstrativo em OPSCICRL)"
           MOVE 0 TO RETURN-CODE
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
                       IF PAR-SIMULACAO = 'S'
                           SET MODO-SIMULACAO TO TRUE
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Qualquer registro real da data no OPSHIST quer dizer que a
      * data ja foi consolidada (ou arquivada pelo lote de um ciclo
      * so); gravar de novo dobraria a data no historico.
       VERIFICAR-HISTORICO.
           OPEN INPUT OPS-HIST-FILE
           IF OPS-HIST-STATUS = "00"
               PERFORM LER-HISTORICO
                   UNTIL OPS-HIST-STATUS NOT = "00"
                      OR DATA-JA-CONSOLIDADA
               CLOSE OPS-HIST-FILE
           END-IF.

       LER-HISTORICO.
           READ OPS-HIST-FILE
               NOT AT END
                   MOVE HIS-CORPO TO OPS-REPT-REC
                   IF OPS-SIMULACAO NOT = 'S'
                       AND OPS-DATA-NEGOCIO IS NUMERIC
                       AND OPS-DATA-NEGOCIO = WS-DATA-NEGOCIO
                       SET DATA-JA-CONSOLIDADA TO TRUE
                   END-IF
           END-READ.

       CARREGAR-CICLOS.
           OPEN INPUT OPS-CICLO-FILE
           IF OPS-CICLO-STATUS = "00"
               PERFORM LER-CICLO
                   UNTIL OPS-CICLO-STATUS NOT = "00"
               CLOSE OPS-CICLO-FILE
           END-IF
           DISPLAY "OPSCICLO: " WS-CCL-LIDOS " registro(s) lidos, "
               TCC-QTDE " da data " WS-DATA-NEGOCIO " em uso".

       LER-CICLO.
           READ OPS-CICLO-FILE
               NOT AT END
                   ADD 1 TO WS-CCL-LIDOS
                   IF CCL-DATA-NEGOCIO = WS-DATA-NEGOCIO
                       PERFORM GUARDAR-CICLO
                   END-IF
           END-READ.

       GUARDAR-CICLO.
           MOVE CCL-CORPO TO OPS-REPT-REC
           MOVE 0 TO WS-TCC-ACHADO
           PERFORM PROCURAR-CICLO
               VARYING WS-TCC-IDX FROM 1 BY 1
               UNTIL WS-TCC-IDX > TCC-QTDE
                  OR WS-TCC-ACHADO > 0
           IF WS-TCC-ACHADO = 0
               IF TCC-QTDE < 500
                   ADD 1 TO TCC-QTDE
                   MOVE TCC-QTDE TO WS-TCC-ACHADO
               ELSE
                   ADD 1 TO WS-CCL-DESPREZADOS
                   DISPLAY "ALERTA: OPSCICLO com mais de 500 "
                       "registros na data - excedente ignorado"
               END-IF
           END-IF
           IF WS-TCC-ACHADO > 0
               MOVE CCL-CICLO TO TCC-CICLO(WS-TCC-ACHADO)
               MOVE OPS-ESTRUTURA TO TCC-ESTRUTURA(WS-TCC-ACHADO)
               MOVE OPS-FILIAL TO TCC-FILIAL(WS-TCC-ACHADO)
               MOVE CCL-CORPO TO TCC-CORPO(WS-TCC-ACHADO)
           END-IF.

       PROCURAR-CICLO.
           IF TCC-CICLO(WS-TCC-IDX) = CCL-CICLO
               AND TCC-ESTRUTURA(WS-TCC-IDX) = OPS-ESTRUTURA
               AND TCC-FILIAL(WS-TCC-IDX) = OPS-FILIAL
               MOVE WS-TCC-IDX TO WS-TCC-ACHADO
           END-IF.

      * ----- Soma dos ciclos por estrutura e filial -----

       CONSOLIDAR-CICLO.
           MOVE TCC-CORPO(WS-TCC-IDX) TO WS-CICLO-REPT
           MOVE TCC-CICLO(WS-TCC-IDX) TO WS-CICLO-ATUAL
           MOVE 0 TO WS-TCO-ACHADO
           PERFORM PROCURAR-CONSOLIDADO
               VARYING WS-TCO-IDX FROM 1 BY 1
               UNTIL WS-TCO-IDX > TCO-QTDE
                  OR WS-TCO-ACHADO > 0
           IF WS-TCO-ACHADO = 0
               IF TCO-QTDE < 50
                   ADD 1 TO TCO-QTDE
                   MOVE TCO-QTDE TO WS-TCO-ACHADO
                   PERFORM ABRIR-CONSOLIDADO
               ELSE
                   DISPLAY "ALERTA: mais de 50 estruturas/filiais "
                       "nos ciclos - " WCR-ESTRUTURA " " WCR-FILIAL
                       " ignorada"
               END-IF
           ELSE
               PERFORM SOMAR-CONSOLIDADO
           END-IF.

       PROCURAR-CONSOLIDADO.
           IF TCO-ESTRUTURA(WS-TCO-IDX) = WCR-ESTRUTURA
               AND TCO-FILIAL(WS-TCO-IDX) = WCR-FILIAL
               MOVE WS-TCO-IDX TO WS-TCO-ACHADO
           END-IF.

       ABRIR-CONSOLIDADO.
           MOVE WCR-ESTRUTURA TO TCO-ESTRUTURA(WS-TCO-ACHADO)
           MOVE WCR-FILIAL TO TCO-FILIAL(WS-TCO-ACHADO)
           MOVE 1 TO TCO-CICLOS(WS-TCO-ACHADO)
           MOVE WS-CICLO-ATUAL TO TCO-CICLO-MENOR(WS-TCO-ACHADO)
           MOVE WS-CICLO-ATUAL TO TCO-CICLO-MAIOR(WS-TCO-ACHADO)
           MOVE WS-CICLO-REPT TO TCO-CORPO(WS-TCO-ACHADO).

      * Movimento soma; saldo de abertura e do ciclo mais cedo e o
      * que ficou na estrutura e do ciclo mais tarde.
       SOMAR-CONSOLIDADO.
           MOVE TCO-CORPO(WS-TCO-ACHADO) TO OPS-REPT-REC
           ADD 1 TO TCO-CICLOS(WS-TCO-ACHADO)
           ADD WCR-PROCESSADOS TO OPS-PROCESSADOS
           ADD WCR-REJEITADOS TO OPS-REJEITADOS
           ADD WCR-VALOR-TOTAL TO OPS-VALOR-TOTAL
           ADD WCR-CANCELADOS TO OPS-CANCELADOS
           ADD WCR-CANCEL-NAO-LOCALIZ TO OPS-CANCEL-NAO-LOCALIZ
           ADD WCR-VALOR-CANCELADO TO OPS-VALOR-CANCELADO
           PERFORM SOMAR-DRENO-CLASSE
               VARYING WS-CLASSE-IDX FROM 1 BY 1
               UNTIL WS-CLASSE-IDX > 9
           PERFORM SOMAR-TIPO-CICLO
               VARYING WS-TIPO-IDX FROM 1 BY 1
               UNTIL WS-TIPO-IDX > 3
           IF WS-CICLO-ATUAL < TCO-CICLO-MENOR(WS-TCO-ACHADO)
               MOVE WS-CICLO-ATUAL TO TCO-CICLO-MENOR(WS-TCO-ACHADO)
               MOVE WCR-VALOR-ABERTURA TO OPS-VALOR-ABERTURA
           END-IF
           IF WS-CICLO-ATUAL > TCO-CICLO-MAIOR(WS-TCO-ACHADO)
               MOVE WS-CICLO-ATUAL TO TCO-CICLO-MAIOR(WS-TCO-ACHADO)
               MOVE WCR-DATA TO OPS-DATA
               MOVE WCR-RESTANTES TO OPS-RESTANTES
               MOVE WCR-RETIDOS TO OPS-RETIDOS
               MOVE WCR-VALOR-FECHAMENTO TO OPS-VALOR-FECHAMENTO
           END-IF
           MOVE OPS-REPT-REC TO TCO-CORPO(WS-TCO-ACHADO).

       SOMAR-DRENO-CLASSE.
           ADD WCR-DRENO-CLASSE(WS-CLASSE-IDX)
               TO OPS-DRENO-CLASSE(WS-CLASSE-IDX).

      * Os tres totais por tipo do registro ficam com os tres
      * primeiros tipos do dia, como cada estrutura ja faz na sua
      * execucao.
       SOMAR-TIPO-CICLO.
           IF WCR-TIPO-CODIGO(WS-TIPO-IDX) NOT = SPACES
               MOVE 0 TO WS-TIPO-ACHADO
               PERFORM PROCURAR-TIPO
                   VARYING WS-TIPO-POS FROM 1 BY 1
                   UNTIL WS-TIPO-POS > 3 OR WS-TIPO-ACHADO > 0
               IF WS-TIPO-ACHADO > 0
                   MOVE WCR-TIPO-CODIGO(WS-TIPO-IDX)
                       TO OPS-TIPO-CODIGO(WS-TIPO-ACHADO)
                   ADD WCR-TIPO-VALOR(WS-TIPO-IDX)
                       TO OPS-TIPO-VALOR(WS-TIPO-ACHADO)
               END-IF
           END-IF.

       PROCURAR-TIPO.
           IF OPS-TIPO-CODIGO(WS-TIPO-POS)
                   = WCR-TIPO-CODIGO(WS-TIPO-IDX)
               OR OPS-TIPO-CODIGO(WS-TIPO-POS) = SPACES
               MOVE WS-TIPO-POS TO WS-TIPO-ACHADO
           END-IF.

       GRAVAR-HISTORICO.
           OPEN EXTEND OPS-HIST-FILE
           IF OPS-HIST-STATUS NOT = "00"
               OPEN OUTPUT OPS-HIST-FILE
           END-IF
           PERFORM GRAVAR-CONSOLIDADO
               VARYING WS-TCO-IDX FROM 1 BY 1
               UNTIL WS-TCO-IDX > TCO-QTDE
           CLOSE OPS-HIST-FILE.

       GRAVAR-CONSOLIDADO.
           MOVE TCO-CORPO(WS-TCO-IDX) TO OPS-REPT-REC
           MOVE TCO-CICLOS(WS-TCO-IDX) TO WS-QTDE-EDT
           MOVE SPACES TO OPS-OBSERVACAO
           STRING "CONSOLIDADO DE " WS-QTDE-EDT " CICLO(S) DO DIA"
               DELIMITED BY SIZE INTO OPS-OBSERVACAO
           MOVE WS-DATA-NEGOCIO TO OPS-DATA-NEGOCIO
           MOVE OPS-REPT-REC TO TCO-CORPO(WS-TCO-IDX)
           MOVE OPS-DATA(1:8) TO HIS-DATA-REF
           MOVE SPACES TO HIS-CORPO
           MOVE OPS-REPT-REC TO HIS-CORPO
           WRITE HIS-REC
           ADD 1 TO WS-HIST-GRAVADOS.

      * ----- Demonstrativo OPSCICRL -----

       IMPRIMIR-CONSOLIDADO.
           MOVE TCO-ESTRUTURA(WS-TCO-IDX) TO CCCAB-NOME
           MOVE TCO-FILIAL(WS-TCO-IDX) TO CCCAB-FILIAL
           WRITE CONSOLIDA-REC FROM EST-CABECALHO
           WRITE CONSOLIDA-REC FROM CAB-COLUNAS
           PERFORM IMPRIMIR-CICLO-ESTRUTURA
               VARYING WS-TCC-IDX FROM 1 BY 1
               UNTIL WS-TCC-IDX > TCC-QTDE
           MOVE TCO-CORPO(WS-TCO-IDX) TO WS-CICLO-REPT
           MOVE TCO-CICLOS(WS-TCO-IDX) TO WS-QTDE-EDT
           MOVE SPACES TO CICL-ROTULO
           STRING "DIA (" WS-QTDE-EDT ")" DELIMITED BY SIZE
               INTO CICL-ROTULO
           PERFORM IMPRIMIR-LINHA-CICLO
           MOVE SPACES TO CONSOLIDA-REC
           WRITE CONSOLIDA-REC.

       IMPRIMIR-CICLO-ESTRUTURA.
           IF TCC-ESTRUTURA(WS-TCC-IDX) = TCO-ESTRUTURA(WS-TCO-IDX)
               AND TCC-FILIAL(WS-TCC-IDX) = TCO-FILIAL(WS-TCO-IDX)
               MOVE TCC-CORPO(WS-TCC-IDX) TO WS-CICLO-REPT
               MOVE TCC-CICLO(WS-TCC-IDX) TO WS-QTDE-EDT
               MOVE SPACES TO CICL-ROTULO
               STRING "CICLO " WS-QTDE-EDT DELIMITED BY SIZE
                   INTO CICL-ROTULO
               PERFORM IMPRIMIR-LINHA-CICLO
           END-IF.

       IMPRIMIR-LINHA-CICLO.
           MOVE WCR-PROCESSADOS TO CICL-PROC
           MOVE WCR-REJEITADOS TO CICL-REJ
           MOVE WCR-RESTANTES TO CICL-REST
           MOVE WCR-RETIDOS TO CICL-RET
           MOVE WCR-CANCELADOS TO CICL-CANC
           MOVE WCR-VALOR-TOTAL TO CICL-VALOR
           MOVE WCR-VALOR-ABERTURA TO CICL-ABERTURA
           MOVE WCR-VALOR-FECHAMENTO TO CICL-FECHAMENTO
           WRITE CONSOLIDA-REC FROM CIC-LINHA.

       IMPRIMIR-VEREDICTO.
           IF WS-CCL-DESPREZADOS > 0
               MOVE SPACES TO OBS-TEXTO
               STRING WS-CCL-DESPREZADOS " REGISTRO(S) DE OPSCICLO "
                   "ALEM DA CAPACIDADE DA TABELA - FORA DA SOMA"
                   DELIMITED BY SIZE INTO OBS-TEXTO
               WRITE CONSOLIDA-REC FROM OBS-LINHA
               MOVE "DIV" TO VERB-VEREDICTO
           ELSE
               MOVE "OK" TO VERB-VEREDICTO
           END-IF
           MOVE SPACES TO VERB-MOTIVO
           STRING WS-HIST-GRAVADOS " REGISTRO(S) DIARIOS GRAVADOS "
               "EM OPSHIST" DELIMITED BY SIZE INTO VERB-MOTIVO
           WRITE CONSOLIDA-REC FROM VER-LINHA.

       GRAVAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "CONSOLIDAR-CICLOS" TO ALR-PROGRAMA
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.
