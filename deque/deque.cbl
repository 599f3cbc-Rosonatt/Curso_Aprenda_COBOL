           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.
           SELECT CANCEL-FILE ASSIGN TO "CANCREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CANCEL-STATUS.
           SELECT CANCEL-NLOC-FILE ASSIGN TO "CANCNLOC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CANCEL-NLOC-STATUS.
           SELECT FILIAL-FILE ASSIGN TO "FILIAIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILIAL-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.
           SELECT DEQUE-CKPT-FILE ASSIGN TO "DEQUECKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEQUE-CKPT-STATUS.
           SELECT CAP-HIST-FILE ASSIGN TO "CAPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CAP-HIST-STATUS.
           SELECT SEEN-FILE ASSIGN TO "ROTSEEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEEN-CHAVE
               FILE STATUS IS SEEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Item recusado, com a fonte que o enviou (INT-HDR-ORIGEM da
      * chave do ITEM-ID no ROTSEEN; em branco se nao encontrada),
      * a prioridade com que chegou e a filial em que foi recusado
      * (em branco sem cadastro de filiais).  O reparo reenvia a
      * correcao no envelope dessa fonte e filial.
       FD  DEQUE-ERR-FILE.
       01  DEQUE-ERR-REC.
           05  ERR-TIMESTAMP    PIC X(26).
           05  ERR-ITEM         PIC X(27).
           05  ERR-ORIGEM       PIC X(08).
           05  ERR-PRIORIDADE   PIC X(01).
           05  ERR-FILIAL       PIC X(03).

       FD  DEQUE-TXN-FILE.
       01  DEQUE-TXN-REC.
       FD  OPS-REPT-FILE.
       COPY OPSREPT.

      * Chaves roteadas na data de negocio (ROTEADOR-ENTRADA).
       FD  SEEN-FILE.
       01  SEEN-REC.
           05  SEEN-CHAVE.
               10  SEEN-DATA        PIC 9(08).
               10  SEEN-ID          PIC X(08).
           05  SEEN-TIMESTAMP   PIC X(26).
           05  SEEN-ESTRUTURA   PIC X(05).
           05  SEEN-ORIGEM      PIC X(08).

       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  ALERTA-FILE.
       COPY ALERTREG.

       FD  CANCEL-FILE.
       COPY CANCREG.

       FD  CANCEL-NLOC-FILE.
       COPY CANCNLOC.

       FD  FILIAL-FILE.
       COPY FILIAL.

       FD  CICLO-FILE.
       COPY CICLOCTL.

      * Itens que ficam no deque de um ciclo do dia para o seguinte,
      * da frente para tras: filial, prioridade e item.  Depois
      * deles os itens do spill ainda pendentes, com DCK-SPILL 'S'.
       FD  DEQUE-CKPT-FILE.
       01  DCK-REC.
           05  DCK-FILIAL           PIC X(03).
           05  DCK-PRIORIDADE       PIC X(01).
           05  DCK-ITEM             PIC X(27).
           05  DCK-SPILL            PIC X(01).
               88  DCK-DO-SPILL     VALUE 'S'.
           05  FILLER               PIC X(28).

       FD  CAP-HIST-FILE.
       COPY CAPHIST.

       WORKING-STORAGE SECTION.
       01  DEQUE.
           05  DEQUE-ITENS OCCURS 100 TIMES PIC X(27).
       01  PARAM-STATUS         PIC X(02).
       01  WS-CAPACIDADE        PIC 9(03) VALUE 10.
       01  WS-ALERTA-CAPACIDADE PIC 9(03) VALUE 8.
       01  WS-CAPACIDADE-PADRAO PIC 9(03) VALUE 10.
       01  WS-ALERTA-PADRAO     PIC 9(03) VALUE 8.
       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DEMO-SW           PIC X(01) VALUE 'S'.
           88  DEMO-PERMITIDA   VALUE 'S'.
       01  WS-DUMP-POS          PIC 9(03).
       01  WS-DUMP-COUNT        PIC 9(03).
       01  DEQUE-ERR-STATUS     PIC X(02).
       01  SEEN-STATUS          PIC X(02).
       01  DEQUE-TXN-STATUS     PIC X(02).
       01  OPS-REPT-STATUS      PIC X(02).

       01  DEQUE-SPILL-STATUS   PIC X(02).
       01  WS-TOTAL-SPILL       PIC 9(04) VALUE 0.
       01  WS-TOTAL-REINSERIDOS PIC 9(04) VALUE 0.
       01  WS-SPILL-TRAZIDOS    PIC 9(04) VALUE 0.
       01  WS-SPILL-LEVADOS     PIC 9(04) VALUE 0.

      * Acompanhamento da ocupacao da filial para o CAPHIST.
       01  CAP-HIST-STATUS      PIC X(02).
       01  WS-LIMIAR-MARGEM     PIC 9(03) VALUE 0.
       01  WS-OCUPACAO-INICIAL  PIC 9(03) VALUE 0.
       01  WS-PICO-OCUPACAO     PIC 9(03) VALUE 0.
       01  WS-PICO-CARIMBO      PIC X(26).
       01  WS-ENTRADAS-MARGEM   PIC 9(05) VALUE 0.
       01  WS-SPILL-IDX         PIC 9(03).
       01  WS-SPILL-ESCOLHIDO   PIC 9(03).

      * Espelho em memoria do arquivo de spill desta execucao, mais
      * os pendentes trazidos do ciclo anterior; a reinsercao atende
      * primeiro os itens urgentes pendentes.
       01  TAB-SPILL.
           05  SPILL-QTDE       PIC 9(03) VALUE 0.
           05  SPILL-ENT OCCURS 100 TIMES.
       01  WS-DEMO-ID           PIC X(08).

       01  WS-VALOR-TOTAL       PIC 9(11)V99 VALUE 0.
      * O deque comeca cada execucao vazio, ou com os itens que o
      * ciclo anterior do dia deixou (valor de abertura); no
      * fechamento fica o valor dos itens que nao foram expedidos.
       01  WS-VALOR-CARTEIRA    PIC 9(11)V99 VALUE 0.
       01  WS-VALOR-ABERTURA    PIC 9(11)V99 VALUE 0.
       01  WS-TIPO-IDX          PIC 9(02).
       01  WS-TIPO-ACHADO       PIC 9(02).
       01  TAB-TIPOS.
               10  TIPO-CODIGO  PIC X(02).
               10  TIPO-VALOR   PIC 9(09)V99.

      * Cancelamento por ITEM-ID (codigo C, id nas 8 primeiras
      * posicoes de TXN-ITEM): o item sai da posicao em que estiver
      * e os de tras avancam, preservando a ordem do deque.
       01  CANCEL-STATUS        PIC X(02).
       01  CANCEL-NLOC-STATUS   PIC X(02).
       01  WS-CANCEL-ID         PIC X(08).
       01  WS-CANCEL-POS        PIC 9(03).
       01  WS-CANCEL-ORDEM      PIC 9(03).
       01  WS-SHIFT-POS         PIC 9(03).
       01  WS-PROX-POS          PIC 9(03).
       01  WS-ULT-POS           PIC 9(03).
       01  WS-TOTAL-CANCELADOS  PIC 9(04) VALUE 0.
       01  WS-TOTAL-NAO-LOCALIZ PIC 9(04) VALUE 0.
       01  WS-VALOR-CANCELADO   PIC 9(11)V99 VALUE 0.

      * Filiais do lote (cadastro FILIAIS): cada filial tem o seu
      * deque, capacidade e alerta (zero usa o PARAMRUN) e o seu
      * registro no OPSREPT; o manifesto DEQEXPED e um so, com o
      * trailer da empresa.  Sem cadastro, uma filial unica de
      * codigo em branco.
       01  FILIAL-STATUS        PIC X(02).
       01  WS-FILIAIS-SW        PIC X(01) VALUE 'N'.
           88  FILIAIS-CADASTRADAS  VALUE 'S'.
       01  WS-FIL-IDX           PIC 9(02).
       01  WS-GRUPO-FILIAL      PIC X(03).
       01  TAB-FILIAIS.
           05  FLT-QTDE         PIC 9(02) VALUE 0.
           05  FLT-ENT OCCURS 10 TIMES.
               10  FLT-CODIGO       PIC X(03).
               10  FLT-CAP-DEQUE    PIC 9(03).
               10  FLT-ALERTA-DEQUE PIC 9(03).
       01  WS-RC-MAXIMO         PIC 9(02) VALUE 0.

      * Ciclos do dia (CICLOCTL, mesma regra do LOTE-CONTROLE): o
      * que sobra no deque num ciclo intermediario segue em DEQUECKP
      * para o ciclo seguinte; so no ultimo ciclo o deque tem de
      * fechar vazio.  O spill continua valendo por ciclo.
       01  CICLO-STATUS         PIC X(02).
       01  DEQUE-CKPT-STATUS    PIC X(02).
       01  WS-MODO-CICLO-SW     PIC X(01) VALUE 'N'.
           88  MODO-CICLOS      VALUE 'S'.
       01  WS-CICLO             PIC 9(02) VALUE 1.
       01  WS-CICLOS-DIA        PIC 9(02) VALUE 1.
       01  WS-CICLO-FINAL-SW    PIC X(01) VALUE 'S'.
           88  CICLO-FINAL          VALUE 'S'.
           88  CICLO-INTERMEDIARIO  VALUE 'N'.
       01  WS-CARRY-SW          PIC X(01) VALUE 'N'.
           88  CARRY-PRESENTE   VALUE 'S'.
       01  WS-CAP-ELEVADA-SW    PIC X(01) VALUE 'N'.
           88  CAPACIDADE-ELEVADA VALUE 'S'.
       01  WS-CAR-IDX           PIC 9(04).
       01  WS-TOTAL-TRAZIDOS    PIC 9(04) VALUE 0.
       01  TAB-CARRY-ENTRADA.
           05  CAR-QTDE         PIC 9(04) VALUE 0.
           05  CAR-ENT OCCURS 1000 TIMES.
               10  CAR-FILIAL       PIC X(03).
               10  CAR-PRIORIDADE   PIC X(01).
               10  CAR-ITEM         PIC X(27).
               10  CAR-SPILL        PIC X(01).
       01  TAB-CARRY-SAIDA.
           05  CSA-QTDE         PIC 9(04) VALUE 0.
           05  CSA-ENT OCCURS 1000 TIMES.
               10  CSA-FILIAL       PIC X(03).
               10  CSA-PRIORIDADE   PIC X(01).
               10  CSA-ITEM         PIC X(27).
               10  CSA-SPILL        PIC X(01).

       COPY ITEMEVT.
       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CARREGAR-PARAMETROS

           PERFORM CARREGAR-CICLO

           PERFORM CARREGAR-FILIAIS

           PERFORM PRIMAR-ARQUIVO-ERRO

           OPEN OUTPUT EXPED-FILE

           PERFORM PROCESSAR-FILIAL
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > FLT-QTDE

           PERFORM GRAVAR-TRAILER-EXPEDICAO
           PERFORM SELAR-MANIFESTO

           PERFORM GRAVAR-CARRY-CICLO

           SET EVT-ENCERRAR TO TRUE
           CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS

           MOVE WS-RC-MAXIMO TO RETURN-CODE
           GOBACK.

      * O DEQEXPED e regravado por inteiro a cada execucao; o selo
      * e conferido pelo LOTE-CONTROLE e pela LIMPEZA-AUDITORIA.
       SELAR-MANIFESTO.
           SET SLO-SELAR TO TRUE
           MOVE "DEQEXPED" TO SLO-ARQUIVO
           MOVE "DEQUE-EXEMPLO" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS.

       PROCESSAR-FILIAL.
           PERFORM INICIAR-FILIAL

           PERFORM PROCESSAR-TRANSACOES-DEQUE

           PERFORM VERIFICAR-CONTROLE-FIM-DIA

           IF CICLO-INTERMEDIARIO
               PERFORM GUARDAR-CARRY-FILIAL
           END-IF

           PERFORM RELATORIO-SPILL

           PERFORM GRAVAR-RELATORIO-CONSOLIDADO
           PERFORM GRAVAR-HISTORICO-OCUPACAO
           PERFORM DEFINIR-RETURN-CODE.

       INICIAR-FILIAL.
           IF FILIAIS-CADASTRADAS
               DISPLAY "===== Deque da filial " FLT-CODIGO(WS-FIL-IDX)
                   " ====="
           END-IF
           MOVE WS-CAPACIDADE-PADRAO TO WS-CAPACIDADE
           IF FLT-CAP-DEQUE(WS-FIL-IDX) > 0
               AND FLT-CAP-DEQUE(WS-FIL-IDX) <= 100
               MOVE FLT-CAP-DEQUE(WS-FIL-IDX) TO WS-CAPACIDADE
           END-IF
           MOVE WS-ALERTA-PADRAO TO WS-ALERTA-CAPACIDADE
           IF FLT-ALERTA-DEQUE(WS-FIL-IDX) > 0
               MOVE FLT-ALERTA-DEQUE(WS-FIL-IDX)
                   TO WS-ALERTA-CAPACIDADE
           END-IF
           MOVE 1 TO DEQUE-FRENTE DEQUE-TRAS
           MOVE 0 TO DEQUE-TAMANHO SPILL-QTDE
           MOVE 0 TO WS-TOTAL-INSERIDOS WS-TOTAL-REJEITADOS
               WS-TOTAL-SPILL WS-TOTAL-REINSERIDOS
               WS-TOTAL-CANCELADOS WS-TOTAL-NAO-LOCALIZ
           MOVE 0 TO WS-VALOR-TOTAL WS-VALOR-CANCELADO TIPO-QTDE
           MOVE 0 TO WS-TOTAL-TRAZIDOS WS-SPILL-TRAZIDOS
               WS-SPILL-LEVADOS
           MOVE 'N' TO WS-CAP-ELEVADA-SW
           PERFORM RESTAURAR-CARRY-FILIAL
               VARYING WS-CAR-IDX FROM 1 BY 1
               UNTIL WS-CAR-IDX > CAR-QTDE
           IF CAPACIDADE-ELEVADA
               DISPLAY "ALERTA: itens do ciclo anterior acima da "
                   "capacidade - capacidade elevada para " WS-CAPACIDADE
               MOVE 'M' TO WS-ALR-SEVERIDADE
               MOVE "DEQCAP" TO WS-ALR-CODIGO
               MOVE SPACES TO WS-ALR-TEXTO
               STRING "CAPACIDADE DO DEQUE ELEVADA PARA " WS-CAPACIDADE
                   " PELOS ITENS DO CICLO ANTERIOR"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               PERFORM GRAVAR-ALERTA
           END-IF
           IF WS-TOTAL-TRAZIDOS > 0
               MOVE DEQUE-TAMANHO TO DEQUE-TRAS
               ADD 1 TO DEQUE-TRAS
               IF DEQUE-TRAS > WS-CAPACIDADE
                   MOVE 1 TO DEQUE-TRAS
               END-IF
               DISPLAY "Itens trazidos do ciclo anterior (DEQUECKP): "
                   WS-TOTAL-TRAZIDOS
           END-IF
           IF WS-SPILL-TRAZIDOS > 0
               DISPLAY "Itens do spill trazidos do ciclo anterior: "
                   WS-SPILL-TRAZIDOS
           END-IF
           PERFORM SOMAR-VALOR-CARTEIRA
           MOVE WS-VALOR-CARTEIRA TO WS-VALOR-ABERTURA
           PERFORM INICIAR-OCUPACAO.

      * Os itens do ciclo anterior voltam ao deque na mesma ordem,
      * da posicao 1 em diante; nao contam de novo como inseridos.
      * Se a capacidade baixou entre os ciclos ela sobe o bastante
      * para nao perder item.  Os pendentes do spill voltam ao
      * spill, para reinsercao quando houver espaco.
       RESTAURAR-CARRY-FILIAL.
           IF CAR-FILIAL(WS-CAR-IDX) = FLT-CODIGO(WS-FIL-IDX)
               IF CAR-SPILL(WS-CAR-IDX) = 'S'
                   PERFORM RESTAURAR-SPILL-FILIAL
               ELSE
                   PERFORM RESTAURAR-ITEM-FILIAL
               END-IF
           END-IF.

       RESTAURAR-ITEM-FILIAL.
           IF DEQUE-TAMANHO < 100
               IF DEQUE-TAMANHO = WS-CAPACIDADE
                   ADD 1 TO WS-CAPACIDADE
                   SET CAPACIDADE-ELEVADA TO TRUE
               END-IF
               ADD 1 TO DEQUE-TAMANHO
               MOVE CAR-ITEM(WS-CAR-IDX) TO DEQUE-ITENS(DEQUE-TAMANHO)
               MOVE CAR-PRIORIDADE(WS-CAR-IDX)
                   TO DEQUE-PRIORIDADES(DEQUE-TAMANHO)
               ADD 1 TO WS-TOTAL-TRAZIDOS
           END-IF.

       RESTAURAR-SPILL-FILIAL.
           IF SPILL-QTDE < 100
               ADD 1 TO SPILL-QTDE
               MOVE CAR-PRIORIDADE(WS-CAR-IDX)
                   TO SPILL-PRIORIDADE(SPILL-QTDE)
               MOVE CAR-ITEM(WS-CAR-IDX) TO SPILL-ITEM(SPILL-QTDE)
               MOVE 'P' TO SPILL-PENDENTE(SPILL-QTDE)
               ADD 1 TO WS-SPILL-TRAZIDOS
           END-IF.

       DEFINIR-RETURN-CODE.
           IF DEQUE-TAMANHO NOT = 0 AND CICLO-FINAL
               MOVE 8 TO WS-RC-MAXIMO
           ELSE
               IF WS-TOTAL-REJEITADOS > 0 OR WS-TOTAL-NAO-LOCALIZ > 0
                   IF WS-RC-MAXIMO < 4
                       MOVE 4 TO WS-RC-MAXIMO
                   END-IF
               END-IF
           END-IF.

      * Ciclo do dia pelo CICLOCTL (sem o arquivo, ciclo unico e
      * final) e itens deixados no deque pelo ciclo anterior.
       CARREGAR-CICLO.
           OPEN INPUT CICLO-FILE
           IF CICLO-STATUS = "00"
               READ CICLO-FILE
                   NOT AT END
                       SET MODO-CICLOS TO TRUE
               END-READ
               CLOSE CICLO-FILE
           END-IF
           IF MODO-CICLOS
               IF CIC-CICLOS-DIA NUMERIC AND CIC-CICLOS-DIA > 0
                   MOVE CIC-CICLOS-DIA TO WS-CICLOS-DIA
               END-IF
               IF CIC-DATA-NEGOCIO NUMERIC
                   AND CIC-DATA-NEGOCIO = WS-DATA-NEGOCIO
                   AND CIC-CICLO NUMERIC AND CIC-CICLO > 0
                   MOVE CIC-CICLO TO WS-CICLO
               END-IF
               IF WS-CICLO < WS-CICLOS-DIA
                   SET CICLO-INTERMEDIARIO TO TRUE
               END-IF
               DISPLAY "Ciclo " WS-CICLO " de " WS-CICLOS-DIA
                   " da data de negocio"
           END-IF
           OPEN INPUT DEQUE-CKPT-FILE
           IF DEQUE-CKPT-STATUS = "00"
               SET CARRY-PRESENTE TO TRUE
               PERFORM LER-CARRY-DEQUE
                   UNTIL DEQUE-CKPT-STATUS NOT = "00"
               CLOSE DEQUE-CKPT-FILE
           END-IF.

       LER-CARRY-DEQUE.
           READ DEQUE-CKPT-FILE
               NOT AT END
                   IF CAR-QTDE < 1000
                       ADD 1 TO CAR-QTDE
                       MOVE DCK-FILIAL TO CAR-FILIAL(CAR-QTDE)
                       MOVE DCK-PRIORIDADE TO CAR-PRIORIDADE(CAR-QTDE)
                       MOVE DCK-ITEM TO CAR-ITEM(CAR-QTDE)
                       MOVE DCK-SPILL TO CAR-SPILL(CAR-QTDE)
                   ELSE
                       DISPLAY "ALERTA: DEQUECKP acima de 1000 itens "
                           "- item nao trazido: " DCK-ITEM
                   END-IF
           END-READ.

      * Ciclo intermediario: o que ficou no deque da filial vai para
      * DEQUECKP, da frente para tras, seguido dos itens do spill
      * ainda pendentes, com a sua prioridade.
       GUARDAR-CARRY-FILIAL.
           MOVE DEQUE-FRENTE TO WS-DUMP-POS
           PERFORM GUARDAR-CARRY-ITEM
               VARYING WS-DUMP-COUNT FROM 1 BY 1
               UNTIL WS-DUMP-COUNT > DEQUE-TAMANHO
           PERFORM GUARDAR-CARRY-SPILL
               VARYING WS-SPILL-IDX FROM 1 BY 1
               UNTIL WS-SPILL-IDX > SPILL-QTDE.

       GUARDAR-CARRY-ITEM.
           IF CSA-QTDE < 1000
               ADD 1 TO CSA-QTDE
               MOVE FLT-CODIGO(WS-FIL-IDX) TO CSA-FILIAL(CSA-QTDE)
               MOVE DEQUE-PRIORIDADES(WS-DUMP-POS)
                   TO CSA-PRIORIDADE(CSA-QTDE)
               MOVE DEQUE-ITENS(WS-DUMP-POS) TO CSA-ITEM(CSA-QTDE)
               MOVE SPACE TO CSA-SPILL(CSA-QTDE)
           END-IF
           ADD 1 TO WS-DUMP-POS
           IF WS-DUMP-POS > WS-CAPACIDADE
               MOVE 1 TO WS-DUMP-POS
           END-IF.

      * DEQUECKP e regravado no fim da execucao: com os itens que
      * seguem num ciclo intermediario, vazio no ultimo ciclo.  Uma
      * execucao com RC 8 nao o toca, e a reexecucao traz os mesmos
      * itens de novo.
       GRAVAR-CARRY-CICLO.
           IF NOT MODO-SIMULACAO AND WS-RC-MAXIMO < 8
               AND (MODO-CICLOS OR CARRY-PRESENTE)
               OPEN OUTPUT DEQUE-CKPT-FILE
               PERFORM GRAVAR-CARRY-ITEM
                   VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > CSA-QTDE
               CLOSE DEQUE-CKPT-FILE
               IF CSA-QTDE > 0
                   DISPLAY "Itens levados ao proximo ciclo em "
                       "DEQUECKP: " CSA-QTDE
               END-IF
           END-IF.

       GUARDAR-CARRY-SPILL.
           IF SPILL-PENDENTE(WS-SPILL-IDX) = 'P'
               IF CSA-QTDE < 1000
                   ADD 1 TO CSA-QTDE
                   MOVE FLT-CODIGO(WS-FIL-IDX) TO CSA-FILIAL(CSA-QTDE)
                   MOVE SPILL-PRIORIDADE(WS-SPILL-IDX)
                       TO CSA-PRIORIDADE(CSA-QTDE)
                   MOVE SPILL-ITEM(WS-SPILL-IDX) TO CSA-ITEM(CSA-QTDE)
                   MOVE 'S' TO CSA-SPILL(CSA-QTDE)
                   ADD 1 TO WS-SPILL-LEVADOS
               ELSE
                   DISPLAY "ALERTA: DEQUECKP acima de 1000 itens - "
                       "item do spill rejeitado: "
                       SPILL-ITEM(WS-SPILL-IDX)
                   ADD 1 TO WS-TOTAL-REJEITADOS
               END-IF
           END-IF.

       GRAVAR-CARRY-ITEM.
           MOVE SPACES TO DCK-REC
           MOVE CSA-FILIAL(WS-CAR-IDX) TO DCK-FILIAL
           MOVE CSA-PRIORIDADE(WS-CAR-IDX) TO DCK-PRIORIDADE
           MOVE CSA-ITEM(WS-CAR-IDX) TO DCK-ITEM
           MOVE CSA-SPILL(WS-CAR-IDX) TO DCK-SPILL
           WRITE DCK-REC.

       CARREGAR-FILIAIS.
           OPEN INPUT FILIAL-FILE
           IF FILIAL-STATUS = "00"
               PERFORM LER-FILIAL
                   UNTIL FILIAL-STATUS NOT = "00"
               CLOSE FILIAL-FILE
           END-IF
           IF FLT-QTDE > 0
               SET FILIAIS-CADASTRADAS TO TRUE
               DISPLAY "Filiais cadastradas em FILIAIS: " FLT-QTDE
           ELSE
               MOVE 1 TO FLT-QTDE
               MOVE SPACES TO FLT-CODIGO(1)
               MOVE 0 TO FLT-CAP-DEQUE(1)
               MOVE 0 TO FLT-ALERTA-DEQUE(1)
           END-IF.

       LER-FILIAL.
           READ FILIAL-FILE
               NOT AT END
                   IF FLT-QTDE < 10
                       ADD 1 TO FLT-QTDE
                       MOVE FIL-CODIGO TO FLT-CODIGO(FLT-QTDE)
                       MOVE 0 TO FLT-CAP-DEQUE(FLT-QTDE)
                       MOVE 0 TO FLT-ALERTA-DEQUE(FLT-QTDE)
                       IF FIL-CAP-DEQUE IS NUMERIC
                           MOVE FIL-CAP-DEQUE
                               TO FLT-CAP-DEQUE(FLT-QTDE)
                       END-IF
                       IF FIL-ALERTA-DEQUE IS NUMERIC
                           MOVE FIL-ALERTA-DEQUE
                               TO FLT-ALERTA-DEQUE(FLT-QTDE)
                       END-IF
                   ELSE
                       DISPLAY "ALERTA: limite de 10 filiais excedido "
                           "- filial ignorada: " FIL-CODIGO
                   END-IF
           END-READ.

       CARREGAR-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
           MOVE WS-DATA-CORRENTE(1:8) TO WS-DATA-NEGOCIO
                   NOT AT END
                       IF PAR-CAPACIDADE-DEQUE > 0
                           AND PAR-CAPACIDADE-DEQUE <= 100
                           MOVE PAR-CAPACIDADE-DEQUE
                               TO WS-CAPACIDADE-PADRAO
                       END-IF
                       IF PAR-ALERTA-DEQUE > 0
                           MOVE PAR-ALERTA-DEQUE
                               TO WS-ALERTA-PADRAO
                       END-IF
                       IF PAR-DATA-NEGOCIO > 0
                           MOVE PAR-DATA-NEGOCIO TO WS-DATA-NEGOCIO
           ELSE
               DISPLAY "PARAMRUN ausente - usando parametros padrao"
           END-IF
           DISPLAY "Capacidade do deque: " WS-CAPACIDADE-PADRAO
               " / alerta em: " WS-ALERTA-PADRAO
               " / data de negocio: " WS-DATA-NEGOCIO.

       ENFILEIRAR-DEQUE.
               DISPLAY "Item rejeitado - formato invalido: " IN-ITEM
               PERFORM REGISTRAR-ITEM-INVALIDO
               ADD 1 TO WS-TOTAL-REJEITADOS
               MOVE IN-ITEM TO EVT-ITEM
               MOVE "REJEITADO" TO EVT-CODIGO
               MOVE "FORMATO INVALIDO" TO EVT-DETALHE
               PERFORM REGISTRAR-SITUACAO-ITEM
           ELSE
               IF PRIORIDADE-URGENTE
                   PERFORM INSERIR-FRENTE
           IF NOT MODO-SIMULACAO
               MOVE FUNCTION CURRENT-DATE TO ERR-TIMESTAMP
               MOVE IN-ITEM TO ERR-ITEM
               MOVE IN-PRIORIDADE TO ERR-PRIORIDADE
               MOVE FLT-CODIGO(WS-FIL-IDX) TO ERR-FILIAL
               PERFORM LOCALIZAR-ORIGEM-ITEM
               OPEN EXTEND DEQUE-ERR-FILE
               WRITE DEQUE-ERR-REC
               CLOSE DEQUE-ERR-FILE
           END-IF.

      * A fonte do item recusado vem do ROTSEEN, onde o roteador
      * guardou a origem de cada ITEM-ID roteado na data de negocio.
       LOCALIZAR-ORIGEM-ITEM.
           MOVE SPACES TO ERR-ORIGEM
           OPEN INPUT SEEN-FILE
           IF SEEN-STATUS = "00"
               MOVE WS-DATA-NEGOCIO TO SEEN-DATA
               MOVE IN-ITEM(1:8) TO SEEN-ID
               READ SEEN-FILE
                   NOT INVALID KEY
                       MOVE SEEN-ORIGEM TO ERR-ORIGEM
               END-READ
               CLOSE SEEN-FILE
           END-IF.

       PRIMAR-ARQUIVO-ERRO.
           IF NOT MODO-SIMULACAO
               OPEN EXTEND DEQUE-ERR-FILE
               MOVE IN-PRIORIDADE TO DEQUE-PRIORIDADES(DEQUE-FRENTE)
               DISPLAY "Inserido na frente: " DEQUE-ITENS(DEQUE-FRENTE)
               ADD 1 TO DEQUE-TAMANHO
               PERFORM ACOMPANHAR-OCUPACAO
               ADD 1 TO WS-TOTAL-INSERIDOS
               MOVE DEQUE-ITENS(DEQUE-FRENTE) TO EVT-ITEM
               MOVE "INSERIDO" TO EVT-CODIGO
               MOVE SPACES TO EVT-DETALHE
               STRING "FRENTE PRIORIDADE " IN-PRIORIDADE
                   DELIMITED BY SIZE INTO EVT-DETALHE
               PERFORM REGISTRAR-SITUACAO-ITEM
               PERFORM ACUMULAR-VALOR-TIPO
               PERFORM VERIFICAR-CAPACIDADE-DEQUE
           END-IF.
                   TO DEQUE-ITENS(DEQUE-TRAS)
               MOVE IN-PRIORIDADE TO DEQUE-PRIORIDADES(DEQUE-TRAS)
               DISPLAY "Inserido atras: " DEQUE-ITENS(DEQUE-TRAS)
               MOVE DEQUE-ITENS(DEQUE-TRAS) TO EVT-ITEM
               MOVE "INSERIDO" TO EVT-CODIGO
               MOVE SPACES TO EVT-DETALHE
               STRING "TRAS PRIORIDADE " IN-PRIORIDADE
                   DELIMITED BY SIZE INTO EVT-DETALHE
               PERFORM REGISTRAR-SITUACAO-ITEM
               ADD 1 TO DEQUE-TRAS
               IF DEQUE-TRAS > WS-CAPACIDADE
                   MOVE 1 TO DEQUE-TRAS
               END-IF
               ADD 1 TO DEQUE-TAMANHO
               PERFORM ACOMPANHAR-OCUPACAO
               ADD 1 TO WS-TOTAL-INSERIDOS
               PERFORM ACUMULAR-VALOR-TIPO
               PERFORM VERIFICAR-CAPACIDADE-DEQUE
           IF DEQUE-TXN-STATUS = "00"
               DISPLAY "Arquivo de transacoes encontrado - "
                   "processando DEQUETXN"
               MOVE FLT-CODIGO(1) TO WS-GRUPO-FILIAL
               PERFORM LER-E-PROCESSAR-TRANSACAO
                   UNTIL DEQUE-TXN-STATUS NOT = "00"
               CLOSE DEQUE-TXN-FILE
           ELSE
               IF DEMO-PERMITIDA AND WS-FIL-IDX = 1
                   DISPLAY "Nenhum arquivo de transacoes encontrado - "
                       "usando carga padrao"
                   PERFORM CARGA-PADRAO-DEQUE
               END-IF
           END-IF.

      * "H" e marca de filial do roteador (codigo nas 3 primeiras
      * posicoes do item); registros antes da primeira marca sao
      * da matriz.
       LER-E-PROCESSAR-TRANSACAO.
           READ DEQUE-TXN-FILE
               NOT AT END
                   IF TXN-CODE = "H"
                       MOVE TXN-ITEM(1:3) TO WS-GRUPO-FILIAL
                   ELSE
                       IF WS-GRUPO-FILIAL = FLT-CODIGO(WS-FIL-IDX)
                           PERFORM PROCESSAR-TRANSACAO
                       END-IF
                   END-IF
           END-READ.

       PROCESSAR-TRANSACAO.
           EVALUATE TXN-CODE
               WHEN "E"
                   MOVE TXN-ITEM TO IN-ITEM
                   MOVE TXN-PRIORIDADE TO IN-PRIORIDADE
                   PERFORM ENFILEIRAR-DEQUE
               WHEN "F"
                   PERFORM REMOVER-FRENTE
               WHEN "T"
                   PERFORM REMOVER-TRAS
               WHEN "C"
                   MOVE TXN-ITEM(1:8) TO WS-CANCEL-ID
                   PERFORM CANCELAR-ITEM-DEQUE
               WHEN OTHER
                   DISPLAY "Invalid transaction code: " TXN-CODE
           END-EVALUATE.

       CARGA-PADRAO-DEQUE.
           MOVE "FRONT1" TO WS-DEMO-ID
           PERFORM MONTAR-ITEM-DEMO

       VERIFICAR-CONTROLE-FIM-DIA.
           DISPLAY "===== Controle de fim de dia - deque ====="
           EVALUATE TRUE
               WHEN DEQUE-TAMANHO = 0
                   DISPLAY "PASS: deque drenado a zero"
               WHEN CICLO-INTERMEDIARIO
                   DISPLAY "Ciclo intermediario: " DEQUE-TAMANHO
                       " item(ns) seguem no deque para o proximo ciclo"
               WHEN OTHER
                   DISPLAY "FAIL: deque nao foi drenado a zero - "
                       DEQUE-TAMANHO " item(ns) restante(s)"
                   MOVE DEQUE-FRENTE TO WS-DUMP-POS
                   PERFORM DUMP-ITEM-RESTANTE
                       VARYING WS-DUMP-COUNT FROM 1 BY 1
                       UNTIL WS-DUMP-COUNT > DEQUE-TAMANHO
           END-EVALUATE
           DISPLAY "===========================================".

       DUMP-ITEM-RESTANTE.
               MOVE 1 TO WS-DUMP-POS
           END-IF.

      * Pendentes no fim de um ciclo intermediario seguem no
      * DEQUECKP; so no ultimo ciclo (ou sem ciclos) os que nao
      * voltaram ao deque contam como rejeitados.
       RELATORIO-SPILL.
           DISPLAY "===== Itens que tomaram o caminho do spill ====="
           DISPLAY "Desviados para o spill..: " WS-TOTAL-SPILL
           IF WS-SPILL-TRAZIDOS > 0
               DISPLAY "Trazidos do ciclo ant...: " WS-SPILL-TRAZIDOS
           END-IF
           DISPLAY "Reinseridos do spill....: " WS-TOTAL-REINSERIDOS
           COMPUTE WS-SPILL-IDX = WS-TOTAL-SPILL + WS-SPILL-TRAZIDOS
               - WS-TOTAL-REINSERIDOS
           IF CICLO-INTERMEDIARIO
               DISPLAY "Pendentes no fim do ciclo: " WS-SPILL-IDX
               IF WS-SPILL-LEVADOS > 0
                   DISPLAY "Itens do spill levados ao proximo ciclo "
                       "em DEQUECKP: " WS-SPILL-LEVADOS
               END-IF
           ELSE
               DISPLAY "Pendentes no fim do dia.: " WS-SPILL-IDX
               IF WS-SPILL-IDX > 0
                   DISPLAY "ALERTA: itens do spill nao reinseridos - "
                       "contabilizados como rejeitados"
                   ADD WS-SPILL-IDX TO WS-TOTAL-REJEITADOS
               END-IF
           END-IF
           DISPLAY "================================================".

      * Pico de ocupacao da filial e entradas na margem de alerta
      * (o mesmo limiar do alerta DEQCAP).  Os itens trazidos do
      * ciclo anterior ja formam a ocupacao de abertura.
       INICIAR-OCUPACAO.
           MOVE WS-ALERTA-CAPACIDADE TO WS-LIMIAR-MARGEM
           MOVE DEQUE-TAMANHO TO WS-OCUPACAO-INICIAL
           MOVE DEQUE-TAMANHO TO WS-PICO-OCUPACAO
           MOVE FUNCTION CURRENT-DATE TO WS-PICO-CARIMBO
           MOVE 0 TO WS-ENTRADAS-MARGEM
           IF DEQUE-TAMANHO >= WS-LIMIAR-MARGEM
               MOVE 1 TO WS-ENTRADAS-MARGEM
           END-IF.

      * Chamado a cada item que entra: so a subida ate o limiar
      * conta como nova entrada na margem.
       ACOMPANHAR-OCUPACAO.
           IF DEQUE-TAMANHO > WS-PICO-OCUPACAO
               MOVE DEQUE-TAMANHO TO WS-PICO-OCUPACAO
               MOVE FUNCTION CURRENT-DATE TO WS-PICO-CARIMBO
           END-IF
           IF DEQUE-TAMANHO = WS-LIMIAR-MARGEM
               ADD 1 TO WS-ENTRADAS-MARGEM
           END-IF.

      * Um registro por filial e execucao no CAPHIST; em simulacao
      * nada e gravado.
       GRAVAR-HISTORICO-OCUPACAO.
           DISPLAY "Pico de ocupacao: " WS-PICO-OCUPACAO " de "
               WS-CAPACIDADE " / entradas na margem de alerta: "
               WS-ENTRADAS-MARGEM
           IF NOT MODO-SIMULACAO
               MOVE SPACES TO CAP-REC
               MOVE WS-DATA-NEGOCIO TO CAP-DATA-NEGOCIO
               MOVE WS-CICLO TO CAP-CICLO
               MOVE "DEQUE" TO CAP-ESTRUTURA
               MOVE FLT-CODIGO(WS-FIL-IDX) TO CAP-FILIAL
               MOVE WS-CAPACIDADE TO CAP-CAPACIDADE
               MOVE WS-LIMIAR-MARGEM TO CAP-LIMIAR
               MOVE WS-OCUPACAO-INICIAL TO CAP-OCUPACAO-INICIAL
               MOVE WS-PICO-OCUPACAO TO CAP-PICO
               MOVE WS-PICO-CARIMBO TO CAP-PICO-CARIMBO
               MOVE WS-ENTRADAS-MARGEM TO CAP-ENTRADAS-MARGEM
               MOVE WS-TOTAL-SPILL TO CAP-RECUSADOS
               OPEN EXTEND CAP-HIST-FILE
               IF CAP-HIST-STATUS NOT = "00"
                   OPEN OUTPUT CAP-HIST-FILE
               END-IF
               WRITE CAP-REC
               CLOSE CAP-HIST-FILE
           END-IF.

       GRAVAR-RELATORIO-CONSOLIDADO.
           OPEN EXTEND OPS-REPT-FILE
           IF OPS-REPT-STATUS NOT = "00"
           MOVE WS-TOTAL-INSERIDOS TO OPS-PROCESSADOS
           MOVE WS-TOTAL-REJEITADOS TO OPS-REJEITADOS
           MOVE DEQUE-TAMANHO TO OPS-RESTANTES
      * No ciclo intermediario o que fica no deque e retido para o
      * ciclo seguinte, nao sobra.
           IF CICLO-INTERMEDIARIO
               MOVE DEQUE-TAMANHO TO OPS-RETIDOS
           END-IF
           MOVE WS-SIMULACAO-SW TO OPS-SIMULACAO
           MOVE WS-DATA-NEGOCIO TO OPS-DATA-NEGOCIO
           PERFORM GRAVAR-TOTAIS-VALOR
           PERFORM SOMAR-VALOR-CARTEIRA
           MOVE WS-VALOR-ABERTURA TO OPS-VALOR-ABERTURA
           MOVE WS-VALOR-CARTEIRA TO OPS-VALOR-FECHAMENTO
           MOVE WS-TOTAL-CANCELADOS TO OPS-CANCELADOS
           MOVE WS-TOTAL-NAO-LOCALIZ TO OPS-CANCEL-NAO-LOCALIZ
           MOVE WS-VALOR-CANCELADO TO OPS-VALOR-CANCELADO
           MOVE FLT-CODIGO(WS-FIL-IDX) TO OPS-FILIAL
           MOVE SPACES TO OPS-OBSERVACAO
           STRING "CAP=" WS-CAPACIDADE
               " ALERTA=" WS-ALERTA-CAPACIDADE
           WRITE OPS-REPT-REC
           CLOSE OPS-REPT-FILE.

       SOMAR-VALOR-CARTEIRA.
           MOVE 0 TO WS-VALOR-CARTEIRA
           MOVE DEQUE-FRENTE TO WS-DUMP-POS
           PERFORM SOMAR-VALOR-POSICAO
               VARYING WS-DUMP-COUNT FROM 1 BY 1
               UNTIL WS-DUMP-COUNT > DEQUE-TAMANHO.

       SOMAR-VALOR-POSICAO.
           MOVE DEQUE-ITENS(WS-DUMP-POS)(11:9) TO WS-EXP-VALOR-BRUTO
           IF WS-EXP-VALOR-BRUTO IS NUMERIC
               COMPUTE WS-EXP-VALOR-ITEM =
                   FUNCTION NUMVAL(WS-EXP-VALOR-BRUTO) / 100
               ADD WS-EXP-VALOR-ITEM TO WS-VALOR-CARTEIRA
           END-IF
           ADD 1 TO WS-DUMP-POS
           IF WS-DUMP-POS > WS-CAPACIDADE
               MOVE 1 TO WS-DUMP-POS
           END-IF.

       GRAVAR-TOTAIS-VALOR.
           MOVE WS-VALOR-TOTAL TO OPS-VALOR-TOTAL
           PERFORM GRAVAR-TOTAL-TIPO
               PERFORM REPROCESSAR-SPILL
           END-IF.

      * Cancelamento por ITEM-ID: procura da frente para tras e
      * retira o item, avancando um slot os que estavam atras dele.
      * O item cancelado nao entra no manifesto de expedicao; o
      * espaco liberado serve ao spill como numa remocao.  Sem item
      * correspondente o pedido vai para CANCNLOC.
       CANCELAR-ITEM-DEQUE.
           MOVE FUNCTION UPPER-CASE(WS-CANCEL-ID) TO WS-CANCEL-ID
           MOVE 0 TO WS-CANCEL-POS
           MOVE DEQUE-FRENTE TO WS-DUMP-POS
           PERFORM LOCALIZAR-ITEM-CANCELADO
               VARYING WS-DUMP-COUNT FROM 1 BY 1
               UNTIL WS-DUMP-COUNT > DEQUE-TAMANHO
                   OR WS-CANCEL-POS > 0
           IF WS-CANCEL-POS = 0
               DISPLAY "Cancelamento sem item no deque: " WS-CANCEL-ID
               ADD 1 TO WS-TOTAL-NAO-LOCALIZ
               PERFORM REGISTRAR-CANCEL-NAO-LOCALIZ
           ELSE
               PERFORM RETIRAR-ITEM-CANCELADO
               PERFORM REPROCESSAR-SPILL
           END-IF.

       LOCALIZAR-ITEM-CANCELADO.
           IF DEQUE-ITENS(WS-DUMP-POS)(1:8) = WS-CANCEL-ID
               MOVE WS-DUMP-POS TO WS-CANCEL-POS
               MOVE WS-DUMP-COUNT TO WS-CANCEL-ORDEM
           ELSE
               ADD 1 TO WS-DUMP-POS
               IF WS-DUMP-POS > WS-CAPACIDADE
                   MOVE 1 TO WS-DUMP-POS
               END-IF
           END-IF.

       RETIRAR-ITEM-CANCELADO.
           MOVE SPACES TO CAN-REC
           MOVE DEQUE-ITENS(WS-CANCEL-POS) TO CAN-ITEM
           MOVE "DEQUE" TO CAN-LOCAL
           MOVE WS-CANCEL-ORDEM TO CAN-POSICAO
           MOVE DEQUE-PRIORIDADES(WS-CANCEL-POS) TO CAN-PRIORIDADE
           DISPLAY "Item cancelado (posicao " CAN-POSICAO "): "
               CAN-ITEM
           MOVE CAN-ITEM(11:9) TO WS-EXP-VALOR-BRUTO
           IF WS-EXP-VALOR-BRUTO IS NUMERIC
               COMPUTE WS-EXP-VALOR-ITEM =
                   FUNCTION NUMVAL(WS-EXP-VALOR-BRUTO) / 100
               ADD WS-EXP-VALOR-ITEM TO WS-VALOR-CANCELADO
           END-IF
           PERFORM REGISTRAR-CANCELAMENTO
           COMPUTE WS-ULT-POS = DEQUE-TRAS - 1
           IF WS-ULT-POS < 1
               MOVE WS-CAPACIDADE TO WS-ULT-POS
           END-IF
           MOVE WS-CANCEL-POS TO WS-SHIFT-POS
           PERFORM AVANCAR-SLOT-DEQUE
               UNTIL WS-SHIFT-POS = WS-ULT-POS
           MOVE WS-ULT-POS TO DEQUE-TRAS
           SUBTRACT 1 FROM DEQUE-TAMANHO
           ADD 1 TO WS-TOTAL-CANCELADOS
           MOVE CAN-ITEM TO EVT-ITEM
           MOVE "CANCELADO" TO EVT-CODIGO
           MOVE SPACES TO EVT-DETALHE
           STRING "DEQUE POSICAO " CAN-POSICAO
               DELIMITED BY SIZE INTO EVT-DETALHE
           PERFORM REGISTRAR-SITUACAO-ITEM.

       AVANCAR-SLOT-DEQUE.
           COMPUTE WS-PROX-POS = WS-SHIFT-POS + 1
           IF WS-PROX-POS > WS-CAPACIDADE
               MOVE 1 TO WS-PROX-POS
           END-IF
           MOVE DEQUE-ITENS(WS-PROX-POS) TO DEQUE-ITENS(WS-SHIFT-POS)
           MOVE DEQUE-PRIORIDADES(WS-PROX-POS)
               TO DEQUE-PRIORIDADES(WS-SHIFT-POS)
           MOVE WS-PROX-POS TO WS-SHIFT-POS.

      * Em simulacao os registros de cancelamento ficam intactos,
      * como as demais trilhas.
       REGISTRAR-CANCELAMENTO.
           IF NOT MODO-SIMULACAO
               MOVE FUNCTION CURRENT-DATE TO CAN-TIMESTAMP
               MOVE WS-DATA-NEGOCIO TO CAN-DATA-NEGOCIO
               MOVE "DEQUE" TO CAN-ESTRUTURA
               OPEN EXTEND CANCEL-FILE
               IF CANCEL-STATUS NOT = "00"
                   OPEN OUTPUT CANCEL-FILE
               END-IF
               WRITE CAN-REC
               CLOSE CANCEL-FILE
           END-IF.

       REGISTRAR-CANCEL-NAO-LOCALIZ.
           IF NOT MODO-SIMULACAO
               MOVE FUNCTION CURRENT-DATE TO NLOC-TIMESTAMP
               MOVE WS-DATA-NEGOCIO TO NLOC-DATA-NEGOCIO
               MOVE "DEQUE" TO NLOC-ESTRUTURA
               MOVE WS-CANCEL-ID TO NLOC-ITEM-ID
               OPEN EXTEND CANCEL-NLOC-FILE
               IF CANCEL-NLOC-STATUS NOT = "00"
                   OPEN OUTPUT CANCEL-NLOC-FILE
               END-IF
               WRITE NLOC-REC
               CLOSE CANCEL-NLOC-FILE
           END-IF.

       GRAVAR-DETALHE-EXPEDICAO.
           ADD 1 TO WS-EXP-SEQUENCIA
           MOVE SPACES TO EXPED-REC
           MOVE FUNCTION CURRENT-DATE TO WS-EXP-TIMESTAMP
           MOVE WS-EXP-TIMESTAMP(1:14) TO EXP-TIMESTAMP
           WRITE EXPED-REC
           PERFORM ACUMULAR-EXPEDICAO-PRIORIDADE
           MOVE EXP-ITEM TO EVT-ITEM
           MOVE "EXPEDIDO" TO EVT-CODIGO
           MOVE SPACES TO EVT-DETALHE
           STRING "MANIFESTO " WS-EXP-SEQUENCIA " " WS-EXP-EXTREMO
               DELIMITED BY SIZE INTO EVT-DETALHE
           PERFORM REGISTRAR-SITUACAO-ITEM.

      * Ciclo de vida do item (ITEMSIT); em simulacao nada e
      * registrado.
       REGISTRAR-SITUACAO-ITEM.
           IF NOT MODO-SIMULACAO AND EVT-ITEM(1:8) NOT = SPACES
               SET EVT-REGISTRAR TO TRUE
               MOVE "DEQUE" TO EVT-PROGRAMA
               CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS
           END-IF.

       ACUMULAR-EXPEDICAO-PRIORIDADE.
           MOVE 0 TO WS-EXP-VALOR-ITEM
                   CLOSE DEQUE-SPILL-FILE
               END-IF
               DISPLAY "Item desviado para o spill: " IN-ITEM
               MOVE FUNCTION UPPER-CASE(IN-ITEM) TO EVT-ITEM
               MOVE "DERRAMADO" TO EVT-CODIGO
               MOVE "DEQSPILL" TO EVT-DETALHE
               PERFORM REGISTRAR-SITUACAO-ITEM
           ELSE
               DISPLAY "Spill esgotado - item descartado: " IN-ITEM
               ADD 1 TO WS-TOTAL-REJEITADOS
               MOVE FUNCTION UPPER-CASE(IN-ITEM) TO EVT-ITEM
               MOVE "REJEITADO" TO EVT-CODIGO
               MOVE "SPILL ESGOTADO" TO EVT-DETALHE
               PERFORM REGISTRAR-SITUACAO-ITEM
           END-IF.

       REPROCESSAR-SPILL.
