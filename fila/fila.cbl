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
           SELECT FILA-CKPT-FILE ASSIGN TO "FILACKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILA-CKPT-STATUS.
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
       01  FILA-LOG-REC.
           05  LOG-TIMESTAMP    PIC X(26).
           05  LOG-ITEM         PIC X(27).
           05  LOG-FRENTE       PIC 9(04).
           05  LOG-TRAS         PIC 9(04).

      * TXN-CODE em branco enfileira TXN-ITEM; 'C' cancela o item
      * cujo ITEM-ID vem nas 8 primeiras posicoes de TXN-ITEM; 'H'
      * e marca de filial (codigo nas 3 primeiras posicoes).
       FD  FILA-TXN-FILE.
       01  FILA-TXN-REC.
           05  TXN-ITEM         PIC X(27).
           05  TXN-CODE         PIC X(01).

      * Item recusado, com a fonte que o enviou (INT-HDR-ORIGEM da
      * chave do ITEM-ID no ROTSEEN; em branco se nao encontrada) e
      * a filial em que foi recusado (em branco sem cadastro de
      * filiais).  O reparo reenvia a correcao no envelope dessa
      * fonte e filial.
       FD  FILA-ERR-FILE.
       01  FILA-ERR-REC.
           05  ERR-TIMESTAMP    PIC X(26).
           05  ERR-ITEM         PIC X(27).
           05  ERR-ORIGEM       PIC X(08).
           05  ERR-FILIAL       PIC X(03).

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

      * Repasse para a etapa da pilha: cada item drenado vira uma
      * transacao de empilhamento no formato de PILHATXN.  Com
      * varias filiais, os itens de cada filial vem depois de uma
      * marca "H" com o codigo dela.
       FD  PILHA-HND-FILE.
       01  PILHA-HND-REC.
           05  HND-CODE         PIC X(01).
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

      * Itens que ficam na fila de um ciclo do dia para o seguinte:
      * filial, item, carimbo de chegada original (o envelhecimento
      * continua contando) e classe de drenagem.
       FD  FILA-CKPT-FILE.
       01  FCK-REC.
           05  FCK-FILIAL           PIC X(03).
           05  FCK-ITEM             PIC X(27).
           05  FCK-CHEGADA          PIC X(26).
           05  FCK-CLASSE           PIC 9(01).
           05  FILLER               PIC X(03).

       FD  CAP-HIST-FILE.
       COPY CAPHIST.

       WORKING-STORAGE SECTION.
       01  FILA.
           05  FILA-ITENS OCCURS 9999 TIMES PIC X(27).
           05  FILA-FRENTE PIC 9(04) VALUE 1.
           05  FILA-TRAS  PIC 9(04) VALUE 1.
           05  FILA-TAMANHO PIC 9(04) VALUE 0.

       COPY ITEMREG.

      * Carimbo de chegada de cada posicao ocupada da fila, em
      * paralelo a FILA-ITENS, para a verificacao de envelhecimento.
       01  FILA-CHEGADAS.
           05  FILA-CHEGADA OCCURS 9999 TIMES PIC X(26).

      * Classe de drenagem de cada posicao ocupada, em paralelo a
      * FILA-ITENS, definida na entrada pelo ITEM-TIPO.
       01  FILA-CLASSES.
           05  FILA-CLASSE OCCURS 9999 TIMES PIC 9(01).

      * Encadeamento da drenagem: no inicio da drenagem cada classe
      * ganha a sua lista FIFO (cabeca, cauda e quantidade) ligando
      * as posicoes da fila pela ordem de chegada; FILA-PROX-CLASSE
      * aponta a posicao seguinte da mesma classe (zero no fim).
       01  FILA-ENCADEAMENTO.
           05  FILA-PROX-CLASSE OCCURS 9999 TIMES PIC 9(04).
       01  TAB-FILAS-CLASSE.
           05  FCL-ENT OCCURS 9 TIMES.
               10  FCL-CABECA       PIC 9(04).
               10  FCL-CAUDA        PIC 9(04).
               10  FCL-QTDE         PIC 9(04).
       01  WS-MONTA-POS         PIC 9(05).
       01  WS-MONTA-COUNT       PIC 9(05).
       01  WS-MONTA-CLASSE      PIC 9(01).

       01  FILA-CLASSE-STATUS   PIC X(02).
       01  ALERTA-STATUS        PIC X(02).
               10  CLS-TAB-TIPO     PIC X(02).
               10  CLS-TAB-CLASSE   PIC 9(01).

       01  WS-DRENO-POS         PIC 9(05).
       01  WS-DRENO-CLASSE      PIC 9(01).
       01  WS-BUSCA-POS         PIC 9(05).
       01  WS-BUSCA-COUNT       PIC 9(05).
       01  WS-SHIFT-POS         PIC 9(05).
       01  WS-PROX-POS          PIC 9(05).
       01  WS-ULT-POS           PIC 9(05).
       01  WS-DRENADOS-CLASSE.
           05  WS-DRENO-CL OCCURS 9 TIMES PIC 9(04) VALUE 0.

       01  PARAM-STATUS         PIC X(02).
       01  WS-CAPACIDADE        PIC 9(04) VALUE 10.
       01  WS-CAPACIDADE-PADRAO PIC 9(04) VALUE 10.
       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DEMO-SW           PIC X(01) VALUE 'S'.
           88  DEMO-PERMITIDA   VALUE 'S'.

       01  FILA-SLA-STATUS      PIC X(02).
       01  WS-SLA-LIMITE        PIC 9(05) VALUE 300.
       01  WS-SLA-PADRAO        PIC 9(05) VALUE 300.
       01  WS-AGORA             PIC X(26).
       01  WS-SEG-AGORA         PIC 9(07).
       01  WS-SEG-CHEGADA       PIC 9(07).
       01  WS-ESPERA            PIC S9(07).
       01  WS-SLA-POS           PIC 9(05).
       01  WS-SLA-COUNT         PIC 9(05).
       01  WS-TOTAL-SLA         PIC 9(04) VALUE 0.

       01  IN-ITEM              PIC X(27).
       01  FILA-LOG-STATUS      PIC X(02).
       01  FILA-TXN-STATUS      PIC X(02).
       01  FILA-ERR-STATUS      PIC X(02).
       01  SEEN-STATUS          PIC X(02).
       01  OPS-REPT-STATUS      PIC X(02).

       01  WS-LIST-POS          PIC 9(05).
       01  WS-LIST-COUNT        PIC 9(05).
       01  WS-LIST-ORDEM        PIC 9(04).
       01  WS-TAMANHO-DERIVADO  PIC 9(04).

       01  PILHA-HND-STATUS     PIC X(02).

       01  WS-TOTAL-DESENFILEIRADOS PIC 9(04) VALUE 0.
       01  WS-TOTAL-REPASSADOS  PIC 9(04) VALUE 0.

      * Acompanhamento da ocupacao da filial para o CAPHIST.
       01  CAP-HIST-STATUS      PIC X(02).
       01  WS-LIMIAR-MARGEM     PIC 9(04) VALUE 0.
       01  WS-OCUPACAO-INICIAL  PIC 9(04) VALUE 0.
       01  WS-PICO-OCUPACAO     PIC 9(04) VALUE 0.
       01  WS-PICO-CARIMBO      PIC X(26).
       01  WS-ENTRADAS-MARGEM   PIC 9(05) VALUE 0.
       01  WS-TOTAL-FILA-CHEIA  PIC 9(05) VALUE 0.

       01  WS-REPASSE-SW        PIC X(01) VALUE 'N'.
           88  REPASSE-DIVERGENTE  VALUE 'Y'.
           88  REPASSE-CONFERE     VALUE 'N'.
               10  TIPO-CODIGO  PIC X(02).
               10  TIPO-VALOR   PIC 9(09)V99.

      * Cancelamento por ITEM-ID: o item sai da posicao em que estiver
      * e os de tras avancam, preservando a ordem de chegada.
       01  CANCEL-STATUS        PIC X(02).
       01  CANCEL-NLOC-STATUS   PIC X(02).
       01  WS-CANCEL-ID         PIC X(08).
       01  WS-CANCEL-POS        PIC 9(04).
       01  WS-CANCEL-ORDEM      PIC 9(04).
       01  WS-TOTAL-CANCELADOS  PIC 9(04) VALUE 0.
       01  WS-TOTAL-NAO-LOCALIZ PIC 9(04) VALUE 0.
       01  WS-VALOR-CANCELADO   PIC 9(11)V99 VALUE 0.
       01  WS-VALOR-ITEM        PIC 9(07)V99.
       01  WS-VALOR-BRUTO       PIC X(09).

      * Filiais do lote (cadastro FILIAIS): cada filial tem a sua
      * fila, a sua capacidade e o seu limite de espera (zero usa o
      * PARAMRUN) e o seu registro no OPSREPT.  Sem cadastro, uma
      * filial unica de codigo em branco.
       01  FILIAL-STATUS        PIC X(02).
       01  WS-FILIAIS-SW        PIC X(01) VALUE 'N'.
           88  FILIAIS-CADASTRADAS  VALUE 'S'.
       01  WS-FIL-IDX           PIC 9(02).
       01  WS-GRUPO-FILIAL      PIC X(03).
       01  TAB-FILIAIS.
           05  FLT-QTDE         PIC 9(02) VALUE 0.
           05  FLT-ENT OCCURS 10 TIMES.
               10  FLT-CODIGO       PIC X(03).
               10  FLT-CAP-FILA     PIC 9(04).
               10  FLT-SLA          PIC 9(05).
       01  WS-RC-MAXIMO         PIC 9(02) VALUE 0.

      * Ciclos do dia (CICLOCTL, mesma regra do LOTE-CONTROLE): num
      * ciclo intermediario a fila nao e drenada e os itens seguem
      * em FILACKP para o ciclo seguinte, que os recoloca na fila
      * antes das transacoes novas.  So o ultimo ciclo drena.
       01  CICLO-STATUS         PIC X(02).
       01  FILA-CKPT-STATUS     PIC X(02).
       01  WS-MODO-CICLO-SW     PIC X(01) VALUE 'N'.
           88  MODO-CICLOS      VALUE 'S'.
       01  WS-CICLO             PIC 9(02) VALUE 1.
       01  WS-CICLOS-DIA        PIC 9(02) VALUE 1.
       01  WS-CICLO-FINAL-SW    PIC X(01) VALUE 'S'.
           88  CICLO-FINAL          VALUE 'S'.
           88  CICLO-INTERMEDIARIO  VALUE 'N'.
       01  WS-CARRY-SW          PIC X(01) VALUE 'N'.
           88  CARRY-PRESENTE   VALUE 'S'.
       01  WS-CAR-IDX           PIC 9(05).
       01  WS-CAR-POS           PIC 9(05).
       01  WS-CAR-COUNT         PIC 9(05).
       01  WS-TOTAL-TRAZIDOS    PIC 9(04) VALUE 0.
       01  WS-CAP-ELEVADA-SW    PIC X(01) VALUE 'N'.
           88  CAPACIDADE-ELEVADA VALUE 'S'.
       01  TAB-CARRY-ENTRADA.
           05  CAR-QTDE         PIC 9(05) VALUE 0.
           05  CAR-ENT OCCURS 99990 TIMES.
               10  CAR-FILIAL       PIC X(03).
               10  CAR-ITEM         PIC X(27).
               10  CAR-CHEGADA      PIC X(26).
               10  CAR-CLASSE       PIC 9(01).
       01  TAB-CARRY-SAIDA.
           05  CSA-QTDE         PIC 9(05) VALUE 0.
           05  CSA-ENT OCCURS 99990 TIMES.
               10  CSA-FILIAL       PIC X(03).
               10  CSA-ITEM         PIC X(27).
               10  CSA-CHEGADA      PIC X(26).
               10  CSA-CLASSE       PIC 9(01).

       COPY ITEMEVT.
       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CARREGAR-PARAMETROS

           PERFORM CARREGAR-CICLO

           PERFORM CARREGAR-FILIAIS

           PERFORM CARREGAR-CLASSES-DRENO

           PERFORM PRIMAR-ARQUIVOS-AUDITORIA

           OPEN OUTPUT PILHA-HND-FILE
           PERFORM PROCESSAR-FILIAL
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > FLT-QTDE
           CLOSE PILHA-HND-FILE

           PERFORM GRAVAR-CARRY-CICLO

           PERFORM SELAR-TRILHA-FILA

           SET EVT-ENCERRAR TO TRUE
           CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS

           MOVE WS-RC-MAXIMO TO RETURN-CODE
           GOBACK.

      * A execucao so acrescenta ao FILALOG: o selo e renovado se o
      * que ja estava selado continua intacto.
       SELAR-TRILHA-FILA.
           IF NOT MODO-SIMULACAO
               SET SLO-SELAR-ACRESCIMO TO TRUE
               MOVE "FILALOG" TO SLO-ARQUIVO
               MOVE "FILA-EXEMPLO" TO SLO-PROGRAMA
               CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS
           END-IF.

       PROCESSAR-FILIAL.
           PERFORM INICIAR-FILIAL

           PERFORM PROCESSAR-TRANSACOES-FILA

           PERFORM VERIFICAR-INTEGRIDADE-FILA

           PERFORM VERIFICAR-SLA-FILA

           IF CICLO-INTERMEDIARIO
               PERFORM GUARDAR-CARRY-FILIAL
           ELSE
               PERFORM DRENAR-FILA
           END-IF

           PERFORM GRAVAR-RELATORIO-CONSOLIDADO
           PERFORM GRAVAR-HISTORICO-OCUPACAO
           PERFORM DEFINIR-RETURN-CODE.

       INICIAR-FILIAL.
           IF FILIAIS-CADASTRADAS
               DISPLAY "===== Fila da filial " FLT-CODIGO(WS-FIL-IDX)
                   " ====="
           END-IF
           MOVE WS-CAPACIDADE-PADRAO TO WS-CAPACIDADE
           IF FLT-CAP-FILA(WS-FIL-IDX) > 0
               MOVE FLT-CAP-FILA(WS-FIL-IDX) TO WS-CAPACIDADE
           END-IF
           MOVE WS-SLA-PADRAO TO WS-SLA-LIMITE
           IF FLT-SLA(WS-FIL-IDX) > 0
               MOVE FLT-SLA(WS-FIL-IDX) TO WS-SLA-LIMITE
           END-IF
           MOVE 1 TO FILA-FRENTE FILA-TRAS
           MOVE 0 TO FILA-TAMANHO
           MOVE 0 TO WS-TOTAL-ENFILEIRADOS WS-TOTAL-REJEITADOS
               WS-TOTAL-DESENFILEIRADOS WS-TOTAL-REPASSADOS
               WS-TOTAL-SLA WS-TOTAL-CANCELADOS WS-TOTAL-NAO-LOCALIZ
           MOVE 0 TO WS-VALOR-TOTAL WS-VALOR-CANCELADO TIPO-QTDE
           INITIALIZE WS-DRENADOS-CLASSE
           SET REPASSE-CONFERE TO TRUE
           SET FILA-INTEGRA TO TRUE
           MOVE 0 TO WS-TOTAL-TRAZIDOS
           MOVE 'N' TO WS-CAP-ELEVADA-SW
           PERFORM RESTAURAR-CARRY-FILIAL
               VARYING WS-CAR-IDX FROM 1 BY 1
               UNTIL WS-CAR-IDX > CAR-QTDE
           IF CAPACIDADE-ELEVADA
               DISPLAY "ALERTA: itens do ciclo anterior acima da "
                   "capacidade - capacidade elevada para " WS-CAPACIDADE
               MOVE 'M' TO WS-ALR-SEVERIDADE
               MOVE "FILACAP" TO WS-ALR-CODIGO
               MOVE SPACES TO WS-ALR-TEXTO
               STRING "CAPACIDADE DA FILA ELEVADA PARA " WS-CAPACIDADE
                   " PELOS ITENS DO CICLO ANTERIOR"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               PERFORM GRAVAR-ALERTA
           END-IF
           IF WS-TOTAL-TRAZIDOS > 0
               IF FILA-TAMANHO = WS-CAPACIDADE
                   MOVE 1 TO FILA-TRAS
               ELSE
                   COMPUTE FILA-TRAS = FILA-TAMANHO + 1
               END-IF
               DISPLAY "Itens trazidos do ciclo anterior (FILACKP): "
                   WS-TOTAL-TRAZIDOS
           END-IF
           PERFORM INICIAR-OCUPACAO.

      * Os itens do ciclo anterior voltam a fila na ordem em que
      * sairam, da posicao 1 em diante, com chegada e classe
      * originais; nao contam de novo como enfileirados.  Se a
      * capacidade baixou entre os ciclos ela sobe o bastante para
      * nao perder item.
       RESTAURAR-CARRY-FILIAL.
           IF CAR-FILIAL(WS-CAR-IDX) = FLT-CODIGO(WS-FIL-IDX)
               AND FILA-TAMANHO < 9999
               IF FILA-TAMANHO = WS-CAPACIDADE
                   ADD 1 TO WS-CAPACIDADE
                   SET CAPACIDADE-ELEVADA TO TRUE
               END-IF
               ADD 1 TO FILA-TAMANHO
               MOVE CAR-ITEM(WS-CAR-IDX) TO FILA-ITENS(FILA-TAMANHO)
               MOVE CAR-CHEGADA(WS-CAR-IDX)
                   TO FILA-CHEGADA(FILA-TAMANHO)
               MOVE CAR-CLASSE(WS-CAR-IDX)
                   TO FILA-CLASSE(FILA-TAMANHO)
               ADD 1 TO WS-TOTAL-TRAZIDOS
           END-IF.

       DEFINIR-RETURN-CODE.
           IF FILA-CORROMPIDA
               MOVE 8 TO WS-RC-MAXIMO
           ELSE
               IF WS-TOTAL-REJEITADOS > 0 OR REPASSE-DIVERGENTE
                   OR WS-TOTAL-SLA > 0 OR WS-TOTAL-NAO-LOCALIZ > 0
                   IF WS-RC-MAXIMO < 4
                       MOVE 4 TO WS-RC-MAXIMO
                   END-IF
               END-IF
           END-IF.

      * Ciclo do dia pelo CICLOCTL (sem o arquivo, ciclo unico e
      * final) e itens deixados na fila pelo ciclo anterior.
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
           OPEN INPUT FILA-CKPT-FILE
           IF FILA-CKPT-STATUS = "00"
               SET CARRY-PRESENTE TO TRUE
               PERFORM LER-CARRY-FILA
                   UNTIL FILA-CKPT-STATUS NOT = "00"
               CLOSE FILA-CKPT-FILE
           END-IF.

       LER-CARRY-FILA.
           READ FILA-CKPT-FILE
               NOT AT END
                   IF CAR-QTDE < 99990
                       ADD 1 TO CAR-QTDE
                       MOVE FCK-FILIAL TO CAR-FILIAL(CAR-QTDE)
                       MOVE FCK-ITEM TO CAR-ITEM(CAR-QTDE)
                       MOVE FCK-CHEGADA TO CAR-CHEGADA(CAR-QTDE)
                       MOVE FCK-CLASSE TO CAR-CLASSE(CAR-QTDE)
                   ELSE
                       DISPLAY "ALERTA: FILACKP acima de 99990 itens - "
                           "item nao trazido: " FCK-ITEM
                   END-IF
           END-READ.

      * Ciclo intermediario: o que ficou na fila da filial vai para
      * FILACKP, da frente para tras; nada e repassado a pilha.
       GUARDAR-CARRY-FILIAL.
           DISPLAY "Ciclo intermediario - fila nao drenada; "
               FILA-TAMANHO " item(ns) seguem para o proximo ciclo"
           MOVE FILA-FRENTE TO WS-CAR-POS
           PERFORM GUARDAR-CARRY-ITEM
               VARYING WS-CAR-COUNT FROM 1 BY 1
               UNTIL WS-CAR-COUNT > FILA-TAMANHO.

       GUARDAR-CARRY-ITEM.
           IF CSA-QTDE < 99990
               ADD 1 TO CSA-QTDE
               MOVE FLT-CODIGO(WS-FIL-IDX) TO CSA-FILIAL(CSA-QTDE)
               MOVE FILA-ITENS(WS-CAR-POS) TO CSA-ITEM(CSA-QTDE)
               MOVE FILA-CHEGADA(WS-CAR-POS) TO CSA-CHEGADA(CSA-QTDE)
               MOVE FILA-CLASSE(WS-CAR-POS) TO CSA-CLASSE(CSA-QTDE)
           END-IF
           ADD 1 TO WS-CAR-POS
           IF WS-CAR-POS > WS-CAPACIDADE
               MOVE 1 TO WS-CAR-POS
           END-IF.

      * FILACKP e regravado no fim da execucao: com os itens que
      * seguem num ciclo intermediario, vazio no ultimo ciclo (a
      * fila foi drenada).  Uma execucao com fila corrompida (RC 8)
      * nao o toca, e a reexecucao traz os mesmos itens de novo.
       GRAVAR-CARRY-CICLO.
           IF NOT MODO-SIMULACAO AND WS-RC-MAXIMO < 8
               AND (MODO-CICLOS OR CARRY-PRESENTE)
               OPEN OUTPUT FILA-CKPT-FILE
               PERFORM GRAVAR-CARRY-ITEM
                   VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > CSA-QTDE
               CLOSE FILA-CKPT-FILE
               IF CSA-QTDE > 0
                   DISPLAY "Itens levados ao proximo ciclo em "
                       "FILACKP: " CSA-QTDE
               END-IF
           END-IF.

       GRAVAR-CARRY-ITEM.
           MOVE SPACES TO FCK-REC
           MOVE CSA-FILIAL(WS-CAR-IDX) TO FCK-FILIAL
           MOVE CSA-ITEM(WS-CAR-IDX) TO FCK-ITEM
           MOVE CSA-CHEGADA(WS-CAR-IDX) TO FCK-CHEGADA
           MOVE CSA-CLASSE(WS-CAR-IDX) TO FCK-CLASSE
           WRITE FCK-REC.

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
               MOVE 0 TO FLT-CAP-FILA(1)
               MOVE 0 TO FLT-SLA(1)
           END-IF.

       LER-FILIAL.
           READ FILIAL-FILE
               NOT AT END
                   IF FLT-QTDE < 10
                       ADD 1 TO FLT-QTDE
                       MOVE FIL-CODIGO TO FLT-CODIGO(FLT-QTDE)
                       MOVE 0 TO FLT-CAP-FILA(FLT-QTDE)
                       MOVE 0 TO FLT-SLA(FLT-QTDE)
                       IF FIL-CAP-FILA IS NUMERIC
                           MOVE FIL-CAP-FILA TO FLT-CAP-FILA(FLT-QTDE)
                       END-IF
                       IF FIL-SLA-SEGUNDOS IS NUMERIC
                           MOVE FIL-SLA-SEGUNDOS TO FLT-SLA(FLT-QTDE)
                       END-IF
                   ELSE
                       DISPLAY "ALERTA: limite de 10 filiais excedido "
                           "- filial ignorada: " FIL-CODIGO
                   END-IF
           END-READ.

       CARREGAR-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
           MOVE WS-DATA-CORRENTE(1:8) TO WS-DATA-NEGOCIO
           IF PARAM-STATUS = "00"
               READ PARAM-FILE
                   NOT AT END
                       IF PAR-CAPACIDADE-FILA IS NUMERIC
                           AND PAR-CAPACIDADE-FILA > 0
                           MOVE PAR-CAPACIDADE-FILA
                               TO WS-CAPACIDADE-PADRAO
                       END-IF
                       IF PAR-DATA-NEGOCIO > 0
                           MOVE PAR-DATA-NEGOCIO TO WS-DATA-NEGOCIO
                       MOVE PAR-PERMITE-DEMO TO WS-DEMO-SW
                       IF PAR-SLA-SEGUNDOS IS NUMERIC
                           AND PAR-SLA-SEGUNDOS > 0
                           MOVE PAR-SLA-SEGUNDOS TO WS-SLA-PADRAO
                       END-IF
                       IF PAR-SIMULACAO = 'S'
                           MOVE 'S' TO WS-SIMULACAO-SW
           ELSE
               DISPLAY "PARAMRUN ausente - usando parametros padrao"
           END-IF
           DISPLAY "Capacidade da fila: " WS-CAPACIDADE-PADRAO
               " / data de negocio: " WS-DATA-NEGOCIO.

      * Em simulacao as trilhas persistentes (FILALOG, FILAERRO,
               DISPLAY "Item rejeitado - formato invalido: " IN-ITEM
               PERFORM REGISTRAR-ITEM-INVALIDO
               ADD 1 TO WS-TOTAL-REJEITADOS
               MOVE IN-ITEM TO EVT-ITEM
               MOVE "REJEITADO" TO EVT-CODIGO
               MOVE "FORMATO INVALIDO" TO EVT-DETALHE
               PERFORM REGISTRAR-SITUACAO-ITEM
           ELSE
               IF FILA-TAMANHO = WS-CAPACIDADE
                   DISPLAY "Fila cheia!"
                   PERFORM REGISTRAR-ITEM-REJEITADO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   ADD 1 TO WS-TOTAL-FILA-CHEIA
                   MOVE FUNCTION UPPER-CASE(IN-ITEM) TO EVT-ITEM
                   MOVE "REJEITADO" TO EVT-CODIGO
                   MOVE "FILA CHEIA" TO EVT-DETALHE
                   PERFORM REGISTRAR-SITUACAO-ITEM
               ELSE
                   MOVE FUNCTION UPPER-CASE(IN-ITEM)
                       TO FILA-ITENS(FILA-TRAS)
                   MOVE WS-CLASSE-ITEM TO FILA-CLASSE(FILA-TRAS)
                   DISPLAY "Item enfileirado: " FILA-ITENS(FILA-TRAS)
                       " (classe " FILA-CLASSE(FILA-TRAS) ")"
                   MOVE FILA-ITENS(FILA-TRAS) TO EVT-ITEM
                   MOVE "ENFILEIRADO" TO EVT-CODIGO
                   MOVE SPACES TO EVT-DETALHE
                   STRING "CLASSE " FILA-CLASSE(FILA-TRAS)
                       DELIMITED BY SIZE INTO EVT-DETALHE
                   PERFORM REGISTRAR-SITUACAO-ITEM
                   IF FILA-TRAS = WS-CAPACIDADE
                       MOVE 1 TO FILA-TRAS
                   ELSE
                       ADD 1 TO FILA-TRAS
                   END-IF
                   ADD 1 TO FILA-TAMANHO
                   PERFORM ACOMPANHAR-OCUPACAO
                   ADD 1 TO WS-TOTAL-ENFILEIRADOS
                   PERFORM ACUMULAR-VALOR-TIPO
               END-IF
               MOVE WS-TIPO-IDX TO WS-TIPO-ACHADO
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

       REGISTRAR-ITEM-INVALIDO.
           IF NOT MODO-SIMULACAO
               MOVE FUNCTION CURRENT-DATE TO ERR-TIMESTAMP
               MOVE IN-ITEM TO ERR-ITEM
               MOVE FLT-CODIGO(WS-FIL-IDX) TO ERR-FILIAL
               PERFORM LOCALIZAR-ORIGEM-ITEM
               OPEN EXTEND FILA-ERR-FILE
               WRITE FILA-ERR-REC
               CLOSE FILA-ERR-FILE
               CLOSE FILA-SLA-FILE
           END-IF.

      * O PILHAHND fica aberto durante todas as filiais; cada uma
      * abre o seu grupo com a marca "H".
       DRENAR-FILA.
           IF FILIAIS-CADASTRADAS
               MOVE "H" TO HND-CODE
               MOVE SPACES TO HND-ITEM
               MOVE FLT-CODIGO(WS-FIL-IDX) TO HND-ITEM(1:3)
               WRITE PILHA-HND-REC
           END-IF
           PERFORM MONTAR-FILAS-CLASSE
           PERFORM DESENFILEIRAR UNTIL FILA-TAMANHO = 0
           PERFORM RECONCILIAR-REPASSE.

      * Uma passada da frente para tras liga cada posicao ocupada ao
      * fim da lista da sua classe; a ordem de chegada dentro da
      * classe fica preservada.  Classe fora de 1-9 drena como 9.
       MONTAR-FILAS-CLASSE.
           INITIALIZE TAB-FILAS-CLASSE
           MOVE FILA-FRENTE TO WS-MONTA-POS
           PERFORM ENCADEAR-POSICAO-CLASSE
               VARYING WS-MONTA-COUNT FROM 1 BY 1
               UNTIL WS-MONTA-COUNT > FILA-TAMANHO.

       ENCADEAR-POSICAO-CLASSE.
           MOVE FILA-CLASSE(WS-MONTA-POS) TO WS-MONTA-CLASSE
           IF WS-MONTA-CLASSE < 1
               MOVE 9 TO WS-MONTA-CLASSE
           END-IF
           IF FCL-QTDE(WS-MONTA-CLASSE) = 0
               MOVE WS-MONTA-POS TO FCL-CABECA(WS-MONTA-CLASSE)
           ELSE
               MOVE WS-MONTA-POS
                   TO FILA-PROX-CLASSE(FCL-CAUDA(WS-MONTA-CLASSE))
           END-IF
           MOVE WS-MONTA-POS TO FCL-CAUDA(WS-MONTA-CLASSE)
           MOVE 0 TO FILA-PROX-CLASSE(WS-MONTA-POS)
           ADD 1 TO FCL-QTDE(WS-MONTA-CLASSE)
           ADD 1 TO WS-MONTA-POS
           IF WS-MONTA-POS > WS-CAPACIDADE
               MOVE 1 TO WS-MONTA-POS
           END-IF.

      * A drenagem serve primeiro a classe mais alta (menor numero),
      * FIFO dentro da classe: cada chamada tira a cabeca da lista
      * da melhor classe ainda com itens e repassa-a para a pilha.
      * O custo nao depende do tamanho da fila; as posicoes ficam
      * livres e, esvaziada a fila, FILA-TRAS volta a FILA-FRENTE.
       DESENFILEIRAR.
           IF FILA-TAMANHO = 0
               DISPLAY "Fila vazia!"
                   " (classe " WS-DRENO-CLASSE ")"
               ADD 1 TO WS-TOTAL-DESENFILEIRADOS
               ADD 1 TO WS-DRENO-CL(WS-DRENO-CLASSE)
               MOVE FILA-ITENS(WS-DRENO-POS) TO EVT-ITEM
               MOVE "DRENADO" TO EVT-CODIGO
               MOVE SPACES TO EVT-DETALHE
               STRING "CLASSE " WS-DRENO-CLASSE
                   DELIMITED BY SIZE INTO EVT-DETALHE
               PERFORM REGISTRAR-SITUACAO-ITEM
               PERFORM REPASSAR-ITEM-PARA-PILHA
               MOVE FILA-PROX-CLASSE(WS-DRENO-POS)
                   TO FCL-CABECA(WS-DRENO-CLASSE)
               SUBTRACT 1 FROM FCL-QTDE(WS-DRENO-CLASSE)
               SUBTRACT 1 FROM FILA-TAMANHO
               IF FILA-TAMANHO = 0
                   MOVE FILA-FRENTE TO FILA-TRAS
               END-IF
           END-IF.

       LOCALIZAR-PROXIMO-DRENO.
           MOVE 1 TO WS-DRENO-CLASSE
           PERFORM AVANCAR-CLASSE-DRENO
               UNTIL FCL-QTDE(WS-DRENO-CLASSE) > 0
                   OR WS-DRENO-CLASSE = 9
           MOVE FCL-CABECA(WS-DRENO-CLASSE) TO WS-DRENO-POS.

       AVANCAR-CLASSE-DRENO.
           ADD 1 TO WS-DRENO-CLASSE.

      * Compactacao do cancelamento: desloca os itens atras da
      * posicao retirada um slot em direcao a frente e recua
      * FILA-TRAS.
       REMOVER-POSICAO-FILA.
           COMPUTE WS-ULT-POS = FILA-TRAS - 1
           IF WS-ULT-POS < 1
           WRITE PILHA-HND-REC
           IF PILHA-HND-STATUS = "00"
               ADD 1 TO WS-TOTAL-REPASSADOS
               MOVE HND-ITEM TO EVT-ITEM
               MOVE "REPASSADO" TO EVT-CODIGO
               MOVE "PILHAHND" TO EVT-DETALHE
               PERFORM REGISTRAR-SITUACAO-ITEM
           END-IF.

      * Ciclo de vida do item (ITEMSIT); em simulacao nada e
      * registrado.
       REGISTRAR-SITUACAO-ITEM.
           IF NOT MODO-SIMULACAO AND EVT-ITEM(1:8) NOT = SPACES
               SET EVT-REGISTRAR TO TRUE
               MOVE "FILA" TO EVT-PROGRAMA
               CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS
           END-IF.

       CARREGAR-CLASSES-DRENO.
           IF FILA-TXN-STATUS = "00"
               DISPLAY "Arquivo de transacoes encontrado - "
                   "processando FILATXN"
               MOVE FLT-CODIGO(1) TO WS-GRUPO-FILIAL
               PERFORM LER-E-ENFILEIRAR-TRANSACAO
                   UNTIL FILA-TXN-STATUS NOT = "00"
               CLOSE FILA-TXN-FILE
           ELSE
               IF DEMO-PERMITIDA AND WS-FIL-IDX = 1
                   DISPLAY "Nenhum arquivo de transacoes encontrado - "
                       "usando carga padrao"
                   MOVE "PRIMEIRO" TO WS-DEMO-ID
           MOVE WS-DATA-NEGOCIO TO ITEM-DATA-NEG
           MOVE ITEM-NEGOCIO TO IN-ITEM.

      * Registros antes da primeira marca "H" sao da matriz.
       LER-E-ENFILEIRAR-TRANSACAO.
           READ FILA-TXN-FILE
               NOT AT END
                   IF TXN-CODE = "H"
                       MOVE TXN-ITEM(1:3) TO WS-GRUPO-FILIAL
                   ELSE
                       IF WS-GRUPO-FILIAL = FLT-CODIGO(WS-FIL-IDX)
                           PERFORM TRATAR-TRANSACAO-FILA
                       END-IF
                   END-IF
           END-READ.

       TRATAR-TRANSACAO-FILA.
           IF TXN-CODE = "C"
               MOVE TXN-ITEM(1:8) TO WS-CANCEL-ID
               PERFORM CANCELAR-ITEM-FILA
           ELSE
               MOVE TXN-ITEM TO IN-ITEM
               PERFORM ENFILEIRAR
           END-IF.

      * Cancelamento por ITEM-ID: procura da frente para tras (a
      * ocorrencia mais antiga do id) e retira o item compactando a
      * fila.  Sem item correspondente o pedido vai para CANCNLOC.
       CANCELAR-ITEM-FILA.
           MOVE FUNCTION UPPER-CASE(WS-CANCEL-ID) TO WS-CANCEL-ID
           MOVE 0 TO WS-CANCEL-POS
           MOVE FILA-FRENTE TO WS-BUSCA-POS
           PERFORM LOCALIZAR-ITEM-CANCELADO
               VARYING WS-BUSCA-COUNT FROM 1 BY 1
               UNTIL WS-BUSCA-COUNT > FILA-TAMANHO
                   OR WS-CANCEL-POS > 0
           IF WS-CANCEL-POS = 0
               DISPLAY "Cancelamento sem item na fila: " WS-CANCEL-ID
               ADD 1 TO WS-TOTAL-NAO-LOCALIZ
               PERFORM REGISTRAR-CANCEL-NAO-LOCALIZ
           ELSE
               PERFORM RETIRAR-ITEM-CANCELADO
           END-IF.

       LOCALIZAR-ITEM-CANCELADO.
           IF FILA-ITENS(WS-BUSCA-POS)(1:8) = WS-CANCEL-ID
               MOVE WS-BUSCA-POS TO WS-CANCEL-POS
               MOVE WS-BUSCA-COUNT TO WS-CANCEL-ORDEM
           ELSE
               ADD 1 TO WS-BUSCA-POS
               IF WS-BUSCA-POS > WS-CAPACIDADE
                   MOVE 1 TO WS-BUSCA-POS
               END-IF
           END-IF.

       RETIRAR-ITEM-CANCELADO.
           MOVE SPACES TO CAN-REC
           MOVE FILA-ITENS(WS-CANCEL-POS) TO CAN-ITEM
           MOVE "FILA" TO CAN-LOCAL
           MOVE WS-CANCEL-ORDEM TO CAN-POSICAO
           MOVE FILA-CLASSE(WS-CANCEL-POS) TO CAN-PRIORIDADE
           DISPLAY "Item cancelado (posicao " CAN-POSICAO "): "
               CAN-ITEM
           MOVE CAN-ITEM(11:9) TO WS-VALOR-BRUTO
           IF WS-VALOR-BRUTO IS NUMERIC
               COMPUTE WS-VALOR-ITEM =
                   FUNCTION NUMVAL(WS-VALOR-BRUTO) / 100
               ADD WS-VALOR-ITEM TO WS-VALOR-CANCELADO
           END-IF
           PERFORM REGISTRAR-CANCELAMENTO
           MOVE WS-CANCEL-POS TO WS-DRENO-POS
           PERFORM REMOVER-POSICAO-FILA
           ADD 1 TO WS-TOTAL-CANCELADOS
           MOVE CAN-ITEM TO EVT-ITEM
           MOVE "CANCELADO" TO EVT-CODIGO
           MOVE SPACES TO EVT-DETALHE
           STRING "FILA POSICAO " CAN-POSICAO
               DELIMITED BY SIZE INTO EVT-DETALHE
           PERFORM REGISTRAR-SITUACAO-ITEM.

      * Em simulacao os registros de cancelamento ficam intactos,
      * como as demais trilhas.
       REGISTRAR-CANCELAMENTO.
           IF NOT MODO-SIMULACAO
               MOVE FUNCTION CURRENT-DATE TO CAN-TIMESTAMP
               MOVE WS-DATA-NEGOCIO TO CAN-DATA-NEGOCIO
               MOVE "FILA" TO CAN-ESTRUTURA
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
               MOVE "FILA" TO NLOC-ESTRUTURA
               MOVE WS-CANCEL-ID TO NLOC-ITEM-ID
               OPEN EXTEND CANCEL-NLOC-FILE
               IF CANCEL-NLOC-STATUS NOT = "00"
                   OPEN OUTPUT CANCEL-NLOC-FILE
               END-IF
               WRITE NLOC-REC
               CLOSE CANCEL-NLOC-FILE
           END-IF.

       LISTAR-FILA.
           DISPLAY "===== Conteudo da fila (sem remover) ====="
           IF FILA-TAMANHO = 0
           DISPLAY "===========================================".

       EXIBIR-ITEM-FILA.
           MOVE WS-LIST-COUNT TO WS-LIST-ORDEM
           DISPLAY "Posicao " WS-LIST-ORDEM ": "
               FILA-ITENS(WS-LIST-POS)
           ADD 1 TO WS-LIST-POS
           IF WS-LIST-POS > WS-CAPACIDADE
               CLOSE FILA-LOG-FILE
           END-IF.

      * Pico de ocupacao da filial e entradas na margem de alerta
      * (80% da capacidade).  Os itens trazidos do ciclo anterior ja
      * formam a ocupacao de abertura.
       INICIAR-OCUPACAO.
           COMPUTE WS-LIMIAR-MARGEM = WS-CAPACIDADE * 8 / 10
           IF WS-LIMIAR-MARGEM < 1
               MOVE 1 TO WS-LIMIAR-MARGEM
           END-IF
           MOVE FILA-TAMANHO TO WS-OCUPACAO-INICIAL
           MOVE FILA-TAMANHO TO WS-PICO-OCUPACAO
           MOVE FUNCTION CURRENT-DATE TO WS-PICO-CARIMBO
           MOVE 0 TO WS-ENTRADAS-MARGEM WS-TOTAL-FILA-CHEIA
           IF FILA-TAMANHO >= WS-LIMIAR-MARGEM
               MOVE 1 TO WS-ENTRADAS-MARGEM
           END-IF.

      * Chamado a cada item que entra: so a subida ate o limiar
      * conta como nova entrada na margem.
       ACOMPANHAR-OCUPACAO.
           IF FILA-TAMANHO > WS-PICO-OCUPACAO
               MOVE FILA-TAMANHO TO WS-PICO-OCUPACAO
               MOVE FUNCTION CURRENT-DATE TO WS-PICO-CARIMBO
           END-IF
           IF FILA-TAMANHO = WS-LIMIAR-MARGEM
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
               MOVE "FILA" TO CAP-ESTRUTURA
               MOVE FLT-CODIGO(WS-FIL-IDX) TO CAP-FILIAL
               MOVE WS-CAPACIDADE TO CAP-CAPACIDADE
               MOVE WS-LIMIAR-MARGEM TO CAP-LIMIAR
               MOVE WS-OCUPACAO-INICIAL TO CAP-OCUPACAO-INICIAL
               MOVE WS-PICO-OCUPACAO TO CAP-PICO
               MOVE WS-PICO-CARIMBO TO CAP-PICO-CARIMBO
               MOVE WS-ENTRADAS-MARGEM TO CAP-ENTRADAS-MARGEM
               MOVE WS-TOTAL-FILA-CHEIA TO CAP-RECUSADOS
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
           MOVE WS-TOTAL-ENFILEIRADOS TO OPS-PROCESSADOS
           MOVE WS-TOTAL-REJEITADOS TO OPS-REJEITADOS
           MOVE FILA-TAMANHO TO OPS-RESTANTES
      * No ciclo intermediario o que fica na fila e retido para o
      * ciclo seguinte, nao sobra.
           IF CICLO-INTERMEDIARIO
               MOVE FILA-TAMANHO TO OPS-RETIDOS
           END-IF
           MOVE WS-SIMULACAO-SW TO OPS-SIMULACAO
           MOVE WS-DATA-NEGOCIO TO OPS-DATA-NEGOCIO
           MOVE WS-TOTAL-CANCELADOS TO OPS-CANCELADOS
           MOVE WS-TOTAL-NAO-LOCALIZ TO OPS-CANCEL-NAO-LOCALIZ
           MOVE WS-VALOR-CANCELADO TO OPS-VALOR-CANCELADO
           MOVE FLT-CODIGO(WS-FIL-IDX) TO OPS-FILIAL
           PERFORM GRAVAR-TOTAIS-VALOR
           PERFORM GRAVAR-DRENO-CLASSE
               VARYING WS-CLS-IDX FROM 1 BY 1
