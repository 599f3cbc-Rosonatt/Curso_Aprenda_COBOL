           SELECT SETTLE-FILE ASSIGN TO "PILHASET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SETTLE-STATUS.
           SELECT CANCEL-FILE ASSIGN TO "CANCREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CANCEL-STATUS.
           SELECT CANCEL-NLOC-FILE ASSIGN TO "CANCNLOC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CANCEL-NLOC-STATUS.
           SELECT FILIAL-FILE ASSIGN TO "FILIAIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILIAL-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALPROC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDARIO-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.
           SELECT CAP-HIST-FILE ASSIGN TO "CAPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CAP-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Um registro de checkpoint por filial.
       FD  PILHA-CKPT-FILE.
       01  PILHA-CKPT-REC.
           05  CKPT-ITENS OCCURS 100 TIMES PIC X(27).
           05  CKPT-TOPO   PIC 9(03).
           05  CKPT-FILIAL PIC X(03).

       FD  PILHA-TXN-FILE.
       01  PILHA-TXN-REC.
           05  SET-ITEM         PIC X(27).
           05  SET-TIMESTAMP    PIC X(26).

       FD  CANCEL-FILE.
       COPY CANCREG.

       FD  CANCEL-NLOC-FILE.
       COPY CANCNLOC.

       FD  FILIAL-FILE.
       COPY FILIAL.

       FD  CALENDARIO-FILE.
       COPY CALPROC.

       FD  CICLO-FILE.
       COPY CICLOCTL.

       FD  CAP-HIST-FILE.
       COPY CAPHIST.

       WORKING-STORAGE SECTION.
       01  PILHA.
           05  PILHA-ITENS OCCURS 100 TIMES PIC X(27).

       01  PARAM-STATUS         PIC X(02).
       01  WS-CAPACIDADE        PIC 9(03) VALUE 10.
       01  WS-CAPACIDADE-PADRAO PIC 9(03) VALUE 10.
       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DEMO-SW           PIC X(01) VALUE 'S'.
           88  DEMO-PERMITIDA   VALUE 'S'.
       01  WS-TOTAL-POPS        PIC 9(04) VALUE 0.
       01  WS-TOTAL-UNDERFLOW   PIC 9(04) VALUE 0.
       01  WS-TOTAL-OVERFLOW    PIC 9(04) VALUE 0.

      * Acompanhamento da ocupacao da filial para o CAPHIST.
       01  CAP-HIST-STATUS      PIC X(02).
       01  WS-LIMIAR-MARGEM     PIC 9(03) VALUE 0.
       01  WS-OCUPACAO-INICIAL  PIC 9(03) VALUE 0.
       01  WS-PICO-OCUPACAO     PIC 9(03) VALUE 0.
       01  WS-PICO-CARIMBO      PIC X(26).
       01  WS-ENTRADAS-MARGEM   PIC 9(05) VALUE 0.
       01  WS-TOTAL-INVALIDOS   PIC 9(04) VALUE 0.

       01  WS-ITEM-VALIDO-SW    PIC X(01) VALUE 'Y'.
               10  TIPO-CODIGO  PIC X(02).
               10  TIPO-VALOR   PIC 9(09)V99.

      * Valor em carteira na pilha na abertura (checkpoint
      * restaurado) e no fechamento, para o OPSREPT.
       01  WS-VALOR-ABERTURA    PIC 9(11)V99 VALUE 0.
       01  WS-VALOR-CARTEIRA    PIC 9(11)V99 VALUE 0.
       01  WS-VALOR-ITEM        PIC 9(07)V99.
       01  WS-VALOR-BRUTO       PIC X(09).

       01  WS-ORIGEM-PUSH       PIC X(08) VALUE SPACES.

      * Cancelamento por ITEM-ID (codigo C): o item e retirado de
      * onde estiver, preservando a ordem dos demais.
      * WS-SLOTS-CKPT e quantos slots do fundo ainda guardam itens
      * restaurados do checkpoint (so diminui quando o topo desce
      * abaixo dele), o que separa carga anterior de carga do dia.
       01  CANCEL-STATUS        PIC X(02).
       01  CANCEL-NLOC-STATUS   PIC X(02).
       01  WS-CANCEL-ID         PIC X(08).
       01  WS-CANCEL-POS        PIC 9(03).
       01  WS-SHIFT-POS         PIC 9(03).
       01  WS-SLOTS-CKPT        PIC 9(03) VALUE 0.
       01  WS-TOTAL-CANCELADOS  PIC 9(04) VALUE 0.
       01  WS-TOTAL-NAO-LOCALIZ PIC 9(04) VALUE 0.
       01  WS-VALOR-CANCELADO   PIC 9(11)V99 VALUE 0.

      * Filiais do lote (cadastro FILIAIS).  Cada filial tem a sua
      * pilha, o seu checkpoint e o seu registro no OPSREPT; as
      * transacoes da filial vem depois da marca "H" com o codigo
      * dela no PILHATXN e no PILHAHND.  Sem cadastro, uma filial
      * unica de codigo em branco com os parametros do PARAMRUN.
      * Em feriado proprio da filial a pilha nao e drenada.
       01  FILIAL-STATUS        PIC X(02).
       01  CALENDARIO-STATUS    PIC X(02).
       01  WS-FILIAIS-SW        PIC X(01) VALUE 'N'.
           88  FILIAIS-CADASTRADAS  VALUE 'S'.
       01  WS-FIL-IDX           PIC 9(02).
       01  WS-FIL-CAL           PIC 9(02).
       01  WS-GRUPO-FILIAL      PIC X(03).
       01  TAB-FILIAIS.
           05  FLT-QTDE         PIC 9(02) VALUE 0.
           05  FLT-ENT OCCURS 10 TIMES.
               10  FLT-CODIGO       PIC X(03).
               10  FLT-CAP-PILHA    PIC 9(03).
               10  FLT-FERIADO-SW   PIC X(01).
                   88  FLT-EM-FERIADO   VALUE 'S'.
       01  WS-RC-MAXIMO         PIC 9(02) VALUE 0.

      * Ciclos do dia (CICLOCTL, mesma regra do LOTE-CONTROLE): num
      * ciclo intermediario a pilha nao e drenada, como em feriado
      * da filial; o checkpoint a leva inteira ao ciclo seguinte.
       01  CICLO-STATUS         PIC X(02).
       01  WS-MODO-CICLO-SW     PIC X(01) VALUE 'N'.
           88  MODO-CICLOS      VALUE 'S'.
       01  WS-CICLO             PIC 9(02) VALUE 1.
       01  WS-CICLOS-DIA        PIC 9(02) VALUE 1.
       01  WS-CICLO-FINAL-SW    PIC X(01) VALUE 'S'.
           88  CICLO-FINAL          VALUE 'S'.
           88  CICLO-INTERMEDIARIO  VALUE 'N'.

       01  WS-CKT-IDX           PIC 9(02).
       01  WS-CKT-ATUAL         PIC 9(02) VALUE 0.
       01  TAB-CHECKPOINTS.
           05  CKT-QTDE         PIC 9(02) VALUE 0.
           05  CKT-REC OCCURS 10 TIMES PIC X(2706).
       COPY ITEMEVT.
       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CICLO
           PERFORM CARREGAR-FILIAIS

           OPEN OUTPUT SETTLE-FILE
           OPEN OUTPUT CARRY-REPT-FILE
           MOVE "ITENS RETIDOS NA PILHA (CARRY PARA DATA FUTURA)"
               TO CARRY-REPT-REC
           WRITE CARRY-REPT-REC

           PERFORM CARREGAR-CHECKPOINT

           PERFORM PROCESSAR-FILIAL
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > FLT-QTDE

           CLOSE CARRY-REPT-FILE
           CLOSE SETTLE-FILE
           PERFORM SELAR-LIQUIDACAO

           SET EVT-ENCERRAR TO TRUE
           CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS

           MOVE WS-RC-MAXIMO TO RETURN-CODE
           GOBACK.

      * O PILHASET e regravado por inteiro a cada execucao; o selo
      * e conferido pelo LOTE-CONTROLE e pela LIMPEZA-AUDITORIA.
       SELAR-LIQUIDACAO.
           SET SLO-SELAR TO TRUE
           MOVE "PILHASET" TO SLO-ARQUIVO
           MOVE "PILHA-EXEMPLO" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS.

       PROCESSAR-FILIAL.
           PERFORM INICIAR-FILIAL
           MOVE PILHA-TOPO TO WS-SLOTS-CKPT
           PERFORM SOMAR-VALOR-CARTEIRA
           MOVE WS-VALOR-CARTEIRA TO WS-VALOR-ABERTURA

           PERFORM PROCESSAR-TRANSACOES

           PERFORM PROCESSAR-REPASSE-FILA

           IF FLT-EM-FERIADO(WS-FIL-IDX)
               DISPLAY "Filial " FLT-CODIGO(WS-FIL-IDX)
                   " em feriado - pilha nao drenada"
               PERFORM GRAVAR-CARRY-FERIADO
           ELSE
               IF CICLO-INTERMEDIARIO
                   DISPLAY "Ciclo intermediario - pilha nao drenada; "
                       PILHA-TOPO " item(ns) seguem para o proximo "
                       "ciclo"
                   MOVE PILHA-TOPO TO WS-TOTAL-RETIDOS
                   PERFORM GRAVAR-CARRY-CICLO
               ELSE
                   PERFORM DRENAR-PILHA-FIM-DIA
               END-IF
           END-IF

           PERFORM EXIBIR-TOTAIS-AUDITORIA
           PERFORM GRAVAR-RELATORIO-CONSOLIDADO
           PERFORM GRAVAR-HISTORICO-OCUPACAO
           PERFORM DEFINIR-RETURN-CODE.

      * Estado e totais sao da filial; a pilha vem do checkpoint
      * dela e a capacidade do cadastro (zero usa a do PARAMRUN).
       INICIAR-FILIAL.
           IF FILIAIS-CADASTRADAS
               DISPLAY "===== Pilha da filial " FLT-CODIGO(WS-FIL-IDX)
                   " ====="
           END-IF
           MOVE WS-CAPACIDADE-PADRAO TO WS-CAPACIDADE
           IF FLT-CAP-PILHA(WS-FIL-IDX) > 0
               AND FLT-CAP-PILHA(WS-FIL-IDX) <= 100
               MOVE FLT-CAP-PILHA(WS-FIL-IDX) TO WS-CAPACIDADE
           END-IF
           MOVE 0 TO WS-TOTAL-PUSHES WS-TOTAL-POPS WS-TOTAL-UNDERFLOW
               WS-TOTAL-OVERFLOW WS-TOTAL-INVALIDOS WS-TOTAL-RETIDOS
               WS-TOTAL-REPASSE WS-TOTAL-CANCELADOS
               WS-TOTAL-NAO-LOCALIZ
           MOVE 0 TO WS-VALOR-TOTAL WS-VALOR-CANCELADO
           MOVE 0 TO TIPO-QTDE RET-QTDE
           PERFORM RESTAURAR-CHECKPOINT-FILIAL
           PERFORM INICIAR-OCUPACAO.

       DEFINIR-RETURN-CODE.
           IF WS-TOTAL-OVERFLOW > 0 OR WS-TOTAL-UNDERFLOW > 0
               OR WS-TOTAL-INVALIDOS > 0 OR WS-TOTAL-NAO-LOCALIZ > 0
               MOVE 4 TO WS-RC-MAXIMO
           END-IF.

       CARREGAR-FILIAIS.
           OPEN INPUT FILIAL-FILE
           IF FILIAL-STATUS = "00"
               PERFORM LER-FILIAL
                   UNTIL FILIAL-STATUS NOT = "00"
               CLOSE FILIAL-FILE
           END-IF
           IF FLT-QTDE > 0
               SET FILIAIS-CADASTRADAS TO TRUE
               OPEN INPUT CALENDARIO-FILE
               IF CALENDARIO-STATUS = "00"
                   PERFORM LER-CALENDARIO-FILIAIS
                       UNTIL CALENDARIO-STATUS NOT = "00"
                   CLOSE CALENDARIO-FILE
               END-IF
               DISPLAY "Filiais cadastradas em FILIAIS: " FLT-QTDE
           ELSE
               MOVE 1 TO FLT-QTDE
               MOVE SPACES TO FLT-CODIGO(1)
               MOVE 0 TO FLT-CAP-PILHA(1)
               MOVE 'N' TO FLT-FERIADO-SW(1)
           END-IF.

       LER-FILIAL.
           READ FILIAL-FILE
               NOT AT END
                   IF FLT-QTDE < 10
                       ADD 1 TO FLT-QTDE
                       MOVE FIL-CODIGO TO FLT-CODIGO(FLT-QTDE)
                       MOVE 0 TO FLT-CAP-PILHA(FLT-QTDE)
                       IF FIL-CAP-PILHA IS NUMERIC
                           MOVE FIL-CAP-PILHA TO FLT-CAP-PILHA(FLT-QTDE)
                       END-IF
                       MOVE 'N' TO FLT-FERIADO-SW(FLT-QTDE)
                   ELSE
                       DISPLAY "ALERTA: limite de 10 filiais excedido "
                           "- filial ignorada: " FIL-CODIGO
                   END-IF
           END-READ.

       LER-CALENDARIO-FILIAIS.
           READ CALENDARIO-FILE
               NOT AT END
                   IF CAL-DATA = WS-DATA-NEGOCIO AND CAL-FERIADO
                       AND CAL-FILIAL NOT = SPACES
                       PERFORM MARCAR-FERIADO-FILIAL
                           VARYING WS-FIL-CAL FROM 1 BY 1
                           UNTIL WS-FIL-CAL > FLT-QTDE
                   END-IF
           END-READ.

       MARCAR-FERIADO-FILIAL.
           IF FLT-CODIGO(WS-FIL-CAL) = CAL-FILIAL
               MOVE 'S' TO FLT-FERIADO-SW(WS-FIL-CAL)
           END-IF.

      * Ciclo do dia pelo CICLOCTL; sem o arquivo, ciclo unico e
      * final.
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
           END-IF.

       CARREGAR-PARAMETROS.
                   NOT AT END
                       IF PAR-CAPACIDADE-PILHA > 0
                           AND PAR-CAPACIDADE-PILHA <= 100
                           MOVE PAR-CAPACIDADE-PILHA
                               TO WS-CAPACIDADE-PADRAO
                       END-IF
                       IF PAR-DATA-NEGOCIO > 0
                           MOVE PAR-DATA-NEGOCIO TO WS-DATA-NEGOCIO
               DISPLAY "Pilha em modo SIMULACAO - checkpoint nao "
                   "sera gravado"
           END-IF
           DISPLAY "Capacidade da pilha: " WS-CAPACIDADE-PADRAO
               " / data de negocio: " WS-DATA-NEGOCIO.

       PUSH.
           IF ITEM-INVALIDO
               DISPLAY "Item rejeitado - campo invalido: " IN-ITEM
               ADD 1 TO WS-TOTAL-INVALIDOS
               MOVE IN-ITEM TO EVT-ITEM
               MOVE "REJEITADO" TO EVT-CODIGO
               MOVE "CAMPO INVALIDO" TO EVT-DETALHE
               PERFORM REGISTRAR-SITUACAO-ITEM
           ELSE
               IF PILHA-TOPO >= WS-CAPACIDADE
                   DISPLAY "Pilha cheia!"
                   ADD 1 TO WS-TOTAL-OVERFLOW
                   MOVE FUNCTION UPPER-CASE(IN-ITEM) TO EVT-ITEM
                   MOVE "REJEITADO" TO EVT-CODIGO
                   MOVE "PILHA CHEIA" TO EVT-DETALHE
                   PERFORM REGISTRAR-SITUACAO-ITEM
               ELSE
                   ADD 1 TO PILHA-TOPO
                   PERFORM ACOMPANHAR-OCUPACAO
                   MOVE FUNCTION UPPER-CASE(IN-ITEM)
                       TO PILHA-ITENS(PILHA-TOPO)
                   DISPLAY "Item empilhado: " PILHA-ITENS(PILHA-TOPO)
                   ADD 1 TO WS-TOTAL-PUSHES
                   PERFORM ACUMULAR-VALOR-TIPO
                   PERFORM GRAVAR-CHECKPOINT
                   MOVE PILHA-ITENS(PILHA-TOPO) TO EVT-ITEM
                   MOVE "EMPILHADO" TO EVT-CODIGO
                   MOVE WS-ORIGEM-PUSH TO EVT-DETALHE
                   PERFORM REGISTRAR-SITUACAO-ITEM
               END-IF
           END-IF.

                   ADD 1 TO WS-TOTAL-RETIDOS
                   DISPLAY "Item retido para data futura: "
                       ITEM-NEGOCIO
                   MOVE ITEM-NEGOCIO TO EVT-ITEM
                   MOVE "CARREGADO" TO EVT-CODIGO
                   MOVE SPACES TO EVT-DETALHE
                   STRING "AGUARDA " ITEM-DATA-NEG
                       DELIMITED BY SIZE INTO EVT-DETALHE
                   PERFORM REGISTRAR-SITUACAO-ITEM
               ELSE
                   DISPLAY "ALERTA: tabela de retidos cheia - item "
                       "futuro desempilhado mesmo assim"
           ADD 1 TO PILHA-TOPO
           MOVE RET-ITEM(WS-RET-IDX) TO PILHA-ITENS(PILHA-TOPO).

      * O PILHACAR e aberto uma vez no MAIN; com varias filiais cada
      * uma abre a sua secao.
       GRAVAR-RELATORIO-CARRY.
           PERFORM GRAVAR-CABECALHO-CARRY-FILIAL
           IF RET-QTDE = 0
               MOVE "  NENHUM ITEM RETIDO NESTA EXECUCAO"
                   TO CARRY-REPT-REC
               PERFORM GRAVAR-LINHA-CARRY
                   VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > RET-QTDE
           END-IF.

       GRAVAR-CABECALHO-CARRY-FILIAL.
           IF FILIAIS-CADASTRADAS
               MOVE SPACES TO CARRY-REPT-REC
               STRING "FILIAL " FLT-CODIGO(WS-FIL-IDX)
                   DELIMITED BY SIZE INTO CARRY-REPT-REC
               WRITE CARRY-REPT-REC
           END-IF.

       GRAVAR-CARRY-FERIADO.
           PERFORM GRAVAR-CABECALHO-CARRY-FILIAL
           MOVE "  FILIAL EM FERIADO - PILHA NAO DRENADA"
               TO CARRY-REPT-REC
           WRITE CARRY-REPT-REC.

       GRAVAR-CARRY-CICLO.
           PERFORM GRAVAR-CABECALHO-CARRY-FILIAL
           MOVE "  CICLO INTERMEDIARIO - PILHA NAO DRENADA"
               TO CARRY-REPT-REC
           WRITE CARRY-REPT-REC.

       GRAVAR-LINHA-CARRY.
           MOVE RET-ITEM(WS-RET-IDX) TO CAR-ITEM
               DISPLAY "Item desempilhado: " PILHA-ITENS(PILHA-TOPO)
               PERFORM GRAVAR-LIQUIDACAO
               SUBTRACT 1 FROM PILHA-TOPO
               IF PILHA-TOPO < WS-SLOTS-CKPT
                   MOVE PILHA-TOPO TO WS-SLOTS-CKPT
               END-IF
               ADD 1 TO WS-TOTAL-POPS
               PERFORM GRAVAR-CHECKPOINT
           END-IF.

      * Cancelamento por ITEM-ID: procura do topo para o fundo (a
      * ocorrencia mais recente do id) e retira o item, descendo um
      * slot os que estavam acima dele.  Sem item correspondente o
      * pedido vai para CANCNLOC.
       CANCELAR-ITEM.
           MOVE FUNCTION UPPER-CASE(WS-CANCEL-ID) TO WS-CANCEL-ID
           MOVE 0 TO WS-CANCEL-POS
           PERFORM LOCALIZAR-ITEM-CANCELADO
               VARYING WS-CKPT-IDX FROM PILHA-TOPO BY -1
               UNTIL WS-CKPT-IDX < 1 OR WS-CANCEL-POS > 0
           IF WS-CANCEL-POS = 0
               DISPLAY "Cancelamento sem item na pilha: " WS-CANCEL-ID
               ADD 1 TO WS-TOTAL-NAO-LOCALIZ
               PERFORM REGISTRAR-CANCEL-NAO-LOCALIZ
           ELSE
               PERFORM RETIRAR-ITEM-CANCELADO
           END-IF.

       LOCALIZAR-ITEM-CANCELADO.
           IF PILHA-ITENS(WS-CKPT-IDX)(1:8) = WS-CANCEL-ID
               MOVE WS-CKPT-IDX TO WS-CANCEL-POS
           END-IF.

       RETIRAR-ITEM-CANCELADO.
           MOVE SPACES TO CAN-REC
           MOVE PILHA-ITENS(WS-CANCEL-POS) TO CAN-ITEM
           IF WS-CANCEL-POS <= WS-SLOTS-CKPT
               MOVE "PILHACKP" TO CAN-LOCAL
               SUBTRACT 1 FROM WS-SLOTS-CKPT
           ELSE
               MOVE "PILHA" TO CAN-LOCAL
           END-IF
           COMPUTE CAN-POSICAO = PILHA-TOPO - WS-CANCEL-POS + 1
           DISPLAY "Item cancelado (" CAN-LOCAL " posicao "
               CAN-POSICAO "): " CAN-ITEM
           MOVE CAN-ITEM(11:9) TO WS-VALOR-BRUTO
           IF WS-VALOR-BRUTO IS NUMERIC
               COMPUTE WS-VALOR-ITEM =
                   FUNCTION NUMVAL(WS-VALOR-BRUTO) / 100
               ADD WS-VALOR-ITEM TO WS-VALOR-CANCELADO
           END-IF
           PERFORM REGISTRAR-CANCELAMENTO
           PERFORM DESCER-SLOT-PILHA
               VARYING WS-SHIFT-POS FROM WS-CANCEL-POS BY 1
               UNTIL WS-SHIFT-POS >= PILHA-TOPO
           SUBTRACT 1 FROM PILHA-TOPO
           ADD 1 TO WS-TOTAL-CANCELADOS
           PERFORM GRAVAR-CHECKPOINT
           MOVE CAN-ITEM TO EVT-ITEM
           MOVE "CANCELADO" TO EVT-CODIGO
           MOVE SPACES TO EVT-DETALHE
           STRING CAN-LOCAL DELIMITED BY SPACE
               " POSICAO " CAN-POSICAO DELIMITED BY SIZE
               INTO EVT-DETALHE
           PERFORM REGISTRAR-SITUACAO-ITEM.

       DESCER-SLOT-PILHA.
           MOVE PILHA-ITENS(WS-SHIFT-POS + 1)
               TO PILHA-ITENS(WS-SHIFT-POS).

      * Em simulacao os registros de cancelamento ficam intactos,
      * como as demais trilhas.
       REGISTRAR-CANCELAMENTO.
           IF NOT MODO-SIMULACAO
               MOVE FUNCTION CURRENT-DATE TO CAN-TIMESTAMP
               MOVE WS-DATA-NEGOCIO TO CAN-DATA-NEGOCIO
               MOVE "PILHA" TO CAN-ESTRUTURA
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
               MOVE "PILHA" TO NLOC-ESTRUTURA
               MOVE WS-CANCEL-ID TO NLOC-ITEM-ID
               OPEN EXTEND CANCEL-NLOC-FILE
               IF CANCEL-NLOC-STATUS NOT = "00"
                   OPEN OUTPUT CANCEL-NLOC-FILE
               END-IF
               WRITE NLOC-REC
               CLOSE CANCEL-NLOC-FILE
           END-IF.

       GRAVAR-LIQUIDACAO.
           MOVE PILHA-ITENS(PILHA-TOPO) TO SET-ITEM
           MOVE FUNCTION CURRENT-DATE TO SET-TIMESTAMP
           WRITE SETTLE-REC
           MOVE SET-ITEM TO EVT-ITEM
           MOVE "LIQUIDADO" TO EVT-CODIGO
           MOVE "PILHASET" TO EVT-DETALHE
           PERFORM REGISTRAR-SITUACAO-ITEM.

      * Ciclo de vida do item (ITEMSIT); em simulacao nada e
      * registrado.
       REGISTRAR-SITUACAO-ITEM.
           IF NOT MODO-SIMULACAO AND EVT-ITEM(1:8) NOT = SPACES
               SET EVT-REGISTRAR TO TRUE
               MOVE "PILHA" TO EVT-PROGRAMA
               CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS
           END-IF.

      * Registros antes da primeira marca "H" sao da matriz.
       PROCESSAR-TRANSACOES.
           OPEN INPUT PILHA-TXN-FILE
           IF PILHA-TXN-STATUS = "00"
               DISPLAY "Arquivo de transacoes encontrado - "
                   "processando PILHATXN"
               MOVE FLT-CODIGO(1) TO WS-GRUPO-FILIAL
               PERFORM LER-E-PROCESSAR-TRANSACAO
                   UNTIL PILHA-TXN-STATUS NOT = "00"
               CLOSE PILHA-TXN-FILE
           ELSE
               IF DEMO-PERMITIDA AND WS-FIL-IDX = 1
                   DISPLAY "Nenhum arquivo de transacoes encontrado - "
                       "usando carga padrao"
                   MOVE "DEMO" TO WS-ORIGEM-PUSH
                   MOVE "PRIMEIRO" TO WS-DEMO-ID
                   PERFORM MONTAR-ITEM-DEMO
                   PERFORM PUSH
       LER-E-PROCESSAR-TRANSACAO.
           READ PILHA-TXN-FILE
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
                   MOVE "PILHATXN" TO WS-ORIGEM-PUSH
                   PERFORM PUSH
               WHEN "D"
                   PERFORM POP
               WHEN "C"
                   MOVE TXN-ITEM(1:8) TO WS-CANCEL-ID
                   PERFORM CANCELAR-ITEM
               WHEN OTHER
                   DISPLAY "Invalid transaction code: " TXN-CODE
           END-EVALUATE.

       PROCESSAR-REPASSE-FILA.
           OPEN INPUT PILHA-HND-FILE
           IF PILHA-HND-STATUS = "00"
               DISPLAY "Repasse da fila encontrado - processando "
                   "PILHAHND"
               MOVE FLT-CODIGO(1) TO WS-GRUPO-FILIAL
               PERFORM LER-E-PROCESSAR-REPASSE
                   UNTIL PILHA-HND-STATUS NOT = "00"
               CLOSE PILHA-HND-FILE
       LER-E-PROCESSAR-REPASSE.
           READ PILHA-HND-FILE
               NOT AT END
                   IF HND-CODE = "H"
                       MOVE HND-ITEM(1:3) TO WS-GRUPO-FILIAL
                   ELSE
                       IF WS-GRUPO-FILIAL = FLT-CODIGO(WS-FIL-IDX)
                           PERFORM PROCESSAR-REPASSE
                       END-IF
                   END-IF
           END-READ.

       PROCESSAR-REPASSE.
           IF HND-CODE = "E"
               MOVE HND-ITEM TO IN-ITEM
               MOVE "PILHAHND" TO WS-ORIGEM-PUSH
               PERFORM PUSH
               ADD 1 TO WS-TOTAL-REPASSE
           ELSE
               DISPLAY "Invalid transaction code: " HND-CODE
           END-IF.

       EXIBIR-TOTAIS-AUDITORIA.
           DISPLAY "===== Resumo de auditoria da pilha =====".
           DISPLAY "Total de PUSH executados......: " WS-TOTAL-PUSHES.
               WS-TOTAL-OVERFLOW.
           DISPLAY "Itens retidos (data futura)....: "
               WS-TOTAL-RETIDOS.
           DISPLAY "Itens cancelados por ITEM-ID...: "
               WS-TOTAL-CANCELADOS.
           DISPLAY "Cancelamentos nao localizados..: "
               WS-TOTAL-NAO-LOCALIZ.
           DISPLAY "Itens restantes no topo (PILHA-TOPO): "
               PILHA-TOPO.
           DISPLAY "=========================================".

      * O PILHACKP inteiro (um registro por filial) fica em
      * memoria e e regravado a cada checkpoint.
       CARREGAR-CHECKPOINT.
           OPEN INPUT PILHA-CKPT-FILE
           IF PILHA-CKPT-STATUS = "00"
               PERFORM LER-CHECKPOINT
                   UNTIL PILHA-CKPT-STATUS NOT = "00"
               CLOSE PILHA-CKPT-FILE
           END-IF.

       LER-CHECKPOINT.
           READ PILHA-CKPT-FILE
               NOT AT END
                   IF CKT-QTDE < 10
                       ADD 1 TO CKT-QTDE
                       MOVE PILHA-CKPT-REC TO CKT-REC(CKT-QTDE)
                   END-IF
           END-READ.

       RESTAURAR-CHECKPOINT-FILIAL.
           MOVE 0 TO WS-CKT-ATUAL
           PERFORM LOCALIZAR-CHECKPOINT-FILIAL
               VARYING WS-CKT-IDX FROM 1 BY 1
               UNTIL WS-CKT-IDX > CKT-QTDE
           IF WS-CKT-ATUAL > 0
               MOVE CKT-REC(WS-CKT-ATUAL) TO PILHA-CKPT-REC
               PERFORM RESTAURAR-SLOT-CHECKPOINT
                   VARYING WS-CKPT-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-IDX > 100
               MOVE CKPT-TOPO TO PILHA-TOPO
               DISPLAY "Checkpoint encontrado - pilha "
                   "restaurada ate o topo " PILHA-TOPO
           ELSE
               DISPLAY "Nenhum checkpoint encontrado - "
                   "iniciando pilha vazia"
               MOVE SPACES TO PILHA-CKPT-REC
               PERFORM RESTAURAR-SLOT-CHECKPOINT
                   VARYING WS-CKPT-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-IDX > 100
               MOVE 0 TO PILHA-TOPO
               IF CKT-QTDE < 10
                   ADD 1 TO CKT-QTDE
                   MOVE CKT-QTDE TO WS-CKT-ATUAL
                   MOVE 0 TO CKPT-TOPO
                   MOVE FLT-CODIGO(WS-FIL-IDX) TO CKPT-FILIAL
                   MOVE PILHA-CKPT-REC TO CKT-REC(WS-CKT-ATUAL)
               END-IF
           END-IF.

       LOCALIZAR-CHECKPOINT-FILIAL.
           MOVE CKT-REC(WS-CKT-IDX) TO PILHA-CKPT-REC
           IF CKPT-FILIAL = FLT-CODIGO(WS-FIL-IDX)
               MOVE WS-CKT-IDX TO WS-CKT-ATUAL
           END-IF.

       RESTAURAR-SLOT-CHECKPOINT.
           MOVE CKPT-ITENS(WS-CKPT-IDX) TO PILHA-ITENS(WS-CKPT-IDX).

       GRAVAR-CHECKPOINT.
           IF NOT MODO-SIMULACAO AND WS-CKT-ATUAL > 0
               PERFORM SALVAR-SLOT-CHECKPOINT
                   VARYING WS-CKPT-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-IDX > 100
               MOVE PILHA-TOPO TO CKPT-TOPO
               MOVE FLT-CODIGO(WS-FIL-IDX) TO CKPT-FILIAL
               MOVE PILHA-CKPT-REC TO CKT-REC(WS-CKT-ATUAL)
               OPEN OUTPUT PILHA-CKPT-FILE
               PERFORM GRAVAR-CHECKPOINT-FILIAL
                   VARYING WS-CKT-IDX FROM 1 BY 1
                   UNTIL WS-CKT-IDX > CKT-QTDE
               CLOSE PILHA-CKPT-FILE
           END-IF.

       GRAVAR-CHECKPOINT-FILIAL.
           WRITE PILHA-CKPT-REC FROM CKT-REC(WS-CKT-IDX).

       SALVAR-SLOT-CHECKPOINT.
           MOVE PILHA-ITENS(WS-CKPT-IDX) TO CKPT-ITENS(WS-CKPT-IDX).

      * Pico de ocupacao da filial e entradas na margem de alerta
      * (80% da capacidade).  Os itens do checkpoint ja
      * formam a ocupacao de abertura.
       INICIAR-OCUPACAO.
           COMPUTE WS-LIMIAR-MARGEM = WS-CAPACIDADE * 8 / 10
           IF WS-LIMIAR-MARGEM < 1
               MOVE 1 TO WS-LIMIAR-MARGEM
           END-IF
           MOVE PILHA-TOPO TO WS-OCUPACAO-INICIAL
           MOVE PILHA-TOPO TO WS-PICO-OCUPACAO
           MOVE FUNCTION CURRENT-DATE TO WS-PICO-CARIMBO
           MOVE 0 TO WS-ENTRADAS-MARGEM
           IF PILHA-TOPO >= WS-LIMIAR-MARGEM
               MOVE 1 TO WS-ENTRADAS-MARGEM
           END-IF.

      * Chamado a cada item que entra: so a subida ate o limiar
      * conta como nova entrada na margem.
       ACOMPANHAR-OCUPACAO.
           IF PILHA-TOPO > WS-PICO-OCUPACAO
               MOVE PILHA-TOPO TO WS-PICO-OCUPACAO
               MOVE FUNCTION CURRENT-DATE TO WS-PICO-CARIMBO
           END-IF
           IF PILHA-TOPO = WS-LIMIAR-MARGEM
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
               MOVE "PILHA" TO CAP-ESTRUTURA
               MOVE FLT-CODIGO(WS-FIL-IDX) TO CAP-FILIAL
               MOVE WS-CAPACIDADE TO CAP-CAPACIDADE
               MOVE WS-LIMIAR-MARGEM TO CAP-LIMIAR
               MOVE WS-OCUPACAO-INICIAL TO CAP-OCUPACAO-INICIAL
               MOVE WS-PICO-OCUPACAO TO CAP-PICO
               MOVE WS-PICO-CARIMBO TO CAP-PICO-CARIMBO
               MOVE WS-ENTRADAS-MARGEM TO CAP-ENTRADAS-MARGEM
               MOVE WS-TOTAL-OVERFLOW TO CAP-RECUSADOS
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
           MOVE PILHA-TOPO TO OPS-RESTANTES
           MOVE WS-TOTAL-RETIDOS TO OPS-RETIDOS
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
           STRING "UNDERFLOW=" WS-TOTAL-UNDERFLOW
               " CAP=" WS-CAPACIDADE
           WRITE OPS-REPT-REC
           CLOSE OPS-REPT-FILE.

       SOMAR-VALOR-CARTEIRA.
           MOVE 0 TO WS-VALOR-CARTEIRA
           PERFORM SOMAR-VALOR-SLOT
               VARYING WS-CKPT-IDX FROM 1 BY 1
               UNTIL WS-CKPT-IDX > PILHA-TOPO.

       SOMAR-VALOR-SLOT.
           MOVE PILHA-ITENS(WS-CKPT-IDX)(11:9) TO WS-VALOR-BRUTO
           IF WS-VALOR-BRUTO IS NUMERIC
               COMPUTE WS-VALOR-ITEM =
                   FUNCTION NUMVAL(WS-VALOR-BRUTO) / 100
               ADD WS-VALOR-ITEM TO WS-VALOR-CARTEIRA
           END-IF.

       GRAVAR-TOTAIS-VALOR.
           MOVE WS-VALOR-TOTAL TO OPS-VALOR-TOTAL
           PERFORM GRAVAR-TOTAL-TIPO
