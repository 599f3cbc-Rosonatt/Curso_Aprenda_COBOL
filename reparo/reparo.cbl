       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARO-REJEITADOS.
      * Reparo dos itens rejeitados pela fila e pelo deque.  As
      * correcoes digitadas em CORRECOES nao vao direto ao INTAKE:
      * passam para CORRPEND como pendentes, com o operador que as
      * digitou, e so voltam ao INTAKE depois de aprovadas por outro
      * operador no APROVAR-CORRECOES.  Diferenca de valor acima do
      * limite do CORRPARM exige aprovacao de supervisor.  O que
      * continua a espera sai em CORRPREL com a idade em horas.  O
      * item reenviado volta em nome da fonte e da filial que o
      * rejeitado traz, num envelope por fonte e filial.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT PENDENTE-FILE ASSIGN TO "CORRPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDENTE-STATUS.
           SELECT LIMITE-FILE ASSIGN TO "CORRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIMITE-STATUS.
           SELECT PENDENTE-REL-FILE ASSIGN TO "CORRPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDENTE-REL-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  FILA-ERR-REC.
           05  ERR-TIMESTAMP    PIC X(26).
           05  ERR-ITEM         PIC X(27).
           05  ERR-ORIGEM       PIC X(08).
           05  ERR-FILIAL       PIC X(03).

       FD  DEQUE-ERR-FILE.
       01  DEQUE-ERR-REC.
           05  DERR-TIMESTAMP   PIC X(26).
           05  DERR-ITEM        PIC X(27).
           05  DERR-ORIGEM      PIC X(08).
           05  DERR-PRIORIDADE  PIC X(01).
           05  DERR-FILIAL      PIC X(03).

      * Arquivo de correcoes digitado pelo operador: um registro por
      * item rejeitado a reparar, casado por origem + texto original
      * e, se digitada, pela filial em que o item foi recusado.
      * COR-OPERADOR e quem digitou; correcao sem operador e ignorada.
       FD  CORRECAO-FILE.
       01  CORRECAO-REC.
           05  COR-ORIGEM       PIC X(05).
           05  COR-ITEM-ORIGINAL PIC X(27).
           05  COR-ITEM-CORRIGIDO PIC X(27).
           05  COR-PRIORIDADE   PIC X(01).
           05  COR-OPERADOR     PIC X(08).
           05  COR-FILIAL       PIC X(03).

       FD  INTAKE-FILE.
       COPY INTAKE.
       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  PENDENTE-FILE.
       COPY CORRPEND.

      * Limite de diferenca de ITEM-VALOR acima do qual a correcao
      * so pode ser aprovada por supervisor.  Sem o arquivo vale o
      * padrao de WS-LIMITE-SUPERVISOR.
       FD  LIMITE-FILE.
       01  LIMITE-REC.
           05  LIM-VALOR-SUPERVISOR PIC 9(07)V99.

       FD  PENDENTE-REL-FILE.
       01  PENDENTE-REL-REC     PIC X(132).

       FD  ALERTA-FILE.
       COPY ALERTREG.

       WORKING-STORAGE SECTION.
       01  FILA-ERR-STATUS      PIC X(02).
       01  DEQUE-ERR-STATUS     PIC X(02).
       01  INTAKE-STATUS        PIC X(02).
       01  DISPOSICAO-STATUS    PIC X(02).
       01  PARAM-STATUS         PIC X(02).
       01  PENDENTE-STATUS      PIC X(02).
       01  LIMITE-STATUS        PIC X(02).
       01  PENDENTE-REL-STATUS  PIC X(02).
       01  ALERTA-STATUS        PIC X(02).

      * Envelope dos itens reenviados ao INTAKE: o roteador exige
      * cabecalho e trailer por fonte, e o item reparado volta em
      * nome da fonte que o enviou (REPARO quando o rejeitado nao a
      * traz) e da filial em que foi recusado, para que um novo
      * rejeite seja devolvido a ela e conte no placar dela.
       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-ENV-CONTAGEM      PIC 9(06) VALUE 0.
       01  WS-ENV-HASH          PIC 9(13)V99 VALUE 0.
       01  WS-ENV-FONTE         PIC X(08).
       01  WS-ENV-FILIAL        PIC X(03).

      * Reenvios da execucao, guardados para sair agrupados num
      * envelope por fonte e filial (o roteador aceita um numero
      * limitado de envelopes por execucao).  Cada correcao aprovada
      * e reenviada uma vez so, e cabem todas.
       01  TAB-REENVIOS.
           05  REE-QTDE         PIC 9(03) VALUE 0.
           05  REE-ENT OCCURS 500 TIMES.
               10  REE-FONTE        PIC X(08).
               10  REE-FILIAL       PIC X(03).
               10  REE-REGISTRO     PIC X(34).
               10  REE-VALOR        PIC 9(07)V99.
               10  REE-GRAVADO      PIC X(01).
       01  WS-REE-IDX           PIC 9(03).
       01  WS-REE-POS           PIC 9(03).

      * Todas as correcoes de CORRPEND mais as digitadas agora, na
      * imagem do CPD-REC; COR-TAB-USADA marca as aprovadas que
      * acharam o seu item rejeitado nesta execucao.
       01  TAB-CORRECOES.
           05  COR-QTDE         PIC 9(03) VALUE 0.
           05  COR-ENT OCCURS 500 TIMES.
               10  COR-TAB-REC        PIC X(156).
               10  COR-TAB-USADA      PIC X(01).

       01  WS-COR-IDX           PIC 9(03).
       01  WS-COR-ACHADA        PIC 9(03).
       01  WS-COR-APROVADA      PIC 9(03).
       01  WS-COR-PENDENTE      PIC 9(03).
       01  WS-COR-REENVIADA     PIC 9(03).
       01  WS-COR-RECUSADA      PIC 9(03).
       01  WS-ORIGEM-ATUAL      PIC X(05).
       01  WS-ITEM-ATUAL        PIC X(27).
       01  WS-FONTE-ATUAL       PIC X(08).
       01  WS-FILIAL-ATUAL      PIC X(03).

       01  WS-PROX-SEQUENCIA    PIC 9(06) VALUE 0.
       01  WS-OPERADOR-DIGIT    PIC X(08).
       01  WS-LIMITE-SUPERVISOR PIC 9(07)V99 VALUE 1000.00.
       01  WS-LIMITE-EDIT       PIC Z,ZZZ,ZZ9.99.
       01  WS-VALOR-ORIGINAL    PIC 9(07)V99.
       01  WS-VALOR-CORRIGIDO   PIC 9(07)V99.
       01  WS-RETENCAO-DIAS     PIC 9(03) VALUE 30.
       01  WS-HOJE-INT          PIC 9(07).
       01  WS-DIAS-IDADE        PIC S9(07).
       01  WS-IDADE-HORAS       PIC S9(07).
       01  WS-MAIOR-IDADE       PIC 9(07) VALUE 0.
       01  WS-HORA-DIGIT        PIC 9(02).
       01  WS-HORA-AGORA        PIC 9(02).
       01  WS-CORRECOES-SW      PIC X(01) VALUE 'N'.
           88  CORRECOES-LIDAS      VALUE 'S'.
       01  WS-EXCEDIDA-SW       PIC X(01) VALUE 'N'.
           88  CORRECAO-EXCEDIDA    VALUE 'S'.
       01  WS-PENDENTES-TRUNC-SW PIC X(01) VALUE 'N'.
           88  PENDENTES-TRUNCADOS  VALUE 'S'.

       01  WS-TOTAL-REPARADOS   PIC 9(04) VALUE 0.
       01  WS-TOTAL-AINDA-INVAL PIC 9(04) VALUE 0.
       01  WS-TOTAL-SEM-CORRECAO PIC 9(04) VALUE 0.
       01  WS-TOTAL-COR-SOBRANDO PIC 9(04) VALUE 0.
       01  WS-TOTAL-AGUARDANDO  PIC 9(04) VALUE 0.
       01  WS-TOTAL-RECUSADAS   PIC 9(04) VALUE 0.
       01  WS-TOTAL-JA-REENVIADOS PIC 9(04) VALUE 0.
       01  WS-TOTAL-NOVAS       PIC 9(04) VALUE 0.
       01  WS-TOTAL-REPETIDAS   PIC 9(04) VALUE 0.
       01  WS-TOTAL-SEM-OPERADOR PIC 9(04) VALUE 0.
       01  WS-TOTAL-PENDENTES   PIC 9(04) VALUE 0.
       01  WS-TOTAL-PEND-SUPERV PIC 9(04) VALUE 0.
       01  WS-TOTAL-EXPURGADAS  PIC 9(04) VALUE 0.

       01  WS-ITEM-VALIDO-SW    PIC X(01) VALUE 'Y'.
           88  ITEM-VALIDO      VALUE 'Y'.

       COPY ITEMREG.

       COPY ITEMEVT.

       01  DSP-LINHA.
           05  DSP-ORIGEM       PIC X(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DSP-ITEM-NOVO    PIC X(27).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  PND-LINHA.
           05  PND-SEQUENCIA    PIC 9(06).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  PND-DIGITADA     PIC X(16).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  PND-OPERADOR     PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  PND-ORIGEM       PIC X(05).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  PND-ORIGINAL     PIC X(27).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  PND-CORRIGIDO    PIC X(27).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  PND-DIFERENCA    PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  PND-SUPERVISOR   PIC X(03).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  PND-SITUACAO     PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  PND-IDADE-HORAS  PIC ZZZZZ9.
           05  FILLER           PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-REPARO.
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-LIMITE-APROVACAO
           PERFORM CARREGAR-PENDENTES

      * CORRPEND maior que a tabela: regravar o arquivo perderia o
      * que nao coube, e reenviar sem poder marcar o reenvio
      * repetiria itens na proxima execucao.  Nada e processado e
      * CORRPEND, CORRECOES e o INTAKE ficam como estao.
           IF PENDENTES-TRUNCADOS
               DISPLAY "ALERTA: CORRPEND com mais de 500 correcoes "
                   "- reparo interrompido, nada foi regravado"
               MOVE 'A' TO ALR-SEVERIDADE
               MOVE "CORRPEND" TO ALR-CODIGO
               MOVE "CORRPEND ACIMA DE 500 CORRECOES - REPARO "
                   & "INTERROMPIDO" TO ALR-TEXTO
               PERFORM GRAVAR-ALERTA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGAR-CORRECOES
           OPEN OUTPUT DISPOSICAO-FILE
           MOVE "ORIGEM ITEM REJEITADO        DISPOSICAO       "
           PERFORM CONTAR-CORRECOES-SOBRANDO
               VARYING WS-COR-IDX FROM 1 BY 1
               UNTIL WS-COR-IDX > COR-QTDE
           PERFORM GRAVAR-REENVIOS
           CLOSE INTAKE-FILE
           CLOSE DISPOSICAO-FILE
           PERFORM GRAVAR-PENDENTES
           PERFORM EMITIR-RELATORIO-PENDENTES
           SET EVT-ENCERRAR TO TRUE
           CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS
           PERFORM EXIBIR-RESUMO-REPARO
           IF WS-TOTAL-AINDA-INVAL > 0 OR WS-TOTAL-SEM-CORRECAO > 0
               OR WS-TOTAL-RECUSADAS > 0 OR WS-TOTAL-SEM-OPERADOR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGAR-LIMITE-APROVACAO.
           OPEN INPUT LIMITE-FILE
           IF LIMITE-STATUS = "00"
               READ LIMITE-FILE
                   NOT AT END
                       IF LIM-VALOR-SUPERVISOR IS NUMERIC
                           MOVE LIM-VALOR-SUPERVISOR
                               TO WS-LIMITE-SUPERVISOR
                       END-IF
               END-READ
               CLOSE LIMITE-FILE
           END-IF
           MOVE WS-LIMITE-SUPERVISOR TO WS-LIMITE-EDIT
           DISPLAY "Diferenca de valor que exige supervisor: acima de "
               WS-LIMITE-EDIT.

      * Correcoes de execucoes anteriores: pendentes, decididas e ja
      * reenviadas (estas para nao reenviar de novo o mesmo item,
      * que continua no FILAERRO/DEQUEERR ate o corte da limpeza).
       CARREGAR-PENDENTES.
           MOVE 0 TO COR-QTDE
           OPEN INPUT PENDENTE-FILE
           IF PENDENTE-STATUS = "00"
               PERFORM LER-PENDENTE
                   UNTIL PENDENTE-STATUS NOT = "00"
               CLOSE PENDENTE-FILE
           END-IF
           DISPLAY "Correcoes em CORRPEND: " COR-QTDE.

       LER-PENDENTE.
           READ PENDENTE-FILE
               NOT AT END
                   IF COR-QTDE < 500
                       ADD 1 TO COR-QTDE
                       MOVE CPD-REC TO COR-TAB-REC(COR-QTDE)
                       MOVE 'N' TO COR-TAB-USADA(COR-QTDE)
                       IF CPD-SEQUENCIA > WS-PROX-SEQUENCIA
                           MOVE CPD-SEQUENCIA TO WS-PROX-SEQUENCIA
                       END-IF
                   ELSE
                       SET PENDENTES-TRUNCADOS TO TRUE
                   END-IF
           END-READ.

      * Cada correcao digitada entra como pendente; a mesma
      * digitacao ainda pendente ou aprovada nao entra duas vezes.
      * CORRECOES e esvaziado depois de gravado o CORRPEND, salvo
      * quando algum registro ficou de fora pelo limite da tabela.
       CARREGAR-CORRECOES.
           OPEN INPUT CORRECAO-FILE
           IF CORRECAO-STATUS = "00"
               SET CORRECOES-LIDAS TO TRUE
               PERFORM LER-CORRECAO
                   UNTIL CORRECAO-STATUS NOT = "00"
               CLOSE CORRECAO-FILE
               DISPLAY "Correcoes digitadas postas em aprovacao: "
                   WS-TOTAL-NOVAS
           ELSE
               DISPLAY "Nenhum arquivo CORRECOES encontrado - "
                   "apenas correcoes ja aprovadas serao reenviadas"
           END-IF.

       LER-CORRECAO.
           READ CORRECAO-FILE
               NOT AT END
                   PERFORM REGISTRAR-CORRECAO-PENDENTE
           END-READ.

       REGISTRAR-CORRECAO-PENDENTE.
           MOVE FUNCTION UPPER-CASE(COR-OPERADOR) TO WS-OPERADOR-DIGIT
           IF WS-OPERADOR-DIGIT = SPACES
               ADD 1 TO WS-TOTAL-SEM-OPERADOR
               DISPLAY "Correcao sem operador de digitacao - "
                   "ignorada: " COR-ORIGEM " " COR-ITEM-ORIGINAL
           ELSE
               MOVE 0 TO WS-COR-ACHADA
               PERFORM LOCALIZAR-DIGITACAO-REPETIDA
                   VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > COR-QTDE
               IF WS-COR-ACHADA > 0
                   ADD 1 TO WS-TOTAL-REPETIDAS
               ELSE
                   IF COR-QTDE < 500
                       PERFORM MONTAR-CORRECAO-PENDENTE
                   ELSE
                       SET CORRECAO-EXCEDIDA TO TRUE
                       DISPLAY "ALERTA: limite de 500 correcoes "
                           "excedido - registro mantido em CORRECOES"
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-DIGITACAO-REPETIDA.
           MOVE COR-TAB-REC(WS-COR-IDX) TO CPD-REC
           IF WS-COR-ACHADA = 0
               AND (CPD-PENDENTE OR CPD-APROVADA)
               AND CPD-ORIGEM = COR-ORIGEM
               AND CPD-ITEM-ORIGINAL = COR-ITEM-ORIGINAL
               AND CPD-ITEM-CORRIGIDO = COR-ITEM-CORRIGIDO
               AND CPD-FILIAL = COR-FILIAL
               MOVE WS-COR-IDX TO WS-COR-ACHADA
           END-IF.

       MONTAR-CORRECAO-PENDENTE.
           ADD 1 TO WS-PROX-SEQUENCIA
           MOVE SPACES TO CPD-REC
           MOVE WS-PROX-SEQUENCIA TO CPD-SEQUENCIA
           MOVE FUNCTION CURRENT-DATE TO CPD-TIMESTAMP
           MOVE WS-OPERADOR-DIGIT TO CPD-OPERADOR
           MOVE COR-ORIGEM TO CPD-ORIGEM
           MOVE COR-ITEM-ORIGINAL TO CPD-ITEM-ORIGINAL
           MOVE COR-ITEM-CORRIGIDO TO CPD-ITEM-CORRIGIDO
           MOVE COR-PRIORIDADE TO CPD-PRIORIDADE
           MOVE COR-FILIAL TO CPD-FILIAL
           PERFORM CALCULAR-DIFERENCA-VALOR
           IF CPD-VALOR-DIFERENCA > WS-LIMITE-SUPERVISOR
               MOVE 'S' TO CPD-EXIGE-SUPERVISOR
           ELSE
               MOVE 'N' TO CPD-EXIGE-SUPERVISOR
           END-IF
           SET CPD-PENDENTE TO TRUE
           ADD 1 TO COR-QTDE
           MOVE CPD-REC TO COR-TAB-REC(COR-QTDE)
           MOVE 'N' TO COR-TAB-USADA(COR-QTDE)
           ADD 1 TO WS-TOTAL-NOVAS.

      * Valor nao numerico de um lado conta como zero: corrigir um
      * valor ilegivel vale a diferenca inteira do valor novo.
       CALCULAR-DIFERENCA-VALOR.
           MOVE 0 TO WS-VALOR-ORIGINAL WS-VALOR-CORRIGIDO
           MOVE CPD-ITEM-ORIGINAL TO ITEM-NEGOCIO
           IF ITEM-VALOR IS NUMERIC
               MOVE ITEM-VALOR TO WS-VALOR-ORIGINAL
           END-IF
           MOVE CPD-ITEM-CORRIGIDO TO ITEM-NEGOCIO
           IF ITEM-VALOR IS NUMERIC
               MOVE ITEM-VALOR TO WS-VALOR-CORRIGIDO
           END-IF
           IF WS-VALOR-CORRIGIDO < WS-VALOR-ORIGINAL
               COMPUTE CPD-VALOR-DIFERENCA =
                   WS-VALOR-ORIGINAL - WS-VALOR-CORRIGIDO
           ELSE
               COMPUTE CPD-VALOR-DIFERENCA =
                   WS-VALOR-CORRIGIDO - WS-VALOR-ORIGINAL
           END-IF.

       ABRIR-INTAKE-EXTEND.
           OPEN EXTEND INTAKE-FILE
               NOT AT END
                   MOVE "FILA" TO WS-ORIGEM-ATUAL
                   MOVE ERR-ITEM TO WS-ITEM-ATUAL
                   MOVE ERR-ORIGEM TO WS-FONTE-ATUAL
                   MOVE ERR-FILIAL TO WS-FILIAL-ATUAL
                   PERFORM DISPOR-ITEM-REJEITADO
           END-READ.

               NOT AT END
                   MOVE "DEQUE" TO WS-ORIGEM-ATUAL
                   MOVE DERR-ITEM TO WS-ITEM-ATUAL
                   MOVE DERR-ORIGEM TO WS-FONTE-ATUAL
                   MOVE DERR-FILIAL TO WS-FILIAL-ATUAL
                   PERFORM DISPOR-ITEM-REJEITADO
           END-READ.

      * So a correcao aprovada volta ao INTAKE.  Sem aprovada, o
      * item fica aguardando a decisao, ou ja foi reenviado em
      * execucao anterior, ou teve a correcao recusada.
       DISPOR-ITEM-REJEITADO.
           MOVE WS-ORIGEM-ATUAL TO DSP-ORIGEM
           MOVE WS-ITEM-ATUAL TO DSP-ITEM
           MOVE SPACES TO DSP-ITEM-NOVO
           MOVE 0 TO WS-COR-APROVADA WS-COR-PENDENTE
               WS-COR-REENVIADA WS-COR-RECUSADA
           PERFORM LOCALIZAR-CORRECAO
               VARYING WS-COR-IDX FROM 1 BY 1
               UNTIL WS-COR-IDX > COR-QTDE
           EVALUATE TRUE
               WHEN WS-COR-APROVADA > 0
                   PERFORM APLICAR-CORRECAO-APROVADA
               WHEN WS-COR-PENDENTE > 0
                   MOVE COR-TAB-REC(WS-COR-PENDENTE) TO CPD-REC
                   MOVE "AGUARDA-APROV" TO DSP-RESULTADO
                   MOVE CPD-ITEM-CORRIGIDO TO DSP-ITEM-NOVO
                   ADD 1 TO WS-TOTAL-AGUARDANDO
               WHEN WS-COR-REENVIADA > 0
                   MOVE COR-TAB-REC(WS-COR-REENVIADA) TO CPD-REC
                   MOVE "JA-REENVIADO" TO DSP-RESULTADO
                   MOVE CPD-ITEM-CORRIGIDO TO DSP-ITEM-NOVO
                   ADD 1 TO WS-TOTAL-JA-REENVIADOS
               WHEN WS-COR-RECUSADA > 0
                   MOVE COR-TAB-REC(WS-COR-RECUSADA) TO CPD-REC
                   MOVE "CORR-RECUSADA" TO DSP-RESULTADO
                   MOVE CPD-ITEM-CORRIGIDO TO DSP-ITEM-NOVO
                   ADD 1 TO WS-TOTAL-RECUSADAS
               WHEN OTHER
                   MOVE "SEM-CORRECAO" TO DSP-RESULTADO
                   ADD 1 TO WS-TOTAL-SEM-CORRECAO
           END-EVALUATE
           WRITE DISPOSICAO-REC FROM DSP-LINHA.

       LOCALIZAR-CORRECAO.
           MOVE COR-TAB-REC(WS-COR-IDX) TO CPD-REC
           IF CPD-ORIGEM = WS-ORIGEM-ATUAL
               AND CPD-ITEM-ORIGINAL = WS-ITEM-ATUAL
               AND (CPD-FILIAL = SPACES
                   OR CPD-FILIAL = WS-FILIAL-ATUAL)
               EVALUATE TRUE
                   WHEN CPD-APROVADA AND WS-COR-APROVADA = 0
                       MOVE WS-COR-IDX TO WS-COR-APROVADA
                   WHEN CPD-PENDENTE AND WS-COR-PENDENTE = 0
                       MOVE WS-COR-IDX TO WS-COR-PENDENTE
                   WHEN CPD-REENVIADA AND WS-COR-REENVIADA = 0
                       MOVE WS-COR-IDX TO WS-COR-REENVIADA
                   WHEN CPD-RECUSADA AND WS-COR-RECUSADA = 0
                       MOVE WS-COR-IDX TO WS-COR-RECUSADA
               END-EVALUATE
           END-IF.

       APLICAR-CORRECAO-APROVADA.
           MOVE WS-COR-APROVADA TO WS-COR-ACHADA
           MOVE 'S' TO COR-TAB-USADA(WS-COR-ACHADA)
           MOVE COR-TAB-REC(WS-COR-ACHADA) TO CPD-REC
           MOVE WS-FONTE-ATUAL TO CPD-FONTE
           MOVE WS-FILIAL-ATUAL TO CPD-FILIAL
           MOVE CPD-ITEM-CORRIGIDO TO WS-ITEM-VALIDAR
           PERFORM VALIDAR-FORMATO-ITEM
           IF ITEM-VALIDO
               PERFORM REENVIAR-ITEM-CORRIGIDO
               SET CPD-REENVIADA TO TRUE
               MOVE "REPARADO" TO DSP-RESULTADO
               ADD 1 TO WS-TOTAL-REPARADOS
           ELSE
               SET CPD-INVALIDA TO TRUE
               MOVE "AINDA-INVALIDO" TO DSP-RESULTADO
               ADD 1 TO WS-TOTAL-AINDA-INVAL
           END-IF
           MOVE WS-ITEM-VALIDAR TO DSP-ITEM-NOVO
           MOVE CPD-REC TO COR-TAB-REC(WS-COR-ACHADA).

       CARREGAR-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
           MOVE WS-DATA-CORRENTE(1:8) TO WS-DATA-NEGOCIO
                       IF PAR-DATA-NEGOCIO > 0
                           MOVE PAR-DATA-NEGOCIO TO WS-DATA-NEGOCIO
                       END-IF
                       IF PAR-RETENCAO-DIAS IS NUMERIC
                           AND PAR-RETENCAO-DIAS > 0
                           MOVE PAR-RETENCAO-DIAS
                               TO WS-RETENCAO-DIAS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATA-CORRENTE(1:8)))
           MOVE WS-DATA-CORRENTE(9:2) TO WS-HORA-AGORA.

      * Um envelope por fonte e filial, na ordem em que cada par
      * apareceu pela primeira vez nos rejeitados.
       GRAVAR-REENVIOS.
           PERFORM GRAVAR-ENVELOPE-REENVIO
               VARYING WS-REE-IDX FROM 1 BY 1
               UNTIL WS-REE-IDX > REE-QTDE.

       GRAVAR-ENVELOPE-REENVIO.
           IF REE-GRAVADO(WS-REE-IDX) = 'N'
               MOVE REE-FONTE(WS-REE-IDX) TO WS-ENV-FONTE
               MOVE REE-FILIAL(WS-REE-IDX) TO WS-ENV-FILIAL
               PERFORM ABRIR-ENVELOPE-REENVIO
               PERFORM GRAVAR-ITEM-REENVIO
                   VARYING WS-REE-POS FROM WS-REE-IDX BY 1
                   UNTIL WS-REE-POS > REE-QTDE
               PERFORM FECHAR-ENVELOPE-REENVIO
           END-IF.

       GRAVAR-ITEM-REENVIO.
           IF REE-GRAVADO(WS-REE-POS) = 'N'
               AND REE-FONTE(WS-REE-POS) = WS-ENV-FONTE
               AND REE-FILIAL(WS-REE-POS) = WS-ENV-FILIAL
               MOVE REE-REGISTRO(WS-REE-POS) TO INT-REC
               WRITE INT-REC
               ADD 1 TO WS-ENV-CONTAGEM
               ADD REE-VALOR(WS-REE-POS) TO WS-ENV-HASH
               MOVE 'S' TO REE-GRAVADO(WS-REE-POS)
           END-IF.

       ABRIR-ENVELOPE-REENVIO.
           MOVE 0 TO WS-ENV-CONTAGEM
           MOVE 0 TO WS-ENV-HASH
           MOVE SPACES TO INT-REC
           MOVE "HDR" TO INT-ESTRUTURA
           MOVE WS-ENV-FONTE TO INT-HDR-ORIGEM
           MOVE WS-DATA-NEGOCIO TO INT-HDR-DATA-NEG
           MOVE WS-ENV-FILIAL TO INT-HDR-FILIAL
           WRITE INT-REC.

       FECHAR-ENVELOPE-REENVIO.
           MOVE SPACES TO INT-REC
           MOVE "TRL" TO INT-ESTRUTURA
           MOVE WS-ENV-CONTAGEM TO INT-TRL-CONTAGEM
           MOVE WS-ENV-HASH TO INT-TRL-HASH
           WRITE INT-REC.

      * O registro do INTAKE e montado agora e guardado; sai no
      * envelope da sua fonte e filial em GRAVAR-REENVIOS.
       REENVIAR-ITEM-CORRIGIDO.
           MOVE SPACES TO INT-REC
           MOVE WS-ORIGEM-ATUAL TO INT-ESTRUTURA
           IF WS-ORIGEM-ATUAL = "DEQUE"
               MOVE "E" TO INT-CORPO(1:1)
               IF CPD-PRIORIDADE = "U"
                   MOVE "U" TO INT-CORPO(2:1)
               ELSE
                   MOVE "R" TO INT-CORPO(2:1)
           ELSE
               MOVE WS-ITEM-VALIDAR TO INT-CORPO(1:27)
           END-IF
           ADD 1 TO REE-QTDE
           IF WS-FONTE-ATUAL = SPACES
               MOVE "REPARO" TO REE-FONTE(REE-QTDE)
           ELSE
               MOVE WS-FONTE-ATUAL TO REE-FONTE(REE-QTDE)
           END-IF
           MOVE WS-FILIAL-ATUAL TO REE-FILIAL(REE-QTDE)
           MOVE INT-REC TO REE-REGISTRO(REE-QTDE)
           MOVE ITEM-VALOR TO REE-VALOR(REE-QTDE)
           MOVE 'N' TO REE-GRAVADO(REE-QTDE)
           PERFORM REGISTRAR-SITUACAO-REPARO.

      * Ciclo de vida do item (ITEMSIT): a imagem rejeitada fica
      * marcada como corrigida e a imagem corrigida como reenviada.
       REGISTRAR-SITUACAO-REPARO.
           SET EVT-REGISTRAR TO TRUE
           MOVE "REPARO" TO EVT-PROGRAMA
           IF WS-ITEM-ATUAL(1:8) NOT = SPACES
               MOVE WS-ITEM-ATUAL TO EVT-ITEM
               MOVE "CORRIGIDO" TO EVT-CODIGO
               MOVE WS-ITEM-VALIDAR(1:8) TO EVT-DETALHE
               CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS
           END-IF
           MOVE WS-ITEM-VALIDAR TO EVT-ITEM
           MOVE "REENVIADO" TO EVT-CODIGO
           MOVE SPACES TO EVT-DETALHE
           STRING "INTAKE " WS-ORIGEM-ATUAL
               DELIMITED BY SIZE INTO EVT-DETALHE
           CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS.

      * Mesma validacao campo a campo aplicada pelos programas de
      * estrutura ao item estruturado.
           END-IF.

       CONTAR-CORRECOES-SOBRANDO.
           MOVE COR-TAB-REC(WS-COR-IDX) TO CPD-REC
           IF CPD-APROVADA AND COR-TAB-USADA(WS-COR-IDX) = 'N'
               ADD 1 TO WS-TOTAL-COR-SOBRANDO
               DISPLAY "Correcao aprovada sem item rejeitado "
                   "correspondente: " CPD-ORIGEM " " CPD-ITEM-ORIGINAL
           END-IF.

      * Regrava CORRPEND.  Correcao ja encerrada (reenviada,
      * recusada ou ainda invalida) sai depois de PAR-RETENCAO-DIAS
      * contados da decisao; a trilha completa fica no CORRDEC.
       GRAVAR-PENDENTES.
           OPEN OUTPUT PENDENTE-FILE
           PERFORM GRAVAR-PENDENTE
               VARYING WS-COR-IDX FROM 1 BY 1
               UNTIL WS-COR-IDX > COR-QTDE
           CLOSE PENDENTE-FILE
           IF CORRECOES-LIDAS AND NOT CORRECAO-EXCEDIDA
               OPEN OUTPUT CORRECAO-FILE
               CLOSE CORRECAO-FILE
           END-IF.

       GRAVAR-PENDENTE.
           MOVE COR-TAB-REC(WS-COR-IDX) TO CPD-REC
           MOVE 0 TO WS-DIAS-IDADE
           IF (CPD-REENVIADA OR CPD-RECUSADA OR CPD-INVALIDA)
               AND CPD-TIMESTAMP-DECISAO(1:8) IS NUMERIC
               COMPUTE WS-DIAS-IDADE = WS-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(CPD-TIMESTAMP-DECISAO(1:8)))
           END-IF
           IF WS-DIAS-IDADE > WS-RETENCAO-DIAS
               ADD 1 TO WS-TOTAL-EXPURGADAS
           ELSE
               WRITE CPD-REC
           END-IF.

      * Correcoes a espera: pendentes de decisao e aprovadas que
      * ainda nao acharam o seu item rejeitado.  Idade em horas
      * desde a digitacao.
       EMITIR-RELATORIO-PENDENTES.
           OPEN OUTPUT PENDENTE-REL-FILE
           MOVE SPACES TO PENDENTE-REL-REC
           STRING "CORRECOES A ESPERA DE APROVACAO - EMITIDO EM "
               WS-DATA-CORRENTE(1:4) "-" WS-DATA-CORRENTE(5:2) "-"
               WS-DATA-CORRENTE(7:2) " " WS-DATA-CORRENTE(9:2) ":"
               WS-DATA-CORRENTE(11:2)
               DELIMITED BY SIZE INTO PENDENTE-REL-REC
           WRITE PENDENTE-REL-REC
           MOVE "SEQ    DIGITADA EM      OPERADOR ORIG. ITEM ORIGINAL"
               & "               ITEM CORRIGIDO               DIF. VA"
               & "LOR SUP SITUACAO IDADE(H)" TO PENDENTE-REL-REC
           WRITE PENDENTE-REL-REC
           PERFORM LISTAR-PENDENTE
               VARYING WS-COR-IDX FROM 1 BY 1
               UNTIL WS-COR-IDX > COR-QTDE
           MOVE SPACES TO PENDENTE-REL-REC
           STRING "TOTAL A ESPERA: " WS-TOTAL-PENDENTES
               " - EXIGEM SUPERVISOR: " WS-TOTAL-PEND-SUPERV
               " - MAIS ANTIGA (H): " WS-MAIOR-IDADE
               DELIMITED BY SIZE INTO PENDENTE-REL-REC
           WRITE PENDENTE-REL-REC
           CLOSE PENDENTE-REL-FILE.

       LISTAR-PENDENTE.
           MOVE COR-TAB-REC(WS-COR-IDX) TO CPD-REC
           IF CPD-PENDENTE OR CPD-APROVADA
               ADD 1 TO WS-TOTAL-PENDENTES
               MOVE 0 TO WS-IDADE-HORAS
               IF CPD-TIMESTAMP(1:10) IS NUMERIC
                   MOVE CPD-TIMESTAMP(9:2) TO WS-HORA-DIGIT
                   COMPUTE WS-IDADE-HORAS =
                       (WS-HOJE-INT - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(CPD-TIMESTAMP(1:8)))) * 24
                       + WS-HORA-AGORA - WS-HORA-DIGIT
               END-IF
               IF WS-IDADE-HORAS < 0
                   MOVE 0 TO WS-IDADE-HORAS
               END-IF
               IF WS-IDADE-HORAS > WS-MAIOR-IDADE
                   MOVE WS-IDADE-HORAS TO WS-MAIOR-IDADE
               END-IF
               MOVE CPD-SEQUENCIA TO PND-SEQUENCIA
               MOVE SPACES TO PND-DIGITADA
               STRING CPD-TIMESTAMP(1:4) "-" CPD-TIMESTAMP(5:2) "-"
                   CPD-TIMESTAMP(7:2) " " CPD-TIMESTAMP(9:2) ":"
                   CPD-TIMESTAMP(11:2)
                   DELIMITED BY SIZE INTO PND-DIGITADA
               MOVE CPD-OPERADOR TO PND-OPERADOR
               MOVE CPD-ORIGEM TO PND-ORIGEM
               MOVE CPD-ITEM-ORIGINAL TO PND-ORIGINAL
               MOVE CPD-ITEM-CORRIGIDO TO PND-CORRIGIDO
               MOVE CPD-VALOR-DIFERENCA TO PND-DIFERENCA
               IF CPD-EXIGE-SUPERVISOR = 'S'
                   MOVE "SIM" TO PND-SUPERVISOR
                   IF CPD-PENDENTE
                       ADD 1 TO WS-TOTAL-PEND-SUPERV
                   END-IF
               ELSE
                   MOVE "NAO" TO PND-SUPERVISOR
               END-IF
               IF CPD-PENDENTE
                   MOVE "PENDENTE" TO PND-SITUACAO
               ELSE
                   MOVE "APROVADA" TO PND-SITUACAO
               END-IF
               MOVE WS-IDADE-HORAS TO PND-IDADE-HORAS
               WRITE PENDENTE-REL-REC FROM PND-LINHA
           END-IF.

       EXIBIR-RESUMO-REPARO.
               WS-TOTAL-AINDA-INVAL
           DISPLAY "Itens sem correcao............: "
               WS-TOTAL-SEM-CORRECAO
           DISPLAY "Itens aguardando aprovacao....: "
               WS-TOTAL-AGUARDANDO
           DISPLAY "Itens com correcao recusada...: "
               WS-TOTAL-RECUSADAS
           DISPLAY "Itens ja reenviados antes.....: "
               WS-TOTAL-JA-REENVIADOS
           DISPLAY "Correcoes sem correspondencia.: "
               WS-TOTAL-COR-SOBRANDO
           DISPLAY "Correcoes novas em aprovacao..: " WS-TOTAL-NOVAS
           DISPLAY "Digitacoes repetidas..........: "
               WS-TOTAL-REPETIDAS
           DISPLAY "Correcoes sem operador........: "
               WS-TOTAL-SEM-OPERADOR
           DISPLAY "Correcoes expurgadas..........: "
               WS-TOTAL-EXPURGADAS
           DISPLAY "Correcoes a espera em CORRPREL: "
               WS-TOTAL-PENDENTES
           DISPLAY "Disposicao detalhada gravada em REPARDSP"
           DISPLAY "==========================================".

       GRAVAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "REPARO-REJEITADOS" TO ALR-PROGRAMA
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.
