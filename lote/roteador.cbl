           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.
           SELECT FONTE-FILE ASSIGN TO "FONTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FONTE-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALPROC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDARIO-STATUS.
           SELECT FONTE-REL-FILE ASSIGN TO "FONTEREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FONTE-REL-STATUS.
           SELECT FILIAL-FILE ASSIGN TO "FILIAIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILIAL-STATUS.
           SELECT ROT-QUAL-FILE ASSIGN TO "ROTQUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROT-QUAL-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.
           SELECT CHEGADA-FILE ASSIGN TO "ROTCHEG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHEGADA-STATUS.
           SELECT CHEGADA-TEMP-FILE ASSIGN TO "ROTCHTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHEGADA-TEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILA-TXN-FILE.
       01  FILA-TXN-REC.
           05  TXN-ITEM         PIC X(27).
           05  TXN-CODE         PIC X(01).

       FD  DEQUE-TXN-FILE.
       01  DEQUE-TXN-REC.

      * Transacao da arvore AVL: I/D/S usam so TXN-VALUE; o ajuste
      * de ocorrencias (A absoluto, M incremento) e a exclusao por
      * faixa (R) carregam o operando em TXN-VALUE2 (a quantidade
      * nas quatro primeiras posicoes, a chave alta inteira).
       FD  AVL-TXN-FILE.
       01  AVL-TXN-REC.
           05  TXN-CODE         PIC X(01).
           05  TXN-VALUE        PIC X(12).
           05  TXN-VALUE2       PIC X(12).

      * Rejeitado do roteamento, com a origem do bloco de onde veio
      * (INT-HDR-ORIGEM; "*SEMHDR*" para registro sem cabecalho).
       FD  INTAKE-ERR-FILE.
       01  INTAKE-ERR-REC.
           05  IERR-TIMESTAMP   PIC X(26).
           05  IERR-ESTRUTURA   PIC X(05).
           05  IERR-CORPO       PIC X(29).
           05  IERR-MOTIVO      PIC X(20).
           05  IERR-ORIGEM      PIC X(08).

      * Controle do roteamento para o balanceamento de ponta a
      * ponta: por estrutura, quantos registros (e quanto valor)

      * Chaves ja roteadas por data de negocio: detecta o reenvio do
      * mesmo ITEM-ID no mesmo dia (resend de fonte a montante).
      * A origem da primeira ocorrencia serve a fila e ao deque para
      * atribuir a fonte aos itens que eles recusam.
       FD  SEEN-FILE.
       01  SEEN-REC.
           05  SEEN-CHAVE.
               10  SEEN-ID          PIC X(08).
           05  SEEN-TIMESTAMP   PIC X(26).
           05  SEEN-ESTRUTURA   PIC X(05).
           05  SEEN-ORIGEM      PIC X(08).

       FD  DUP-REPT-FILE.
       01  DUP-REPT-REC         PIC X(132).
       FD  ALERTA-FILE.
       COPY ALERTREG.

       FD  FONTE-FILE.
       COPY FONTEREG.

       FD  CALENDARIO-FILE.
       COPY CALPROC.

      * Relatorio de chegada das fontes: no prazo, atrasada ou
      * ausente, contra o cadastro FONTES.
       FD  FONTE-REL-FILE.
       01  FONTE-REL-REC        PIC X(132).

       FD  FILIAL-FILE.
       COPY FILIAL.

       FD  ROT-QUAL-FILE.
       COPY ROTQUAL.

       FD  CICLO-FILE.
       COPY CICLOCTL.

      * Chegada das fontes por ciclo da data de negocio (ROTCHEG):
      * um registro por ciclo e origem que entregou bloco no ciclo.
      * Com ciclos no dia, a conferencia das fontes esperadas soma
      * os ciclos anteriores da data aos deste; a reexecucao do
      * mesmo ciclo substitui os registros dele e datas anteriores
      * sao descartadas.
       FD  CHEGADA-FILE.
       01  CHEGADA-REC.
           05  CHG-DATA-NEGOCIO     PIC 9(08).
           05  CHG-CICLO            PIC 9(02).
           05  CHG-ORIGEM           PIC X(08).
           05  CHG-BLOCOS           PIC 9(03).
           05  CHG-BLOCOS-DATA      PIC 9(03).
           05  CHG-HORA             PIC X(04).
           05  CHG-DATA-OUTRA       PIC 9(08).
           05  FILLER               PIC X(04).

       FD  CHEGADA-TEMP-FILE.
       01  CHEGADA-TEMP-REC     PIC X(40).

       WORKING-STORAGE SECTION.
       01  INTAKE-STATUS        PIC X(02).
       01  PILHA-TXN-STATUS     PIC X(02).
           05  RGJ-ESTRUTURA    PIC X(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RGJ-CORPO        PIC X(29).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RGJ-ORIGEM       PIC X(08).
           05  FILLER           PIC X(53) VALUE SPACES.
       01  WS-DUP-CABEC-SW      PIC X(01) VALUE 'N'.
           88  DUP-CABEC-IMPRESSO   VALUE 'S'.

           05  DUPL-QUANDO-2    PIC X(14).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DUPL-DISPOSICAO  PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DUPL-ORIGEM      PIC X(08).
           05  FILLER           PIC X(56) VALUE SPACES.

       01  WS-CTL-IDX           PIC 9(01).
       01  TAB-CONTROLE.
                   88  BLO-ABERTO   VALUE 'S'.
                   88  BLO-FECHADO  VALUE 'N'.
               10  BLO-MOTIVO       PIC X(20).
               10  BLO-FILIAL       PIC X(03).

       01  WS-VALOR-REGISTRO    PIC 9(07)V99.
       01  WS-VALOR-BRUTO       PIC X(09).

      * Conferencia das fontes esperadas na data de negocio.  A
      * tabela traz as fontes cadastradas em FONTES e, no fim, as
      * origens presentes no INTAKE sem cadastro.  Chegada so conta
      * com a data de negocio do cabecalho igual a do roteamento.
       01  FONTE-STATUS         PIC X(02).
       01  CALENDARIO-STATUS    PIC X(02).
       01  FONTE-REL-STATUS     PIC X(02).
       01  WS-FONTES-SW         PIC X(01) VALUE 'N'.
           88  FONTES-CADASTRADAS   VALUE 'S'.
       01  WS-RETENCAO-SW       PIC X(01) VALUE 'N'.
           88  ENTRADA-RETIDA   VALUE 'S'.
       01  WS-CAL-DIA-SW        PIC X(01) VALUE 'U'.
           88  DATA-DIA-UTIL    VALUE 'U'.
           88  DATA-FERIADO     VALUE 'F'.
       01  WS-CAL-FIM-SW        PIC X(01) VALUE 'N'.
           88  DATA-FIM-PERIODO VALUE 'S'.
       01  WS-DIA-SEMANA        PIC 9(01).
       01  WS-FNT-IDX           PIC 9(02).
       01  WS-FNT-ACHADA        PIC 9(02).
       01  WS-HORA-CHEGADA      PIC 9(04).
       01  WS-QTDE-NO-PRAZO     PIC 9(02) VALUE 0.
       01  WS-QTDE-ATRASADAS    PIC 9(02) VALUE 0.
       01  WS-QTDE-AUSENTES     PIC 9(02) VALUE 0.
       01  WS-QTDE-AUSENTES-OBR PIC 9(02) VALUE 0.
       01  WS-QTDE-FORA-AGENDA  PIC 9(02) VALUE 0.
       01  WS-QTDE-SEM-CADASTRO PIC 9(02) VALUE 0.
       01  WS-QTDE-PENDENTES    PIC 9(02) VALUE 0.

      * Ciclos do dia (CICLOCTL, mesma regra do LOTE-CONTROLE): a
      * ausencia de fonte so e apurada no ultimo ciclo da data,
      * contra o que chegou em todos os ciclos dela (ROTCHEG).  Os
      * campos -CICLO da tabela de fontes guardam so o que chegou
      * neste ciclo, para que atraso e falta de cadastro sejam
      * alertados uma vez, no ciclo em que o bloco chegou.
       01  CICLO-STATUS         PIC X(02).
       01  CHEGADA-STATUS       PIC X(02).
       01  CHEGADA-TEMP-STATUS  PIC X(02).
       01  WS-MODO-CICLO-SW     PIC X(01) VALUE 'N'.
           88  MODO-CICLOS      VALUE 'S'.
       01  WS-CICLO             PIC 9(02) VALUE 1.
       01  WS-CICLOS-DIA        PIC 9(02) VALUE 1.
       01  WS-CICLO-FINAL-SW    PIC X(01) VALUE 'S'.
           88  CICLO-FINAL          VALUE 'S'.
           88  CICLO-INTERMEDIARIO  VALUE 'N'.
       01  WS-CHEGADAS-MANTIDAS PIC 9(05) VALUE 0.
       01  TAB-FONTES.
           05  FTB-QTDE         PIC 9(02) VALUE 0.
           05  FTB-ENT OCCURS 50 TIMES.
               10  FTB-ORIGEM       PIC X(08).
               10  FTB-DESCRICAO    PIC X(30).
               10  FTB-OBRIGATORIA  PIC X(01).
               10  FTB-HORA-CORTE   PIC 9(04).
               10  FTB-ACAO         PIC X(01).
               10  FTB-CADASTRADA   PIC X(01).
               10  FTB-ESPERADA     PIC X(01).
               10  FTB-BLOCOS       PIC 9(03).
               10  FTB-BLOCOS-DATA  PIC 9(03).
               10  FTB-HORA         PIC X(04).
               10  FTB-DATA-OUTRA   PIC 9(08).
               10  FTB-SITUACAO     PIC X(15).
               10  FTB-BLOCOS-CICLO PIC 9(03).
               10  FTB-HORA-CICLO   PIC X(04).

       01  FTL-LINHA.
           05  FTL-ORIGEM       PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FTL-DESCRICAO    PIC X(30).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FTL-OBRIGATORIA  PIC X(03).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FTL-CORTE        PIC X(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FTL-CHEGADA      PIC X(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FTL-BLOCOS       PIC ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FTL-SITUACAO     PIC X(15).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FTL-ACAO         PIC X(24).
           05  FILLER           PIC X(23) VALUE SPACES.

      * Filiais do lote (cadastro FILIAIS).  O bloco so e roteado se a
      * filial do cabecalho estiver cadastrada e nao estiver em
      * feriado proprio no CALPROC.  Ao trocar de filial, cada
      * arquivo de transacao das estruturas recebe uma marca "H" com
      * o codigo da filial dos registros que vem a seguir; os
      * programas das estruturas processam cada filial em separado.
       01  FILIAL-STATUS        PIC X(02).
       01  WS-FILIAIS-SW        PIC X(01) VALUE 'N'.
           88  FILIAIS-CADASTRADAS  VALUE 'S'.
       01  WS-FIL-IDX           PIC 9(02).
       01  WS-FIL-ACHADA        PIC 9(02).
       01  TAB-FILIAIS.
           05  FLT-QTDE         PIC 9(02) VALUE 0.
           05  FLT-ENT OCCURS 10 TIMES.
               10  FLT-CODIGO       PIC X(03).
               10  FLT-FERIADO-SW   PIC X(01).
                   88  FLT-EM-FERIADO   VALUE 'S'.
       01  WS-ULT-FILIAL-PILHA  PIC X(03) VALUE HIGH-VALUES.
       01  WS-ULT-FILIAL-FILA   PIC X(03) VALUE HIGH-VALUES.
       01  WS-ULT-FILIAL-DEQUE  PIC X(03) VALUE HIGH-VALUES.

      * Volume por fonte na segunda passada, para o ROTQUAL: a
      * origem do bloco corrente vale para todos os registros dele,
      * inclusive os rejeitados.
       01  ROT-QUAL-STATUS      PIC X(02).
       01  WS-ORIGEM-BLOCO      PIC X(08) VALUE SPACES.
       01  WS-QLT-IDX           PIC 9(02).
       01  WS-QLT-ATUAL         PIC 9(02) VALUE 0.
       01  TAB-QUALIDADE.
           05  QLT-QTDE         PIC 9(02) VALUE 0.
           05  QLT-ENT OCCURS 50 TIMES.
               10  QLT-ORIGEM       PIC X(08).
               10  QLT-BLOCOS       PIC 9(05).
               10  QLT-FALHOS       PIC 9(05).
               10  QLT-REGISTROS    PIC 9(07).

       COPY ITEMEVT.

       PROCEDURE DIVISION.
       MAIN-ROTEADOR.
           OPEN INPUT INTAKE-FILE
           IF INTAKE-STATUS NOT = "00"
               DISPLAY "Nenhum arquivo INTAKE encontrado - arquivos "
                   "de transacao existentes mantidos"
               PERFORM CARREGAR-PARAMETROS
               PERFORM CARREGAR-CICLO
               PERFORM CARREGAR-FONTES
               PERFORM CONFERIR-FONTES-ESPERADAS
               PERFORM GRAVAR-QUALIDADE-FONTES
               IF ENTRADA-RETIDA
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           DISPLAY "Arquivo INTAKE encontrado - conferindo envelopes"
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CICLO
           PERFORM CARREGAR-FILIAIS
           PERFORM CARREGAR-REGRAS
           PERFORM CARREGAR-FONTES
           PERFORM INICIALIZAR-CONTROLE
           PERFORM LER-E-APURAR-ENVELOPE
               UNTIL INTAKE-STATUS NOT = "00"
           PERFORM FECHAR-BLOCO-PENDENTE
           PERFORM EXIBIR-RESUMO-ENVELOPES

      * Fonte obrigatoria ausente com acao de reter: nada e roteado
      * e os arquivos de transacao ficam como estao; RC 12 faz o
      * LOTE-CONTROLE bloquear a noite.
           PERFORM CONFERIR-FONTES-ESPERADAS
           IF ENTRADA-RETIDA
               DISPLAY "Roteamento retido - fonte obrigatoria "
                   "ausente (ver FONTEREL)"
               PERFORM GRAVAR-QUALIDADE-FONTES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Roteando transacoes dos blocos validos"
           PERFORM ABRIR-ARQUIVO-SEEN
           OPEN OUTPUT DUP-REPT-FILE
           IF SEEN-ABERTO
               CLOSE SEEN-FILE
           END-IF
           SET EVT-ENCERRAR TO TRUE
           CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS
           PERFORM GRAVAR-QUALIDADE-FONTES
           PERFORM GRAVAR-CONTROLE-ROTEAMENTO
           PERFORM EXIBIR-RESUMO-ROTEAMENTO
           IF WS-NAO-ROTEAVEIS > 0 OR WS-BLOCOS-REJEITADOS > 0
                   EVALUATE TRUE
                       WHEN INT-EST-HEADER
                           PERFORM ABRIR-BLOCO
                           PERFORM REGISTRAR-CHEGADA-FONTE
                       WHEN INT-EST-TRAILER
                           PERFORM FECHAR-BLOCO-COM-TRAILER
                       WHEN OTHER
               SET BLO-VALIDO(WS-BLOCO-ATUAL) TO TRUE
               SET BLO-ABERTO(WS-BLOCO-ATUAL) TO TRUE
               MOVE SPACES TO BLO-MOTIVO(WS-BLOCO-ATUAL)
               PERFORM CONFERIR-FILIAL-BLOCO
           END-IF.

      * Cabecalho sem filial: bloco da matriz (primeira filial do
      * cadastro).  Sem cadastro, so blocos sem filial sao aceitos.
       CONFERIR-FILIAL-BLOCO.
           MOVE INT-HDR-FILIAL TO BLO-FILIAL(WS-BLOCO-ATUAL)
           IF FILIAIS-CADASTRADAS
               IF INT-HDR-FILIAL = SPACES
                   MOVE FLT-CODIGO(1) TO BLO-FILIAL(WS-BLOCO-ATUAL)
               END-IF
               MOVE 0 TO WS-FIL-ACHADA
               PERFORM LOCALIZAR-FILIAL
                   VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > FLT-QTDE
               IF WS-FIL-ACHADA = 0
                   SET BLO-INVALIDO(WS-BLOCO-ATUAL) TO TRUE
                   MOVE "FILIAL DESCONHECIDA"
                       TO BLO-MOTIVO(WS-BLOCO-ATUAL)
               ELSE
                   IF FLT-EM-FERIADO(WS-FIL-ACHADA)
                       SET BLO-INVALIDO(WS-BLOCO-ATUAL) TO TRUE
                       MOVE "FILIAL EM FERIADO"
                           TO BLO-MOTIVO(WS-BLOCO-ATUAL)
                   END-IF
               END-IF
           ELSE
               IF INT-HDR-FILIAL NOT = SPACES
                   SET BLO-INVALIDO(WS-BLOCO-ATUAL) TO TRUE
                   MOVE "FILIAL DESCONHECIDA"
                       TO BLO-MOTIVO(WS-BLOCO-ATUAL)
               END-IF
           END-IF.

       LOCALIZAR-FILIAL.
           IF FLT-CODIGO(WS-FIL-IDX) = BLO-FILIAL(WS-BLOCO-ATUAL)
               MOVE WS-FIL-IDX TO WS-FIL-ACHADA
           END-IF.

      * Registro de detalhe sem cabecalho anterior: agrupa num
               SET BLO-INVALIDO(WS-BLOCO-ATUAL) TO TRUE
               SET BLO-ABERTO(WS-BLOCO-ATUAL) TO TRUE
               MOVE "SEM CABECALHO" TO BLO-MOTIVO(WS-BLOCO-ATUAL)
               MOVE SPACES TO BLO-FILIAL(WS-BLOCO-ATUAL)
           END-IF.

       FECHAR-BLOCO-COM-TRAILER.
           ELSE
               MOVE 0 TO WS-BLOCO-ATUAL
               SET BLOCO-EXCEDENTE TO TRUE
           END-IF
           IF WS-BLOCO-ATUAL > 0
               MOVE BLO-ORIGEM(WS-BLOCO-ATUAL) TO WS-ORIGEM-BLOCO
           ELSE
               IF INT-EST-HEADER
                   MOVE INT-HDR-ORIGEM TO WS-ORIGEM-BLOCO
               ELSE
                   MOVE "*SEMHDR*" TO WS-ORIGEM-BLOCO
               END-IF
           END-IF
           PERFORM CONTAR-BLOCO-FONTE.

      * Blocos e registros de detalhe recebidos por fonte; bloco
      * invalido ou excedente conta como falha de envelope.
       CONTAR-BLOCO-FONTE.
           MOVE 0 TO WS-QLT-ATUAL
           PERFORM LOCALIZAR-FONTE-QUALIDADE
               VARYING WS-QLT-IDX FROM 1 BY 1
               UNTIL WS-QLT-IDX > QLT-QTDE
           IF WS-QLT-ATUAL = 0
               IF QLT-QTDE < 50
                   ADD 1 TO QLT-QTDE
                   MOVE QLT-QTDE TO WS-QLT-ATUAL
                   MOVE WS-ORIGEM-BLOCO TO QLT-ORIGEM(WS-QLT-ATUAL)
                   MOVE 0 TO QLT-BLOCOS(WS-QLT-ATUAL)
                   MOVE 0 TO QLT-FALHOS(WS-QLT-ATUAL)
                   MOVE 0 TO QLT-REGISTROS(WS-QLT-ATUAL)
               ELSE
                   DISPLAY "ALERTA: limite de 50 origens no ROTQUAL "
                       "- origem nao contada: " WS-ORIGEM-BLOCO
               END-IF
           END-IF
           IF WS-QLT-ATUAL > 0
               ADD 1 TO QLT-BLOCOS(WS-QLT-ATUAL)
               IF BLOCO-EXCEDENTE
                   ADD 1 TO QLT-FALHOS(WS-QLT-ATUAL)
               ELSE
                   IF BLO-INVALIDO(WS-BLOCO-ATUAL)
                       ADD 1 TO QLT-FALHOS(WS-QLT-ATUAL)
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-FONTE-QUALIDADE.
           IF QLT-ORIGEM(WS-QLT-IDX) = WS-ORIGEM-BLOCO
               MOVE WS-QLT-IDX TO WS-QLT-ATUAL
           END-IF.

       GRAVAR-QUALIDADE-FONTES.
           OPEN OUTPUT ROT-QUAL-FILE
           PERFORM GRAVAR-FONTE-QUALIDADE
               VARYING WS-QLT-IDX FROM 1 BY 1
               UNTIL WS-QLT-IDX > QLT-QTDE
           CLOSE ROT-QUAL-FILE.

       GRAVAR-FONTE-QUALIDADE.
           MOVE SPACES TO RQL-REC
           MOVE WS-DATA-NEGOCIO TO RQL-DATA-NEGOCIO
           MOVE QLT-ORIGEM(WS-QLT-IDX) TO RQL-ORIGEM
           MOVE QLT-BLOCOS(WS-QLT-IDX) TO RQL-BLOCOS
           MOVE QLT-FALHOS(WS-QLT-IDX) TO RQL-BLOCOS-FALHOS
           MOVE QLT-REGISTROS(WS-QLT-IDX) TO RQL-REGISTROS
           WRITE RQL-REC.

       LIBERAR-BLOCO-ATUAL.
           MOVE 0 TO WS-BLOCO-ATUAL
           MOVE 'N' TO WS-EXCEDENTE-SW.
           END-IF.

       ROTEAR-REGISTRO-DETALHE.
           IF WS-QLT-ATUAL > 0
               ADD 1 TO QLT-REGISTROS(WS-QLT-ATUAL)
           END-IF
           IF BLOCO-EXCEDENTE
               PERFORM REGISTRAR-REJEITADO-EXCEDENTE
           ELSE
       ROTEAR-PARA-DESTINO.
           EVALUATE TRUE
               WHEN INT-EST-PILHA
                   IF FILIAIS-CADASTRADAS
                       AND BLO-FILIAL(WS-BLOCO-ATUAL)
                           NOT = WS-ULT-FILIAL-PILHA
                       PERFORM MARCAR-FILIAL-PILHA
                   END-IF
                   MOVE INT-CORPO(1:28) TO PILHA-TXN-REC
                   WRITE PILHA-TXN-REC
                   ADD 1 TO WS-ROTEADOS-PILHA
                   MOVE 1 TO WS-CTL-IDX
                   PERFORM ACUMULAR-CONTROLE-ROTEADO
               WHEN INT-EST-FILA
                   IF FILIAIS-CADASTRADAS
                       AND BLO-FILIAL(WS-BLOCO-ATUAL)
                           NOT = WS-ULT-FILIAL-FILA
                       PERFORM MARCAR-FILIAL-FILA
                   END-IF
                   MOVE INT-CORPO(1:28) TO FILA-TXN-REC
                   WRITE FILA-TXN-REC
                   ADD 1 TO WS-ROTEADOS-FILA
                   MOVE 2 TO WS-CTL-IDX
                   PERFORM ACUMULAR-CONTROLE-ROTEADO
               WHEN INT-EST-DEQUE
                   IF FILIAIS-CADASTRADAS
                       AND BLO-FILIAL(WS-BLOCO-ATUAL)
                           NOT = WS-ULT-FILIAL-DEQUE
                       PERFORM MARCAR-FILIAL-DEQUE
                   END-IF
                   MOVE INT-CORPO(1:29) TO DEQUE-TXN-REC
                   WRITE DEQUE-TXN-REC
                   ADD 1 TO WS-ROTEADOS-DEQUE
                   MOVE 3 TO WS-CTL-IDX
                   PERFORM ACUMULAR-CONTROLE-ROTEADO
               WHEN INT-EST-AVL
                   MOVE INT-CORPO(1:25) TO AVL-TXN-REC
                   WRITE AVL-TXN-REC
                   ADD 1 TO WS-ROTEADOS-AVL
                   MOVE 4 TO WS-CTL-IDX
                   PERFORM ACUMULAR-CONTROLE-ROTEADO
               WHEN OTHER
                   PERFORM REGISTRAR-NAO-ROTEAVEL
           END-EVALUATE
           MOVE "ROTEADO" TO EVT-CODIGO
           MOVE INT-ESTRUTURA TO EVT-DETALHE
           PERFORM REGISTRAR-SITUACAO-ITEM.

      * Marca de filial: codigo "H" no lugar do codigo da transacao
      * e o codigo da filial no inicio do item.  Nao conta como
      * registro roteado.
       MARCAR-FILIAL-PILHA.
           MOVE SPACES TO PILHA-TXN-REC
           MOVE "H" TO PILHA-TXN-REC(1:1)
           MOVE BLO-FILIAL(WS-BLOCO-ATUAL) TO PILHA-TXN-REC(2:3)
           WRITE PILHA-TXN-REC
           MOVE BLO-FILIAL(WS-BLOCO-ATUAL) TO WS-ULT-FILIAL-PILHA.

       MARCAR-FILIAL-FILA.
           MOVE SPACES TO FILA-TXN-REC
           MOVE BLO-FILIAL(WS-BLOCO-ATUAL) TO FILA-TXN-REC(1:3)
           MOVE "H" TO FILA-TXN-REC(28:1)
           WRITE FILA-TXN-REC
           MOVE BLO-FILIAL(WS-BLOCO-ATUAL) TO WS-ULT-FILIAL-FILA.

       MARCAR-FILIAL-DEQUE.
           MOVE SPACES TO DEQUE-TXN-REC
           MOVE "H" TO DEQUE-TXN-REC(1:1)
           MOVE BLO-FILIAL(WS-BLOCO-ATUAL) TO DEQUE-TXN-REC(3:3)
           WRITE DEQUE-TXN-REC
           MOVE BLO-FILIAL(WS-BLOCO-ATUAL) TO WS-ULT-FILIAL-DEQUE.

      * Ciclo de vida do item (ITEMSIT): entram so os registros que
      * carregam item de negocio; em simulacao nada e registrado.
       REGISTRAR-SITUACAO-ITEM.
           MOVE SPACES TO EVT-ITEM
           EVALUATE TRUE
               WHEN INT-EST-PILHA
                   IF INT-CORPO(1:1) = "E"
                       MOVE INT-CORPO(2:27) TO EVT-ITEM
                   END-IF
               WHEN INT-EST-FILA
                   IF INT-CORPO(28:1) NOT = "C"
                       MOVE INT-CORPO(1:27) TO EVT-ITEM
                   END-IF
               WHEN INT-EST-DEQUE
                   IF INT-CORPO(1:1) = "E"
                       MOVE INT-CORPO(3:27) TO EVT-ITEM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF EVT-ITEM NOT = SPACES AND NOT MODO-SIMULACAO
               SET EVT-REGISTRAR TO TRUE
               MOVE "ROTEADOR" TO EVT-PROGRAMA
               CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS
           END-IF.

       REGISTRAR-SITUACAO-REJEITADO.
           MOVE "REJEITADO" TO EVT-CODIGO
           MOVE IERR-MOTIVO TO EVT-DETALHE
           PERFORM REGISTRAR-SITUACAO-ITEM.

       ACUMULAR-CONTROLE-ROTEADO.
           ADD 1 TO CTL-ROTEADOS(WS-CTL-IDX)
           DISPLAY "Data de negocio do roteamento: " WS-DATA-NEGOCIO
               " / duplicados: " WS-DUP-OPCAO-SW.

      * Ciclo do dia pelo CICLOCTL (sem o arquivo, ciclo unico e
      * final).
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

       CARREGAR-REGRAS.
           OPEN INPUT REGRA-FILE
           IF REGRA-STATUS = "00"
           MOVE FUNCTION CURRENT-DATE TO IERR-TIMESTAMP
           MOVE INT-ESTRUTURA TO IERR-ESTRUTURA
           MOVE INT-CORPO TO IERR-CORPO
           MOVE WS-ORIGEM-BLOCO TO IERR-ORIGEM
           MOVE SPACES TO IERR-MOTIVO
           STRING "REGRA " RGT-ID(WS-REG-ACHADA) " "
               WS-REGRA-MOTIVO
               DELIMITED BY SIZE INTO IERR-MOTIVO
           WRITE INTAKE-ERR-REC
           PERFORM REGISTRAR-SITUACAO-REJEITADO
           ADD 1 TO WS-TOTAL-REJ-REGRA
           PERFORM ACUMULAR-CONTROLE-REJEITADO
           PERFORM GRAVAR-LINHA-REGRA
           IF NOT REGRJ-CABEC-IMPRESSO
               MOVE "QUANDO          REGRA   MOTIVO   ESTR   CORPO"
                   TO REGRJ-REC
               MOVE "ORIGEM" TO REGRJ-REC(72:6)
               WRITE REGRJ-REC
               SET REGRJ-CABEC-IMPRESSO TO TRUE
           END-IF
           MOVE WS-REGRA-MOTIVO TO RGJ-MOTIVO
           MOVE INT-ESTRUTURA TO RGJ-ESTRUTURA
           MOVE INT-CORPO TO RGJ-CORPO
           MOVE WS-ORIGEM-BLOCO TO RGJ-ORIGEM
           WRITE REGRJ-REC FROM RGJ-LINHA.

       ABRIR-ARQUIVO-SEEN.
                       MOVE INT-CORPO(2:8) TO WS-ITEM-ID
                   END-IF
               WHEN INT-EST-FILA
                   IF INT-CORPO(28:1) NOT = "C"
                       MOVE INT-CORPO(1:8) TO WS-ITEM-ID
                   END-IF
               WHEN INT-EST-DEQUE
                   IF INT-CORPO(1:1) = "E"
                       MOVE INT-CORPO(3:8) TO WS-ITEM-ID
               MOVE WS-ITEM-ID TO SEEN-ID
               MOVE FUNCTION CURRENT-DATE TO SEEN-TIMESTAMP
               MOVE INT-ESTRUTURA TO SEEN-ESTRUTURA
               MOVE WS-ORIGEM-BLOCO TO SEEN-ORIGEM
               WRITE SEEN-REC
                   INVALID KEY
                       DISPLAY "ALERTA: falha ao registrar chave em "
           IF NOT DUP-CABEC-IMPRESSO
               MOVE "ITEM-ID   1A OCORRENCIA        2A OCORRENCIA"
                   & "        DISPOSICAO" TO DUP-REPT-REC
               MOVE "ORIGEM" TO DUP-REPT-REC(69:6)
               WRITE DUP-REPT-REC
               SET DUP-CABEC-IMPRESSO TO TRUE
           END-IF
           MOVE SEEN-ESTRUTURA TO DUPL-ESTRUT-1
           MOVE SEEN-TIMESTAMP(1:14) TO DUPL-QUANDO-1
           MOVE INT-ESTRUTURA TO DUPL-ESTRUT-2
           MOVE WS-ORIGEM-BLOCO TO DUPL-ORIGEM
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
           MOVE WS-DATA-CORRENTE(1:14) TO DUPL-QUANDO-2
           IF DUPLICADO-REJEITA
           MOVE FUNCTION CURRENT-DATE TO IERR-TIMESTAMP
           MOVE INT-ESTRUTURA TO IERR-ESTRUTURA
           MOVE INT-CORPO TO IERR-CORPO
           MOVE WS-ORIGEM-BLOCO TO IERR-ORIGEM
           MOVE "ITEM-ID DUPLICADO" TO IERR-MOTIVO
           WRITE INTAKE-ERR-REC
           PERFORM REGISTRAR-SITUACAO-REJEITADO
           ADD 1 TO WS-DUP-REJEITADOS
           PERFORM ACUMULAR-CONTROLE-REJEITADO.

           MOVE FUNCTION CURRENT-DATE TO IERR-TIMESTAMP
           MOVE INT-ESTRUTURA TO IERR-ESTRUTURA
           MOVE INT-CORPO TO IERR-CORPO
           MOVE WS-ORIGEM-BLOCO TO IERR-ORIGEM
           MOVE "TABELA BLOCOS CHEIA" TO IERR-MOTIVO
           WRITE INTAKE-ERR-REC
           PERFORM REGISTRAR-SITUACAO-REJEITADO
           ADD 1 TO WS-REJ-ENVELOPE
           IF NOT INT-EST-HEADER AND NOT INT-EST-TRAILER
               PERFORM ACUMULAR-CONTROLE-REJEITADO
           MOVE FUNCTION CURRENT-DATE TO IERR-TIMESTAMP
           MOVE INT-ESTRUTURA TO IERR-ESTRUTURA
           MOVE INT-CORPO TO IERR-CORPO
           MOVE WS-ORIGEM-BLOCO TO IERR-ORIGEM
           MOVE "ESTRUTURA INVALIDA" TO IERR-MOTIVO
           WRITE INTAKE-ERR-REC
           ADD 1 TO WS-NAO-ROTEAVEIS.
           MOVE FUNCTION CURRENT-DATE TO IERR-TIMESTAMP
           MOVE INT-ESTRUTURA TO IERR-ESTRUTURA
           MOVE INT-CORPO TO IERR-CORPO
           MOVE WS-ORIGEM-BLOCO TO IERR-ORIGEM
           MOVE BLO-MOTIVO(WS-BLOCO-ATUAL) TO IERR-MOTIVO
           WRITE INTAKE-ERR-REC
           PERFORM REGISTRAR-SITUACAO-REJEITADO
           ADD 1 TO WS-REJ-ENVELOPE
           IF NOT INT-EST-HEADER AND NOT INT-EST-TRAILER
               PERFORM ACUMULAR-CONTROLE-REJEITADO
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.

      * ----- Conferencia das fontes esperadas -----

       CARREGAR-FONTES.
           OPEN INPUT FONTE-FILE
           IF FONTE-STATUS = "00"
               SET FONTES-CADASTRADAS TO TRUE
               PERFORM VERIFICAR-CALENDARIO-FONTES
               PERFORM LER-FONTE
                   UNTIL FONTE-STATUS NOT = "00"
               CLOSE FONTE-FILE
               DISPLAY "Fontes cadastradas em FONTES: " FTB-QTDE
           ELSE
               DISPLAY "Sem cadastro FONTES - conferencia de fontes "
                   "esperadas desligada"
           END-IF.

       LER-FONTE.
           READ FONTE-FILE
               NOT AT END
                   IF FTB-QTDE < 50
                       ADD 1 TO FTB-QTDE
                       PERFORM INICIAR-FONTE-TABELA
                       MOVE FNT-ORIGEM TO FTB-ORIGEM(FTB-QTDE)
                       MOVE FNT-DESCRICAO TO FTB-DESCRICAO(FTB-QTDE)
                       MOVE FNT-OBRIGATORIA
                           TO FTB-OBRIGATORIA(FTB-QTDE)
                       MOVE FNT-HORA-CORTE TO FTB-HORA-CORTE(FTB-QTDE)
                       MOVE FNT-ACAO-AUSENCIA TO FTB-ACAO(FTB-QTDE)
                       MOVE 'S' TO FTB-CADASTRADA(FTB-QTDE)
                       PERFORM AVALIAR-AGENDA-FONTE
                   ELSE
                       DISPLAY "ALERTA: limite de 50 fontes excedido "
                           "- fonte ignorada: " FNT-ORIGEM
                   END-IF
           END-READ.

       INICIAR-FONTE-TABELA.
           MOVE SPACES TO FTB-DESCRICAO(FTB-QTDE)
           MOVE 'N' TO FTB-OBRIGATORIA(FTB-QTDE)
           MOVE 0 TO FTB-HORA-CORTE(FTB-QTDE)
           MOVE SPACE TO FTB-ACAO(FTB-QTDE)
           MOVE 'N' TO FTB-CADASTRADA(FTB-QTDE)
           MOVE 'N' TO FTB-ESPERADA(FTB-QTDE)
           MOVE 0 TO FTB-BLOCOS(FTB-QTDE)
           MOVE 0 TO FTB-BLOCOS-DATA(FTB-QTDE)
           MOVE SPACES TO FTB-HORA(FTB-QTDE)
           MOVE 0 TO FTB-DATA-OUTRA(FTB-QTDE)
           MOVE SPACES TO FTB-SITUACAO(FTB-QTDE)
           MOVE 0 TO FTB-BLOCOS-CICLO(FTB-QTDE)
           MOVE SPACES TO FTB-HORA-CICLO(FTB-QTDE).

      * A fonte e esperada na data conforme a frequencia do
      * cadastro, e nunca em data nao util do CALPROC (datas fora do
      * calendario contam como uteis).  O dia da semana sai do
      * inteiro da data (o dia 1 do calendario inteiro e segunda).
       AVALIAR-AGENDA-FONTE.
           MOVE 'N' TO FTB-ESPERADA(FTB-QTDE)
           IF DATA-DIA-UTIL
               EVALUATE TRUE
                   WHEN FNT-TODO-DIA-UTIL
                       MOVE 'S' TO FTB-ESPERADA(FTB-QTDE)
                   WHEN FNT-DIAS-DA-SEMANA
                       IF FNT-SEMANA(WS-DIA-SEMANA:1) = 'S'
                           MOVE 'S' TO FTB-ESPERADA(FTB-QTDE)
                       END-IF
                   WHEN FNT-FIM-DE-PERIODO
                       IF DATA-FIM-PERIODO
                           MOVE 'S' TO FTB-ESPERADA(FTB-QTDE)
                       END-IF
               END-EVALUATE
           END-IF.

      * Sem FILIAIS o lote e de filial unica (codigo em branco).  O
      * feriado proprio de cada filial vem do CALPROC.
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
           END-IF.

       LER-FILIAL.
           READ FILIAL-FILE
               NOT AT END
                   IF FLT-QTDE < 10
                       ADD 1 TO FLT-QTDE
                       MOVE FIL-CODIGO TO FLT-CODIGO(FLT-QTDE)
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
                           VARYING WS-FIL-IDX FROM 1 BY 1
                           UNTIL WS-FIL-IDX > FLT-QTDE
                   END-IF
           END-READ.

       MARCAR-FERIADO-FILIAL.
           IF FLT-CODIGO(WS-FIL-IDX) = CAL-FILIAL
               MOVE 'S' TO FLT-FERIADO-SW(WS-FIL-IDX)
               DISPLAY "Filial " CAL-FILIAL " em feriado - blocos da "
                   "filial serao recusados"
           END-IF.

       VERIFICAR-CALENDARIO-FONTES.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) - 1, 7) + 1
           OPEN INPUT CALENDARIO-FILE
           IF CALENDARIO-STATUS = "00"
               PERFORM LER-CALENDARIO-FONTES
                   UNTIL CALENDARIO-STATUS NOT = "00"
               CLOSE CALENDARIO-FILE
           END-IF.

       LER-CALENDARIO-FONTES.
           READ CALENDARIO-FILE
               NOT AT END
                   IF CAL-DATA = WS-DATA-NEGOCIO AND CAL-FILIAL = SPACES
                       IF CAL-FERIADO
                           SET DATA-FERIADO TO TRUE
                       END-IF
                       IF CAL-FECHA-PERIODO
                           SET DATA-FIM-PERIODO TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * Cada cabecalho HDR marca a chegada da sua origem; origem sem
      * cadastro entra no fim da tabela para o relatorio.  A hora de
      * chegada da fonte e a do ultimo bloco que ela entregou.
       REGISTRAR-CHEGADA-FONTE.
           IF FONTES-CADASTRADAS
               MOVE 0 TO WS-FNT-ACHADA
               PERFORM LOCALIZAR-FONTE
                   VARYING WS-FNT-IDX FROM 1 BY 1
                   UNTIL WS-FNT-IDX > FTB-QTDE
               IF WS-FNT-ACHADA = 0 AND FTB-QTDE < 50
                   ADD 1 TO FTB-QTDE
                   MOVE FTB-QTDE TO WS-FNT-ACHADA
                   PERFORM INICIAR-FONTE-TABELA
                   MOVE INT-HDR-ORIGEM TO FTB-ORIGEM(FTB-QTDE)
               END-IF
               IF WS-FNT-ACHADA > 0
                   ADD 1 TO FTB-BLOCOS(WS-FNT-ACHADA)
                   IF INT-HDR-DATA-NEG IS NUMERIC
                       AND INT-HDR-DATA-NEG = WS-DATA-NEGOCIO
                       ADD 1 TO FTB-BLOCOS-DATA(WS-FNT-ACHADA)
                       IF INT-HDR-HORA IS NUMERIC
                           AND (FTB-HORA(WS-FNT-ACHADA) = SPACES
                           OR INT-HDR-HORA > FTB-HORA(WS-FNT-ACHADA))
                           MOVE INT-HDR-HORA TO FTB-HORA(WS-FNT-ACHADA)
                       END-IF
                   ELSE
                       IF INT-HDR-DATA-NEG IS NUMERIC
                           MOVE INT-HDR-DATA-NEG
                               TO FTB-DATA-OUTRA(WS-FNT-ACHADA)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-FONTE.
           IF WS-FNT-ACHADA = 0
               AND FTB-ORIGEM(WS-FNT-IDX) = INT-HDR-ORIGEM
               MOVE WS-FNT-IDX TO WS-FNT-ACHADA
           END-IF.

      * Classifica cada fonte, alerta as ausencias e atrasos e
      * decide a retencao: basta uma fonte obrigatoria ausente com
      * acao 'R' para reter a entrada.  Num ciclo intermediario a
      * fonte que ainda nao chegou fica pendente, sem alerta nem
      * retencao: ela pode entregar num ciclo seguinte da data.
       CONFERIR-FONTES-ESPERADAS.
           IF FONTES-CADASTRADAS
               PERFORM GUARDAR-CHEGADA-CICLO
                   VARYING WS-FNT-IDX FROM 1 BY 1
                   UNTIL WS-FNT-IDX > FTB-QTDE
               IF MODO-CICLOS
                   PERFORM ATUALIZAR-CHEGADAS
               END-IF
               OPEN OUTPUT FONTE-REL-FILE
               MOVE SPACES TO FONTE-REL-REC
               IF MODO-CICLOS
                   STRING "RELATORIO DE CHEGADA DAS FONTES - DATA DE "
                       "NEGOCIO " WS-DATA-NEGOCIO " - CICLO "
                       WS-CICLO " DE " WS-CICLOS-DIA
                       DELIMITED BY SIZE INTO FONTE-REL-REC
               ELSE
                   STRING "RELATORIO DE CHEGADA DAS FONTES - DATA DE "
                       "NEGOCIO " WS-DATA-NEGOCIO
                       DELIMITED BY SIZE INTO FONTE-REL-REC
               END-IF
               WRITE FONTE-REL-REC
               IF DATA-FERIADO
                   MOVE "DATA NAO UTIL NO CALPROC - NENHUMA FONTE "
                       & "ESPERADA" TO FONTE-REL-REC
                   WRITE FONTE-REL-REC
               END-IF
               MOVE SPACES TO FONTE-REL-REC
               WRITE FONTE-REL-REC
               MOVE "ORIGEM    DESCRICAO                       OBR  "
                   & "CORTE  HORA   BLC  SITUACAO         ACAO"
                   TO FONTE-REL-REC
               WRITE FONTE-REL-REC
               MOVE ALL "-" TO FONTE-REL-REC
               WRITE FONTE-REL-REC
               PERFORM CLASSIFICAR-FONTE
                   VARYING WS-FNT-IDX FROM 1 BY 1
                   UNTIL WS-FNT-IDX > FTB-QTDE
               MOVE ALL "-" TO FONTE-REL-REC
               WRITE FONTE-REL-REC
               MOVE SPACES TO FONTE-REL-REC
               STRING "NO PRAZO=" WS-QTDE-NO-PRAZO
                   "  ATRASADAS=" WS-QTDE-ATRASADAS
                   "  AUSENTES=" WS-QTDE-AUSENTES
                   " (OBRIGATORIAS=" WS-QTDE-AUSENTES-OBR ")"
                   "  FORA DA AGENDA=" WS-QTDE-FORA-AGENDA
                   "  SEM CADASTRO=" WS-QTDE-SEM-CADASTRO
                   "  PENDENTES=" WS-QTDE-PENDENTES
                   DELIMITED BY SIZE INTO FONTE-REL-REC
               WRITE FONTE-REL-REC
               IF WS-QTDE-PENDENTES > 0
                   MOVE "FONTES PENDENTES SO SERAO DADAS COMO "
                       & "AUSENTES NO ULTIMO CICLO DA DATA"
                       TO FONTE-REL-REC
                   WRITE FONTE-REL-REC
               END-IF
               IF ENTRADA-RETIDA
                   MOVE "*** LOTE RETIDO: FONTE OBRIGATORIA AUSENTE "
                       & "- NADA FOI ROTEADO ***" TO FONTE-REL-REC
                   WRITE FONTE-REL-REC
               END-IF
               CLOSE FONTE-REL-FILE
               DISPLAY "Fontes: no prazo " WS-QTDE-NO-PRAZO
                   " atrasadas " WS-QTDE-ATRASADAS
                   " ausentes " WS-QTDE-AUSENTES
                   " - relatorio em FONTEREL"
           END-IF.

       CLASSIFICAR-FONTE.
           MOVE SPACES TO FTL-LINHA
           MOVE FTB-ORIGEM(WS-FNT-IDX) TO FTL-ORIGEM
           MOVE FTB-DESCRICAO(WS-FNT-IDX) TO FTL-DESCRICAO
           MOVE FTB-BLOCOS(WS-FNT-IDX) TO FTL-BLOCOS
           IF FTB-OBRIGATORIA(WS-FNT-IDX) = 'S'
               MOVE "SIM" TO FTL-OBRIGATORIA
           ELSE
               MOVE "NAO" TO FTL-OBRIGATORIA
           END-IF
           IF FTB-CADASTRADA(WS-FNT-IDX) = 'S'
               MOVE FTB-HORA-CORTE(WS-FNT-IDX)(1:2) TO FTL-CORTE(1:2)
               MOVE ":" TO FTL-CORTE(3:1)
               MOVE FTB-HORA-CORTE(WS-FNT-IDX)(3:2) TO FTL-CORTE(4:2)
           END-IF
           IF FTB-HORA(WS-FNT-IDX) NOT = SPACES
               MOVE FTB-HORA(WS-FNT-IDX)(1:2) TO FTL-CHEGADA(1:2)
               MOVE ":" TO FTL-CHEGADA(3:1)
               MOVE FTB-HORA(WS-FNT-IDX)(3:2) TO FTL-CHEGADA(4:2)
           END-IF
           EVALUATE TRUE
               WHEN FTB-CADASTRADA(WS-FNT-IDX) NOT = 'S'
                   MOVE "SEM CADASTRO" TO FTB-SITUACAO(WS-FNT-IDX)
                   MOVE "RECEBIDA - CADASTRAR" TO FTL-ACAO
                   ADD 1 TO WS-QTDE-SEM-CADASTRO
                   IF FTB-BLOCOS-CICLO(WS-FNT-IDX) > 0
                       MOVE 'I' TO WS-ALR-SEVERIDADE
                       MOVE SPACES TO WS-ALR-TEXTO
                       STRING "FONTE " FTB-ORIGEM(WS-FNT-IDX)
                           " PRESENTE NO INTAKE SEM CADASTRO EM "
                           "FONTES" DELIMITED BY SIZE INTO WS-ALR-TEXTO
                       PERFORM GRAVAR-ALERTA-FONTE
                   END-IF
               WHEN FTB-ESPERADA(WS-FNT-IDX) NOT = 'S'
                   IF FTB-BLOCOS(WS-FNT-IDX) > 0
                       MOVE "FORA DA AGENDA" TO FTB-SITUACAO(WS-FNT-IDX)
                       MOVE "RECEBIDA" TO FTL-ACAO
                       ADD 1 TO WS-QTDE-FORA-AGENDA
                   ELSE
                       MOVE "NAO ESPERADA" TO FTB-SITUACAO(WS-FNT-IDX)
                   END-IF
               WHEN FTB-BLOCOS-DATA(WS-FNT-IDX) = 0
                   AND CICLO-INTERMEDIARIO
                   MOVE "PENDENTE" TO FTB-SITUACAO(WS-FNT-IDX)
                   MOVE "AGUARDA CICLO SEGUINTE" TO FTL-ACAO
                   ADD 1 TO WS-QTDE-PENDENTES
               WHEN FTB-BLOCOS-DATA(WS-FNT-IDX) = 0
                   PERFORM TRATAR-FONTE-AUSENTE
               WHEN FTB-HORA(WS-FNT-IDX) NOT = SPACES
                   AND FTB-HORA(WS-FNT-IDX) >
                       FTB-HORA-CORTE(WS-FNT-IDX)
                   MOVE "ATRASADA" TO FTB-SITUACAO(WS-FNT-IDX)
                   MOVE "RECEBIDA" TO FTL-ACAO
                   ADD 1 TO WS-QTDE-ATRASADAS
                   IF FTB-HORA-CICLO(WS-FNT-IDX) NOT = SPACES
                       AND FTB-HORA-CICLO(WS-FNT-IDX) >
                           FTB-HORA-CORTE(WS-FNT-IDX)
                       MOVE 'M' TO WS-ALR-SEVERIDADE
                       MOVE SPACES TO WS-ALR-TEXTO
                       STRING "FONTE " FTB-ORIGEM(WS-FNT-IDX)
                           " ATRASADA: CHEGOU " FTB-HORA(WS-FNT-IDX)
                           " CORTE " FTB-HORA-CORTE(WS-FNT-IDX)
                           DELIMITED BY SIZE INTO WS-ALR-TEXTO
                       PERFORM GRAVAR-ALERTA-FONTE
                   END-IF
               WHEN OTHER
                   MOVE "NO PRAZO" TO FTB-SITUACAO(WS-FNT-IDX)
                   MOVE "RECEBIDA" TO FTL-ACAO
                   ADD 1 TO WS-QTDE-NO-PRAZO
           END-EVALUATE
           MOVE FTB-SITUACAO(WS-FNT-IDX) TO FTL-SITUACAO
           WRITE FONTE-REL-REC FROM FTL-LINHA.

       GUARDAR-CHEGADA-CICLO.
           MOVE FTB-BLOCOS(WS-FNT-IDX) TO FTB-BLOCOS-CICLO(WS-FNT-IDX)
           MOVE FTB-HORA(WS-FNT-IDX) TO FTB-HORA-CICLO(WS-FNT-IDX).

      * O ROTCHEG passa pelo ROTCHTMP: os registros deste ciclo saem
      * da tabela de fontes; os de ciclos anteriores da mesma data
      * sao copiados e somados a tabela.  Registros do mesmo ciclo
      * (reexecucao) e de outras datas ficam de fora.  Em simulacao
      * o arquivo so e lido.
       ATUALIZAR-CHEGADAS.
           MOVE 0 TO WS-CHEGADAS-MANTIDAS
           IF NOT MODO-SIMULACAO
               OPEN OUTPUT CHEGADA-TEMP-FILE
               PERFORM GRAVAR-CHEGADA-CICLO
                   VARYING WS-FNT-IDX FROM 1 BY 1
                   UNTIL WS-FNT-IDX > FTB-QTDE
           END-IF
           OPEN INPUT CHEGADA-FILE
           IF CHEGADA-STATUS = "00"
               PERFORM LER-CHEGADA-ANTERIOR
                   UNTIL CHEGADA-STATUS NOT = "00"
               CLOSE CHEGADA-FILE
           END-IF
           IF NOT MODO-SIMULACAO
               CLOSE CHEGADA-TEMP-FILE
               OPEN INPUT CHEGADA-TEMP-FILE
               OPEN OUTPUT CHEGADA-FILE
               PERFORM DEVOLVER-CHEGADAS
                   UNTIL CHEGADA-TEMP-STATUS NOT = "00"
               CLOSE CHEGADA-TEMP-FILE
               CLOSE CHEGADA-FILE
           END-IF
           DISPLAY "Chegadas de ciclos anteriores da data: "
               WS-CHEGADAS-MANTIDAS.

       GRAVAR-CHEGADA-CICLO.
           IF FTB-BLOCOS(WS-FNT-IDX) > 0
               MOVE SPACES TO CHEGADA-REC
               MOVE WS-DATA-NEGOCIO TO CHG-DATA-NEGOCIO
               MOVE WS-CICLO TO CHG-CICLO
               MOVE FTB-ORIGEM(WS-FNT-IDX) TO CHG-ORIGEM
               MOVE FTB-BLOCOS(WS-FNT-IDX) TO CHG-BLOCOS
               MOVE FTB-BLOCOS-DATA(WS-FNT-IDX) TO CHG-BLOCOS-DATA
               MOVE FTB-HORA(WS-FNT-IDX) TO CHG-HORA
               MOVE FTB-DATA-OUTRA(WS-FNT-IDX) TO CHG-DATA-OUTRA
               WRITE CHEGADA-TEMP-REC FROM CHEGADA-REC
           END-IF.

       LER-CHEGADA-ANTERIOR.
           READ CHEGADA-FILE
               NOT AT END
                   IF CHG-DATA-NEGOCIO = WS-DATA-NEGOCIO
                       AND CHG-CICLO < WS-CICLO
                       ADD 1 TO WS-CHEGADAS-MANTIDAS
                       IF NOT MODO-SIMULACAO
                           WRITE CHEGADA-TEMP-REC FROM CHEGADA-REC
                       END-IF
                       PERFORM SOMAR-CHEGADA-ANTERIOR
                   END-IF
           END-READ.

      * Origem de ciclo anterior que nao esta na tabela entra como
      * sem cadastro, como na chegada pelo INTAKE.
       SOMAR-CHEGADA-ANTERIOR.
           MOVE 0 TO WS-FNT-ACHADA
           PERFORM LOCALIZAR-FONTE-CHEGADA
               VARYING WS-FNT-IDX FROM 1 BY 1
               UNTIL WS-FNT-IDX > FTB-QTDE
           IF WS-FNT-ACHADA = 0 AND FTB-QTDE < 50
               ADD 1 TO FTB-QTDE
               MOVE FTB-QTDE TO WS-FNT-ACHADA
               PERFORM INICIAR-FONTE-TABELA
               MOVE CHG-ORIGEM TO FTB-ORIGEM(FTB-QTDE)
           END-IF
           IF WS-FNT-ACHADA > 0
               ADD CHG-BLOCOS TO FTB-BLOCOS(WS-FNT-ACHADA)
               ADD CHG-BLOCOS-DATA TO FTB-BLOCOS-DATA(WS-FNT-ACHADA)
               IF CHG-HORA NOT = SPACES
                   AND (FTB-HORA(WS-FNT-ACHADA) = SPACES
                   OR CHG-HORA > FTB-HORA(WS-FNT-ACHADA))
                   MOVE CHG-HORA TO FTB-HORA(WS-FNT-ACHADA)
               END-IF
               IF CHG-DATA-OUTRA > 0
                   AND FTB-DATA-OUTRA(WS-FNT-ACHADA) = 0
                   MOVE CHG-DATA-OUTRA
                       TO FTB-DATA-OUTRA(WS-FNT-ACHADA)
               END-IF
           END-IF.

       LOCALIZAR-FONTE-CHEGADA.
           IF WS-FNT-ACHADA = 0
               AND FTB-ORIGEM(WS-FNT-IDX) = CHG-ORIGEM
               MOVE WS-FNT-IDX TO WS-FNT-ACHADA
           END-IF.

       DEVOLVER-CHEGADAS.
           READ CHEGADA-TEMP-FILE
               NOT AT END
                   WRITE CHEGADA-REC FROM CHEGADA-TEMP-REC
           END-READ.

      * Ausente tambem a fonte que so mandou bloco de outra data de
      * negocio (reenvio de arquivo velho).
       TRATAR-FONTE-AUSENTE.
           ADD 1 TO WS-QTDE-AUSENTES
           IF FTB-BLOCOS(WS-FNT-IDX) > 0
               MOVE "DATA DIVERGENTE" TO FTB-SITUACAO(WS-FNT-IDX)
           ELSE
               MOVE "AUSENTE" TO FTB-SITUACAO(WS-FNT-IDX)
           END-IF
           MOVE SPACES TO WS-ALR-TEXTO
           IF FTB-OBRIGATORIA(WS-FNT-IDX) = 'S'
               ADD 1 TO WS-QTDE-AUSENTES-OBR
               MOVE 'A' TO WS-ALR-SEVERIDADE
               IF FTB-ACAO(WS-FNT-IDX) = 'R'
                   SET ENTRADA-RETIDA TO TRUE
                   MOVE "LOTE RETIDO" TO FTL-ACAO
                   STRING "FONTE OBRIGATORIA " FTB-ORIGEM(WS-FNT-IDX)
                       " AUSENTE - LOTE RETIDO"
                       DELIMITED BY SIZE INTO WS-ALR-TEXTO
               ELSE
                   MOVE "LOTE SEGUE SEM A FONTE" TO FTL-ACAO
                   STRING "FONTE OBRIGATORIA " FTB-ORIGEM(WS-FNT-IDX)
                       " AUSENTE - LOTE SEGUE SEM ELA"
                       DELIMITED BY SIZE INTO WS-ALR-TEXTO
               END-IF
           ELSE
               MOVE 'I' TO WS-ALR-SEVERIDADE
               MOVE "OPCIONAL - SEGUE" TO FTL-ACAO
               STRING "FONTE OPCIONAL " FTB-ORIGEM(WS-FNT-IDX)
                   " AUSENTE NA DATA " WS-DATA-NEGOCIO
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
           END-IF
           DISPLAY "ALERTA: fonte " FTB-ORIGEM(WS-FNT-IDX) " "
               FTB-SITUACAO(WS-FNT-IDX) " - " FTL-ACAO
           PERFORM GRAVAR-ALERTA-FONTE.

       GRAVAR-ALERTA-FONTE.
           MOVE "ROTFONTE" TO WS-ALR-CODIGO
           PERFORM GRAVAR-ALERTA.

       EXIBIR-RESUMO-ROTEAMENTO.
           DISPLAY "===== Resumo do roteamento de entrada ====="
           DISPLAY "Roteados para PILHATXN...: " WS-ROTEADOS-PILHA
