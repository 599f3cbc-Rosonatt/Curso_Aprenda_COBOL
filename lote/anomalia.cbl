       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAGEM-ANOMALIAS.
      * Triagem de anomalias de ITEM-VALOR por ITEM-TIPO, logo apos
      * o ROTEADOR-ENTRADA.  As regras do REGRTIPO so olham o teto
      * fixo; aqui cada tipo e comparado com o proprio historico:
      * ITEMSTAT guarda, por data de negocio, ciclo e tipo, a
      * quantidade de itens e a soma e a soma dos quadrados de
      * ITEM-VALOR, e os ultimos N dias de negocio formam o perfil
      * do tipo (media e desvio padrao do valor, media diaria de
      * itens).  Item cujo valor se afasta da media mais que o
      * limite de desvios e sinalizado; tipo cujo volume do dia
      * (ciclos anteriores da data mais o corrente) passa do fator
      * sobre a media diaria tambem.  Cada sinalizacao vai para ALERTAS
      * (severidade M) e para o relatorio ANOMREL.  Com ANP-ACAO
      * 'S' o item sinalizado e retirado do arquivo de transacao e
      * gravado em ANOMRET para revisao, e o ROTCTRL passa a conta-lo
      * como rejeitado, para o balanceamento continuar fechando.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PILHA-TXN-FILE ASSIGN TO "PILHATXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PILHA-TXN-STATUS.
           SELECT FILA-TXN-FILE ASSIGN TO "FILATXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILA-TXN-STATUS.
           SELECT DEQUE-TXN-FILE ASSIGN TO "DEQUETXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEQUE-TXN-STATUS.
           SELECT TEMP-28-FILE ASSIGN TO "ANOMTMP1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TEMP-28-STATUS.
           SELECT TEMP-29-FILE ASSIGN TO "ANOMTMP2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TEMP-29-STATUS.
           SELECT RETIDO-FILE ASSIGN TO "ANOMRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETIDO-STATUS.
           SELECT ESTATISTICA-FILE ASSIGN TO "ITEMSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTATISTICA-STATUS.
           SELECT TRIAGEM-PARM-FILE ASSIGN TO "ANOMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRIAGEM-PARM-STATUS.
           SELECT ROT-CTRL-FILE ASSIGN TO "ROTCTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROT-CTRL-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "ANOMREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PILHA-TXN-FILE.
       01  PILHA-TXN-REC.
           05  TXN-CODE         PIC X(01).
           05  TXN-ITEM         PIC X(27).

       FD  FILA-TXN-FILE.
       01  FILA-TXN-REC.
           05  FTX-ITEM         PIC X(27).
           05  FTX-CODE         PIC X(01).

       FD  DEQUE-TXN-FILE.
       01  DEQUE-TXN-REC.
           05  DTX-CODE         PIC X(01).
           05  DTX-PRIORIDADE   PIC X(01).
           05  DTX-ITEM         PIC X(27).

       FD  TEMP-28-FILE.
       01  TEMP-28-REC          PIC X(28).

       FD  TEMP-29-FILE.
       01  TEMP-29-REC          PIC X(29).

      * Item retido para revisao: mesmo leiaute do INTAKERR, com a
      * imagem da transacao como foi roteada.
       FD  RETIDO-FILE.
       01  RETIDO-REC.
           05  RET-TIMESTAMP    PIC X(26).
           05  RET-ESTRUTURA    PIC X(05).
           05  RET-CORPO        PIC X(29).
           05  RET-MOTIVO       PIC X(20).

      * Estatistica diaria por tipo, um registro por data de
      * negocio, ciclo e tipo.  STA-QTDE conta todos os itens do
      * ciclo (volume); valor, soma e soma dos quadrados so dos
      * itens nao sinalizados, para um valor fora do padrao nao
      * deformar o perfil dos dias seguintes.
       FD  ESTATISTICA-FILE.
       01  ESTATISTICA-REC.
           05  STA-DATA-NEGOCIO PIC 9(08).
           05  STA-CICLO        PIC 9(02).
           05  STA-TIPO         PIC X(02).
           05  STA-QTDE         PIC 9(07).
           05  STA-QTDE-VALOR   PIC 9(07).
           05  STA-SOMA         PIC 9(13)V99.
           05  STA-SOMA-QUAD    PIC 9(16)V99.

      * Parametros da triagem (registro unico; ausente, valem os
      * padroes): dias de negocio do perfil (ate 60), limite em
      * desvios padrao, fator de salto de volume, amostra minima do
      * perfil para haver triagem e acao: 'R' so relata, 'S' retira
      * o item sinalizado das estruturas (ANOMRET).
       FD  TRIAGEM-PARM-FILE.
       01  TRIAGEM-PARM-REC.
           05  ANP-DIAS-PERFIL      PIC 9(03).
           05  ANP-LIMITE-DESVIOS   PIC 9(02)V9.
           05  ANP-FATOR-VOLUME     PIC 9(02)V9.
           05  ANP-AMOSTRA-MINIMA   PIC 9(05).
           05  ANP-ACAO             PIC X(01).

       FD  ROT-CTRL-FILE.
       01  ROT-CTRL-REC.
           05  RTC-ESTRUTURA    PIC X(05).
           05  RTC-ROTEADOS     PIC 9(06).
           05  RTC-REJEITADOS   PIC 9(06).
           05  RTC-VALOR-ROT    PIC 9(13)V99.
           05  RTC-VALOR-REJ    PIC 9(13)V99.

       FD  RELATORIO-FILE.
       01  RELATORIO-REC        PIC X(132).

       FD  ALERTA-FILE.
       COPY ALERTREG.

       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  CICLO-FILE.
       COPY CICLOCTL.

       WORKING-STORAGE SECTION.
       01  PILHA-TXN-STATUS     PIC X(02).
       01  FILA-TXN-STATUS      PIC X(02).
       01  DEQUE-TXN-STATUS     PIC X(02).
       01  TEMP-28-STATUS       PIC X(02).
       01  TEMP-29-STATUS       PIC X(02).
       01  RETIDO-STATUS        PIC X(02).
       01  ESTATISTICA-STATUS   PIC X(02).
       01  TRIAGEM-PARM-STATUS  PIC X(02).
       01  ROT-CTRL-STATUS      PIC X(02).
       01  RELATORIO-STATUS     PIC X(02).
       01  ALERTA-STATUS        PIC X(02).
       01  PARAM-STATUS         PIC X(02).
       01  CICLO-STATUS         PIC X(02).

       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-CICLO             PIC 9(02) VALUE 1.
       01  WS-SIMULACAO-SW      PIC X(01) VALUE 'N'.
           88  MODO-SIMULACAO   VALUE 'S'.

       01  WS-DIAS-PERFIL       PIC 9(03) VALUE 20.
       01  WS-LIMITE-DESVIOS    PIC 9(02)V9 VALUE 4.0.
       01  WS-FATOR-VOLUME      PIC 9(02)V9 VALUE 3.0.
       01  WS-AMOSTRA-MINIMA    PIC 9(05) VALUE 30.
       01  WS-ACAO-SW           PIC X(01) VALUE 'R'.
           88  ACAO-RELATA      VALUE 'R'.
           88  ACAO-RETEM       VALUE 'S'.

      * Estatistica lida de ITEMSTAT (dias anteriores e ciclos
      * anteriores da data corrente).
       01  TAB-ESTATISTICA.
           05  STT-QTDE         PIC 9(04) VALUE 0.
           05  STT-ENT OCCURS 9000 TIMES.
               10  STT-DATA         PIC 9(08).
               10  STT-CICLO        PIC 9(02).
               10  STT-TIPO         PIC X(02).
               10  STT-ITENS        PIC 9(07).
               10  STT-ITENS-VALOR  PIC 9(07).
               10  STT-SOMA         PIC 9(13)V99.
               10  STT-SOMA-QUAD    PIC 9(16)V99.
       01  WS-STT-IDX           PIC 9(04).

      * Datas de negocio anteriores presentes em ITEMSTAT, da mais
      * recente para a mais antiga; as N primeiras formam a janela.
       01  TAB-DATAS.
           05  DAT-QTDE         PIC 9(03) VALUE 0.
           05  DAT-DATA OCCURS 400 TIMES PIC 9(08).
       01  WS-DAT-IDX           PIC 9(03).
       01  WS-DAT-POS           PIC 9(03).
       01  WS-DAT-ACHADA-SW     PIC X(01).
           88  DATA-JA-LISTADA  VALUE 'S'.
       01  WS-DIAS-JANELA       PIC 9(03) VALUE 0.
       01  WS-DATA-CORTE        PIC 9(08) VALUE 0.

      * Perfil da janela e movimento do dia, por tipo.  HOJ-ITENS,
      * HOJ-ITENS-VALOR, HOJ-SOMA e HOJ-SOMA-QUAD acumulam a data
      * inteira: os ciclos anteriores (ANT-*, de ITEMSTAT) mais o
      * ciclo corrente; HOJ-SINALIZADOS e so do ciclo corrente.
       01  TAB-TIPOS.
           05  TPO-QTDE         PIC 9(03) VALUE 0.
           05  TPO-ENT OCCURS 100 TIMES.
               10  TPO-TIPO         PIC X(02).
               10  PRF-ITENS        PIC 9(09).
               10  PRF-ITENS-VALOR  PIC 9(09).
               10  PRF-SOMA         PIC 9(15)V99.
               10  PRF-SOMA-QUAD    PIC 9(16)V99.
               10  PRF-MEDIA        PIC 9(07)V99.
               10  PRF-DESVIO       PIC 9(07)V99.
               10  PRF-MEDIA-DIA    PIC 9(07)V99.
               10  HOJ-ITENS        PIC 9(07).
               10  HOJ-ITENS-VALOR  PIC 9(07).
               10  HOJ-SOMA         PIC 9(13)V99.
               10  HOJ-SOMA-QUAD    PIC 9(16)V99.
               10  HOJ-SINALIZADOS  PIC 9(06).
               10  ANT-ITENS        PIC 9(07).
               10  ANT-ITENS-VALOR  PIC 9(07).
               10  ANT-SOMA         PIC 9(13)V99.
               10  ANT-SOMA-QUAD    PIC 9(16)V99.
               10  TPO-VOLUME-SW    PIC X(01).
                   88  TPO-SALTO-VOLUME VALUE 'S'.
       01  WS-TPO-IDX           PIC 9(03).
       01  WS-TPO-ACHADO        PIC 9(03).

       01  WS-VARIANCIA         PIC S9(14)V9(04).
       01  WS-AFASTAMENTO       PIC 9(07)V99.
       01  WS-DESVIOS-ITEM      PIC 9(05)V99.
       01  WS-RAZAO-VOLUME      PIC 9(05)V99.

      * Item em triagem, montado por cada leitura de transacao.
       01  WS-ESTRUTURA         PIC X(05).
       01  WS-EST-IDX           PIC 9(01).
       01  WS-ITEM              PIC X(27).
       01  WS-ITEM-R REDEFINES WS-ITEM.
           05  WS-ITEM-ID       PIC X(08).
           05  WS-ITEM-TIPO     PIC X(02).
           05  WS-ITEM-VALOR-X  PIC X(09).
           05  WS-ITEM-VALOR REDEFINES WS-ITEM-VALOR-X
                                PIC 9(07)V99.
           05  WS-ITEM-DATA     PIC X(08).
       01  WS-CORPO             PIC X(29).
       01  WS-SINAL-SW          PIC X(01).
           88  ITEM-SINALIZADO  VALUE 'S'.
           88  ITEM-NORMAL      VALUE 'N'.

      * Retidos por estrutura (PILHA, FILA, DEQUE) para o ROTCTRL.
       01  TAB-RETIDOS.
           05  RTD-ENT OCCURS 3 TIMES.
               10  RTD-QTDE         PIC 9(06).
               10  RTD-VALOR        PIC 9(13)V99.
       01  TAB-CONTROLE.
           05  CTL-QTDE         PIC 9(01) VALUE 0.
           05  CTL-ENT OCCURS 4 TIMES.
               10  CTL-REC          PIC X(47).
       01  WS-CTL-IDX           PIC 9(01).

       01  WS-TOTAL-TRIADOS     PIC 9(07) VALUE 0.
       01  WS-TOTAL-SINALIZADOS PIC 9(06) VALUE 0.
       01  WS-TOTAL-RETIDOS     PIC 9(06) VALUE 0.
       01  WS-TOTAL-SALTOS      PIC 9(03) VALUE 0.
       01  WS-TOTAL-SEM-PERFIL  PIC 9(03) VALUE 0.
       01  WS-ALERTAS-ITEM      PIC 9(06) VALUE 0.
       01  WS-LIMITE-ALERTAS    PIC 9(03) VALUE 50.

       01  WS-ALR-SEVERIDADE    PIC X(01).
       01  WS-ALR-CODIGO        PIC X(08).
       01  WS-ALR-TEXTO         PIC X(60).
       01  WS-VALOR-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-MEDIA-EDIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-QTDE-EDIT         PIC ZZZZZZ9.

       COPY ITEMEVT.

       01  CAB-LINHA-1.
           05  FILLER           PIC X(40)
               VALUE "TRIAGEM DE ANOMALIAS DE ITEM-VALOR - DAT".
           05  FILLER           PIC X(16) VALUE "A DE NEGOCIO: ".
           05  CAB-DATA-NEGOCIO PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CAB-SIMULACAO    PIC X(11).
           05  FILLER           PIC X(55) VALUE SPACES.

       01  CAB-LINHA-2.
           05  FILLER           PIC X(17) VALUE "PERFIL: ULTIMOS ".
           05  CAB-DIAS-PERFIL  PIC ZZ9.
           05  FILLER           PIC X(22)
               VALUE " DIAS (NA JANELA: ".
           05  CAB-DIAS-JANELA  PIC ZZ9.
           05  FILLER           PIC X(12) VALUE ")  LIMITE: ".
           05  CAB-LIMITE       PIC Z9.9.
           05  FILLER           PIC X(18) VALUE " DESVIOS  VOLUME: ".
           05  CAB-FATOR        PIC Z9.9.
           05  FILLER           PIC X(10) VALUE "X  ACAO: ".
           05  CAB-ACAO         PIC X(08).
           05  FILLER           PIC X(31) VALUE SPACES.

       01  DET-LINHA.
           05  DET-ESTRUTURA    PIC X(05).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-ITEM-ID      PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-TIPO         PIC X(02).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-VALOR        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-MEDIA        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-DESVIO       PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-DESVIOS-ITEM PIC ZZZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-DISPOSICAO   PIC X(08).
           05  FILLER           PIC X(49) VALUE SPACES.

       01  TPL-LINHA.
           05  TPL-TIPO         PIC X(02).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TPL-PRF-ITENS    PIC ZZZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TPL-MEDIA        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TPL-DESVIO       PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TPL-MEDIA-DIA    PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TPL-HOJE         PIC ZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TPL-SINALIZADOS  PIC ZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TPL-SITUACAO     PIC X(14).
           05  FILLER           PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-TRIAGEM.
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CICLO
           PERFORM CARREGAR-PARAMETROS-TRIAGEM
           PERFORM CARREGAR-ESTATISTICA
           PERFORM MONTAR-PERFIS
           PERFORM ABRIR-RELATORIO
           OPEN OUTPUT RETIDO-FILE
           MOVE 0 TO RTD-QTDE(1) RTD-QTDE(2) RTD-QTDE(3)
           MOVE 0 TO RTD-VALOR(1) RTD-VALOR(2) RTD-VALOR(3)
           PERFORM TRIAR-PILHATXN
           PERFORM TRIAR-FILATXN
           PERFORM TRIAR-DEQUETXN
           CLOSE RETIDO-FILE
           IF NOT MODO-SIMULACAO
               SET EVT-ENCERRAR TO TRUE
               CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS
           END-IF
           PERFORM AVALIAR-VOLUME-TIPO
               VARYING WS-TPO-IDX FROM 1 BY 1
               UNTIL WS-TPO-IDX > TPO-QTDE
           IF WS-ALERTAS-ITEM > WS-LIMITE-ALERTAS
               PERFORM ALERTAR-EXCESSO-SINALIZADOS
           END-IF
           IF WS-TOTAL-RETIDOS > 0
               PERFORM AJUSTAR-CONTROLE-ROTEAMENTO
           END-IF
           IF MODO-SIMULACAO
               DISPLAY "Simulacao: ITEMSTAT nao atualizado"
           ELSE
               PERFORM GRAVAR-ESTATISTICA
           END-IF
           PERFORM EMITIR-QUADRO-TIPOS
           CLOSE RELATORIO-FILE
           PERFORM EXIBIR-RESUMO-TRIAGEM
           IF WS-TOTAL-SINALIZADOS > 0 OR WS-TOTAL-SALTOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
                       IF PAR-SIMULACAO = 'S'
                           SET MODO-SIMULACAO TO TRUE
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Mesma regra do LOTE-CONTROLE: CICLOCTL de outra data vale
      * como ciclo 01; sem o arquivo, um ciclo so por data.
       CARREGAR-CICLO.
           OPEN INPUT CICLO-FILE
           IF CICLO-STATUS = "00"
               READ CICLO-FILE
                   NOT AT END
                       IF CIC-DATA-NEGOCIO NUMERIC
                           AND CIC-DATA-NEGOCIO = WS-DATA-NEGOCIO
                           AND CIC-CICLO NUMERIC AND CIC-CICLO > 0
                           MOVE CIC-CICLO TO WS-CICLO
                       END-IF
               END-READ
               CLOSE CICLO-FILE
           END-IF.

       CARREGAR-PARAMETROS-TRIAGEM.
           OPEN INPUT TRIAGEM-PARM-FILE
           IF TRIAGEM-PARM-STATUS = "00"
               READ TRIAGEM-PARM-FILE
                   NOT AT END
                       IF ANP-DIAS-PERFIL IS NUMERIC
                           AND ANP-DIAS-PERFIL > 0
                           MOVE ANP-DIAS-PERFIL TO WS-DIAS-PERFIL
                       END-IF
                       IF ANP-LIMITE-DESVIOS IS NUMERIC
                           AND ANP-LIMITE-DESVIOS > 0
                           MOVE ANP-LIMITE-DESVIOS
                               TO WS-LIMITE-DESVIOS
                       END-IF
                       IF ANP-FATOR-VOLUME IS NUMERIC
                           AND ANP-FATOR-VOLUME > 1
                           MOVE ANP-FATOR-VOLUME TO WS-FATOR-VOLUME
                       END-IF
                       IF ANP-AMOSTRA-MINIMA IS NUMERIC
                           MOVE ANP-AMOSTRA-MINIMA
                               TO WS-AMOSTRA-MINIMA
                       END-IF
                       IF ANP-ACAO = 'S' OR ANP-ACAO = 'R'
                           MOVE ANP-ACAO TO WS-ACAO-SW
                       END-IF
               END-READ
               CLOSE TRIAGEM-PARM-FILE
           ELSE
               DISPLAY "ANOMPARM ausente - triagem com parametros "
                   "padrao (so relata)"
           END-IF
           IF WS-DIAS-PERFIL > 60
               MOVE 60 TO WS-DIAS-PERFIL
           END-IF.

      * ----- Perfil dos tipos nos dias anteriores -----

       CARREGAR-ESTATISTICA.
           MOVE 0 TO STT-QTDE
           OPEN INPUT ESTATISTICA-FILE
           IF ESTATISTICA-STATUS = "00"
               PERFORM LER-ESTATISTICA
                   UNTIL ESTATISTICA-STATUS NOT = "00"
               CLOSE ESTATISTICA-FILE
           ELSE
               DISPLAY "ITEMSTAT ausente - sem perfil, nenhum item "
                   "sera sinalizado nesta execucao"
           END-IF.

      * Os ciclos anteriores da data corrente nao entram no perfil:
      * somam-se ao movimento do dia (HOJ-*), ao qual o ciclo
      * corrente se acrescenta.  O proprio ciclo corrente (e algum
      * posterior, se o operador voltou o CICLOCTL) e descartado:
      * numa reexecucao ele e refeito a partir dos arquivos de
      * transacao.
       LER-ESTATISTICA.
           READ ESTATISTICA-FILE
               NOT AT END
                   IF (STA-DATA-NEGOCIO < WS-DATA-NEGOCIO
                       OR (STA-DATA-NEGOCIO = WS-DATA-NEGOCIO
                           AND STA-CICLO < WS-CICLO))
                       AND STT-QTDE < 9000
                       ADD 1 TO STT-QTDE
                       MOVE STA-DATA-NEGOCIO TO STT-DATA(STT-QTDE)
                       MOVE STA-CICLO TO STT-CICLO(STT-QTDE)
                       MOVE STA-TIPO TO STT-TIPO(STT-QTDE)
                       MOVE STA-QTDE TO STT-ITENS(STT-QTDE)
                       MOVE STA-QTDE-VALOR
                           TO STT-ITENS-VALOR(STT-QTDE)
                       MOVE STA-SOMA TO STT-SOMA(STT-QTDE)
                       MOVE STA-SOMA-QUAD TO STT-SOMA-QUAD(STT-QTDE)
                       IF STA-DATA-NEGOCIO < WS-DATA-NEGOCIO
                           PERFORM REGISTRAR-DATA-ESTATISTICA
                       ELSE
                           PERFORM SOMAR-CICLO-ANTERIOR
                       END-IF
                   END-IF
           END-READ.

       SOMAR-CICLO-ANTERIOR.
           MOVE STA-TIPO TO WS-ITEM-TIPO
           PERFORM LOCALIZAR-TIPO
           IF WS-TPO-ACHADO > 0
               ADD STA-QTDE TO ANT-ITENS(WS-TPO-ACHADO)
                   HOJ-ITENS(WS-TPO-ACHADO)
               ADD STA-QTDE-VALOR TO ANT-ITENS-VALOR(WS-TPO-ACHADO)
                   HOJ-ITENS-VALOR(WS-TPO-ACHADO)
               ADD STA-SOMA TO ANT-SOMA(WS-TPO-ACHADO)
                   HOJ-SOMA(WS-TPO-ACHADO)
               ADD STA-SOMA-QUAD TO ANT-SOMA-QUAD(WS-TPO-ACHADO)
                   HOJ-SOMA-QUAD(WS-TPO-ACHADO)
           END-IF.

       REGISTRAR-DATA-ESTATISTICA.
           MOVE 'N' TO WS-DAT-ACHADA-SW
           PERFORM VERIFICAR-DATA-LISTADA
               VARYING WS-DAT-IDX FROM 1 BY 1
               UNTIL WS-DAT-IDX > DAT-QTDE OR DATA-JA-LISTADA
           IF NOT DATA-JA-LISTADA AND DAT-QTDE < 400
               ADD 1 TO DAT-QTDE
               MOVE DAT-QTDE TO WS-DAT-POS
               PERFORM DESLOCAR-DATA
                   UNTIL WS-DAT-POS = 1
                   OR DAT-DATA(WS-DAT-POS - 1) > STA-DATA-NEGOCIO
               MOVE STA-DATA-NEGOCIO TO DAT-DATA(WS-DAT-POS)
           END-IF.

       VERIFICAR-DATA-LISTADA.
           IF DAT-DATA(WS-DAT-IDX) = STA-DATA-NEGOCIO
               SET DATA-JA-LISTADA TO TRUE
           END-IF.

       DESLOCAR-DATA.
           MOVE DAT-DATA(WS-DAT-POS - 1) TO DAT-DATA(WS-DAT-POS)
           SUBTRACT 1 FROM WS-DAT-POS.

       MONTAR-PERFIS.
           IF DAT-QTDE > WS-DIAS-PERFIL
               MOVE WS-DIAS-PERFIL TO WS-DIAS-JANELA
           ELSE
               MOVE DAT-QTDE TO WS-DIAS-JANELA
           END-IF
           IF WS-DIAS-JANELA > 0
               MOVE DAT-DATA(WS-DIAS-JANELA) TO WS-DATA-CORTE
           ELSE
               MOVE 99999999 TO WS-DATA-CORTE
           END-IF
           PERFORM ACUMULAR-PERFIL
               VARYING WS-STT-IDX FROM 1 BY 1
               UNTIL WS-STT-IDX > STT-QTDE
           PERFORM CALCULAR-PERFIL
               VARYING WS-TPO-IDX FROM 1 BY 1
               UNTIL WS-TPO-IDX > TPO-QTDE.

       ACUMULAR-PERFIL.
           IF STT-DATA(WS-STT-IDX) >= WS-DATA-CORTE
               AND STT-DATA(WS-STT-IDX) < WS-DATA-NEGOCIO
               MOVE STT-TIPO(WS-STT-IDX) TO WS-ITEM-TIPO
               PERFORM LOCALIZAR-TIPO
               IF WS-TPO-ACHADO > 0
                   ADD STT-ITENS(WS-STT-IDX)
                       TO PRF-ITENS(WS-TPO-ACHADO)
                   ADD STT-ITENS-VALOR(WS-STT-IDX)
                       TO PRF-ITENS-VALOR(WS-TPO-ACHADO)
                   ADD STT-SOMA(WS-STT-IDX)
                       TO PRF-SOMA(WS-TPO-ACHADO)
                   ADD STT-SOMA-QUAD(WS-STT-IDX)
                       TO PRF-SOMA-QUAD(WS-TPO-ACHADO)
               END-IF
           END-IF.

      * Media e desvio padrao populacional do valor; media diaria
      * de itens sobre todos os dias da janela (dia sem o tipo
      * conta como zero).
       CALCULAR-PERFIL.
           MOVE 0 TO PRF-MEDIA(WS-TPO-IDX)
           MOVE 0 TO PRF-DESVIO(WS-TPO-IDX)
           MOVE 0 TO PRF-MEDIA-DIA(WS-TPO-IDX)
           IF PRF-ITENS-VALOR(WS-TPO-IDX) > 0
               COMPUTE PRF-MEDIA(WS-TPO-IDX) ROUNDED =
                   PRF-SOMA(WS-TPO-IDX) / PRF-ITENS-VALOR(WS-TPO-IDX)
               COMPUTE WS-VARIANCIA =
                   PRF-SOMA-QUAD(WS-TPO-IDX)
                       / PRF-ITENS-VALOR(WS-TPO-IDX)
                   - (PRF-SOMA(WS-TPO-IDX)
                       / PRF-ITENS-VALOR(WS-TPO-IDX)) ** 2
               IF WS-VARIANCIA > 0
                   COMPUTE PRF-DESVIO(WS-TPO-IDX) ROUNDED =
                       FUNCTION SQRT(WS-VARIANCIA)
               END-IF
           END-IF
           IF WS-DIAS-JANELA > 0
               COMPUTE PRF-MEDIA-DIA(WS-TPO-IDX) ROUNDED =
                   PRF-ITENS(WS-TPO-IDX) / WS-DIAS-JANELA
           END-IF.

      * Localiza o tipo de WS-ITEM-TIPO na tabela, incluindo-o se
      * ainda nao existe; WS-TPO-ACHADO fica zero com a tabela
      * cheia.
       LOCALIZAR-TIPO.
           MOVE 0 TO WS-TPO-ACHADO
           PERFORM COMPARAR-TIPO
               VARYING WS-TPO-IDX FROM 1 BY 1
               UNTIL WS-TPO-IDX > TPO-QTDE OR WS-TPO-ACHADO > 0
           IF WS-TPO-ACHADO = 0 AND TPO-QTDE < 100
               ADD 1 TO TPO-QTDE
               MOVE TPO-QTDE TO WS-TPO-ACHADO
               MOVE WS-ITEM-TIPO TO TPO-TIPO(WS-TPO-ACHADO)
               MOVE 0 TO PRF-ITENS(WS-TPO-ACHADO)
                   PRF-ITENS-VALOR(WS-TPO-ACHADO)
                   PRF-SOMA(WS-TPO-ACHADO)
                   PRF-SOMA-QUAD(WS-TPO-ACHADO)
                   PRF-MEDIA(WS-TPO-ACHADO)
                   PRF-DESVIO(WS-TPO-ACHADO)
                   PRF-MEDIA-DIA(WS-TPO-ACHADO)
                   HOJ-ITENS(WS-TPO-ACHADO)
                   HOJ-ITENS-VALOR(WS-TPO-ACHADO)
                   HOJ-SOMA(WS-TPO-ACHADO)
                   HOJ-SOMA-QUAD(WS-TPO-ACHADO)
                   HOJ-SINALIZADOS(WS-TPO-ACHADO)
                   ANT-ITENS(WS-TPO-ACHADO)
                   ANT-ITENS-VALOR(WS-TPO-ACHADO)
                   ANT-SOMA(WS-TPO-ACHADO)
                   ANT-SOMA-QUAD(WS-TPO-ACHADO)
               MOVE 'N' TO TPO-VOLUME-SW(WS-TPO-ACHADO)
           END-IF.

       COMPARAR-TIPO.
           IF TPO-TIPO(WS-TPO-IDX) = WS-ITEM-TIPO
               MOVE WS-TPO-IDX TO WS-TPO-ACHADO
           END-IF.

      * ----- Triagem dos arquivos de transacao -----

      * Com retencao, cada arquivo e copiado para o temporario sem
      * os itens retidos e, se algum foi retido, recomposto a
      * partir dele.
       TRIAR-PILHATXN.
           MOVE "PILHA" TO WS-ESTRUTURA
           MOVE 1 TO WS-EST-IDX
           OPEN INPUT PILHA-TXN-FILE
           IF PILHA-TXN-STATUS = "00"
               IF ACAO-RETEM
                   OPEN OUTPUT TEMP-28-FILE
               END-IF
               PERFORM LER-TRIAR-PILHATXN
                   UNTIL PILHA-TXN-STATUS NOT = "00"
               CLOSE PILHA-TXN-FILE
               IF ACAO-RETEM
                   CLOSE TEMP-28-FILE
                   IF RTD-QTDE(1) > 0
                       PERFORM RECOMPOR-PILHATXN
                   END-IF
               END-IF
           END-IF.

       LER-TRIAR-PILHATXN.
           READ PILHA-TXN-FILE
               NOT AT END
                   SET ITEM-NORMAL TO TRUE
                   IF TXN-CODE = "E"
                       MOVE TXN-ITEM TO WS-ITEM
                       MOVE PILHA-TXN-REC TO WS-CORPO
                       PERFORM TRIAR-ITEM
                   END-IF
                   IF ACAO-RETEM AND NOT ITEM-SINALIZADO
                       WRITE TEMP-28-REC FROM PILHA-TXN-REC
                   END-IF
           END-READ.

       RECOMPOR-PILHATXN.
           OPEN INPUT TEMP-28-FILE
           OPEN OUTPUT PILHA-TXN-FILE
           PERFORM COPIAR-TEMP-PILHATXN
               UNTIL TEMP-28-STATUS NOT = "00"
           CLOSE TEMP-28-FILE
           CLOSE PILHA-TXN-FILE.

       COPIAR-TEMP-PILHATXN.
           READ TEMP-28-FILE
               NOT AT END
                   WRITE PILHA-TXN-REC FROM TEMP-28-REC
           END-READ.

       TRIAR-FILATXN.
           MOVE "FILA" TO WS-ESTRUTURA
           MOVE 2 TO WS-EST-IDX
           OPEN INPUT FILA-TXN-FILE
           IF FILA-TXN-STATUS = "00"
               IF ACAO-RETEM
                   OPEN OUTPUT TEMP-28-FILE
               END-IF
               PERFORM LER-TRIAR-FILATXN
                   UNTIL FILA-TXN-STATUS NOT = "00"
               CLOSE FILA-TXN-FILE
               IF ACAO-RETEM
                   CLOSE TEMP-28-FILE
                   IF RTD-QTDE(2) > 0
                       PERFORM RECOMPOR-FILATXN
                   END-IF
               END-IF
           END-IF.

       LER-TRIAR-FILATXN.
           READ FILA-TXN-FILE
               NOT AT END
                   SET ITEM-NORMAL TO TRUE
                   IF FTX-CODE NOT = "C" AND FTX-CODE NOT = "H"
                       MOVE FTX-ITEM TO WS-ITEM
                       MOVE FILA-TXN-REC TO WS-CORPO
                       PERFORM TRIAR-ITEM
                   END-IF
                   IF ACAO-RETEM AND NOT ITEM-SINALIZADO
                       WRITE TEMP-28-REC FROM FILA-TXN-REC
                   END-IF
           END-READ.

       RECOMPOR-FILATXN.
           OPEN INPUT TEMP-28-FILE
           OPEN OUTPUT FILA-TXN-FILE
           PERFORM COPIAR-TEMP-FILATXN
               UNTIL TEMP-28-STATUS NOT = "00"
           CLOSE TEMP-28-FILE
           CLOSE FILA-TXN-FILE.

       COPIAR-TEMP-FILATXN.
           READ TEMP-28-FILE
               NOT AT END
                   WRITE FILA-TXN-REC FROM TEMP-28-REC
           END-READ.

       TRIAR-DEQUETXN.
           MOVE "DEQUE" TO WS-ESTRUTURA
           MOVE 3 TO WS-EST-IDX
           OPEN INPUT DEQUE-TXN-FILE
           IF DEQUE-TXN-STATUS = "00"
               IF ACAO-RETEM
                   OPEN OUTPUT TEMP-29-FILE
               END-IF
               PERFORM LER-TRIAR-DEQUETXN
                   UNTIL DEQUE-TXN-STATUS NOT = "00"
               CLOSE DEQUE-TXN-FILE
               IF ACAO-RETEM
                   CLOSE TEMP-29-FILE
                   IF RTD-QTDE(3) > 0
                       PERFORM RECOMPOR-DEQUETXN
                   END-IF
               END-IF
           END-IF.

       LER-TRIAR-DEQUETXN.
           READ DEQUE-TXN-FILE
               NOT AT END
                   SET ITEM-NORMAL TO TRUE
                   IF DTX-CODE = "E"
                       MOVE DTX-ITEM TO WS-ITEM
                       MOVE DEQUE-TXN-REC TO WS-CORPO
                       PERFORM TRIAR-ITEM
                   END-IF
                   IF ACAO-RETEM AND NOT ITEM-SINALIZADO
                       WRITE TEMP-29-REC FROM DEQUE-TXN-REC
                   END-IF
           END-READ.

       RECOMPOR-DEQUETXN.
           OPEN INPUT TEMP-29-FILE
           OPEN OUTPUT DEQUE-TXN-FILE
           PERFORM COPIAR-TEMP-DEQUETXN
               UNTIL TEMP-29-STATUS NOT = "00"
           CLOSE TEMP-29-FILE
           CLOSE DEQUE-TXN-FILE.

       COPIAR-TEMP-DEQUETXN.
           READ TEMP-29-FILE
               NOT AT END
                   WRITE DEQUE-TXN-REC FROM TEMP-29-REC
           END-READ.

      * Item com tipo em branco ou valor nao numerico fica para a
      * validacao da propria estrutura (FILAERRO, DEQUEERR...).
      * So ha triagem de valor com amostra suficiente no perfil e
      * desvio padrao diferente de zero.
       TRIAR-ITEM.
           IF WS-ITEM-TIPO NOT = SPACES
               AND WS-ITEM-VALOR-X IS NUMERIC
               PERFORM LOCALIZAR-TIPO
               IF WS-TPO-ACHADO > 0
                   ADD 1 TO WS-TOTAL-TRIADOS
                   ADD 1 TO HOJ-ITENS(WS-TPO-ACHADO)
                   IF PRF-ITENS-VALOR(WS-TPO-ACHADO)
                           >= WS-AMOSTRA-MINIMA
                       AND PRF-DESVIO(WS-TPO-ACHADO) > 0
                       PERFORM MEDIR-AFASTAMENTO
                   END-IF
                   IF ITEM-SINALIZADO
                       PERFORM REGISTRAR-SINALIZADO
                   ELSE
                       ADD 1 TO HOJ-ITENS-VALOR(WS-TPO-ACHADO)
                       ADD WS-ITEM-VALOR TO HOJ-SOMA(WS-TPO-ACHADO)
                       COMPUTE HOJ-SOMA-QUAD(WS-TPO-ACHADO) =
                           HOJ-SOMA-QUAD(WS-TPO-ACHADO)
                           + WS-ITEM-VALOR * WS-ITEM-VALOR
                   END-IF
               END-IF
           END-IF.

       MEDIR-AFASTAMENTO.
           IF WS-ITEM-VALOR > PRF-MEDIA(WS-TPO-ACHADO)
               COMPUTE WS-AFASTAMENTO =
                   WS-ITEM-VALOR - PRF-MEDIA(WS-TPO-ACHADO)
           ELSE
               COMPUTE WS-AFASTAMENTO =
                   PRF-MEDIA(WS-TPO-ACHADO) - WS-ITEM-VALOR
           END-IF
           COMPUTE WS-DESVIOS-ITEM ROUNDED =
               WS-AFASTAMENTO / PRF-DESVIO(WS-TPO-ACHADO)
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-DESVIOS-ITEM
           END-COMPUTE
           IF WS-DESVIOS-ITEM > WS-LIMITE-DESVIOS
               SET ITEM-SINALIZADO TO TRUE
           END-IF.

       REGISTRAR-SINALIZADO.
           ADD 1 TO WS-TOTAL-SINALIZADOS
           ADD 1 TO HOJ-SINALIZADOS(WS-TPO-ACHADO)
           MOVE WS-ESTRUTURA TO DET-ESTRUTURA
           MOVE WS-ITEM-ID TO DET-ITEM-ID
           MOVE WS-ITEM-TIPO TO DET-TIPO
           MOVE WS-ITEM-VALOR TO DET-VALOR
           MOVE PRF-MEDIA(WS-TPO-ACHADO) TO DET-MEDIA
           MOVE PRF-DESVIO(WS-TPO-ACHADO) TO DET-DESVIO
           MOVE WS-DESVIOS-ITEM TO DET-DESVIOS-ITEM
           IF ACAO-RETEM
               MOVE "RETIDO" TO DET-DISPOSICAO
               PERFORM RETER-ITEM
           ELSE
               MOVE "RELATADO" TO DET-DISPOSICAO
           END-IF
           WRITE RELATORIO-REC FROM DET-LINHA
           ADD 1 TO WS-ALERTAS-ITEM
           IF WS-ALERTAS-ITEM <= WS-LIMITE-ALERTAS
               MOVE WS-ITEM-VALOR TO WS-VALOR-EDIT
               MOVE PRF-MEDIA(WS-TPO-ACHADO) TO WS-MEDIA-EDIT
               MOVE 'M' TO WS-ALR-SEVERIDADE
               MOVE "ANOMVAL" TO WS-ALR-CODIGO
               MOVE SPACES TO WS-ALR-TEXTO
               STRING WS-ESTRUTURA " " WS-ITEM-ID " " WS-ITEM-TIPO
                   " VLR" WS-VALOR-EDIT " MED" WS-MEDIA-EDIT " "
                   DET-DISPOSICAO
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               PERFORM GRAVAR-ALERTA
           END-IF.

       RETER-ITEM.
           ADD 1 TO WS-TOTAL-RETIDOS
           ADD 1 TO RTD-QTDE(WS-EST-IDX)
           ADD WS-ITEM-VALOR TO RTD-VALOR(WS-EST-IDX)
           MOVE FUNCTION CURRENT-DATE TO RET-TIMESTAMP
           MOVE WS-ESTRUTURA TO RET-ESTRUTURA
           MOVE WS-CORPO TO RET-CORPO
           MOVE SPACES TO RET-MOTIVO
           STRING "VALOR ATIPICO " WS-ITEM-TIPO
               DELIMITED BY SIZE INTO RET-MOTIVO
           WRITE RETIDO-REC
           IF NOT MODO-SIMULACAO
               SET EVT-REGISTRAR TO TRUE
               MOVE "TRIAGEM" TO EVT-PROGRAMA
               MOVE WS-ITEM TO EVT-ITEM
               MOVE "RETIDO" TO EVT-CODIGO
               MOVE RET-MOTIVO TO EVT-DETALHE
               CALL "REGISTRAR-EVENTO-ITEM" USING EVT-PARAMETROS
           END-IF.

      * Salto de volume: itens do dia acima do fator sobre a media
      * diaria da janela.  Sinaliza o tipo; os itens seguem para as
      * estruturas (a retencao e por item, pelo valor).
       AVALIAR-VOLUME-TIPO.
           IF PRF-ITENS(WS-TPO-IDX) < WS-AMOSTRA-MINIMA
               OR PRF-MEDIA-DIA(WS-TPO-IDX) = 0
               IF HOJ-ITENS(WS-TPO-IDX) > 0
                   ADD 1 TO WS-TOTAL-SEM-PERFIL
               END-IF
           ELSE
               COMPUTE WS-RAZAO-VOLUME ROUNDED =
                   HOJ-ITENS(WS-TPO-IDX) / PRF-MEDIA-DIA(WS-TPO-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-RAZAO-VOLUME
               END-COMPUTE
               IF WS-RAZAO-VOLUME > WS-FATOR-VOLUME
                   SET TPO-SALTO-VOLUME(WS-TPO-IDX) TO TRUE
                   ADD 1 TO WS-TOTAL-SALTOS
                   MOVE HOJ-ITENS(WS-TPO-IDX) TO WS-QTDE-EDIT
                   MOVE PRF-MEDIA-DIA(WS-TPO-IDX) TO WS-MEDIA-EDIT
                   MOVE 'M' TO WS-ALR-SEVERIDADE
                   MOVE "ANOMVOL" TO WS-ALR-CODIGO
                   MOVE SPACES TO WS-ALR-TEXTO
                   STRING "SALTO DE VOLUME TIPO "
                       TPO-TIPO(WS-TPO-IDX) ": " WS-QTDE-EDIT
                       " ITENS, MEDIA/DIA" WS-MEDIA-EDIT
                       DELIMITED BY SIZE INTO WS-ALR-TEXTO
                   PERFORM GRAVAR-ALERTA
               END-IF
           END-IF.

       ALERTAR-EXCESSO-SINALIZADOS.
           MOVE 'M' TO WS-ALR-SEVERIDADE
           MOVE "ANOMVAL" TO WS-ALR-CODIGO
           MOVE SPACES TO WS-ALR-TEXTO
           STRING WS-TOTAL-SINALIZADOS " ITENS SINALIZADOS NA "
               "TRIAGEM - LISTA COMPLETA EM ANOMREL"
               DELIMITED BY SIZE INTO WS-ALR-TEXTO
           PERFORM GRAVAR-ALERTA.

      * Retidos saem do roteado e entram no rejeitado da estrutura,
      * mantendo INTAKE = roteado + rejeitado no balanceamento.
       AJUSTAR-CONTROLE-ROTEAMENTO.
           MOVE 0 TO CTL-QTDE
           OPEN INPUT ROT-CTRL-FILE
           IF ROT-CTRL-STATUS = "00"
               PERFORM LER-CONTROLE-ROTEAMENTO
                   UNTIL ROT-CTRL-STATUS NOT = "00"
               CLOSE ROT-CTRL-FILE
               OPEN OUTPUT ROT-CTRL-FILE
               PERFORM REGRAVAR-CONTROLE-ROTEAMENTO
                   VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > CTL-QTDE
               CLOSE ROT-CTRL-FILE
           ELSE
               DISPLAY "ALERTA: ROTCTRL ausente - retidos nao "
                   "refletidos no controle do roteamento"
           END-IF.

       LER-CONTROLE-ROTEAMENTO.
           READ ROT-CTRL-FILE
               NOT AT END
                   IF CTL-QTDE < 4
                       ADD 1 TO CTL-QTDE
                       MOVE ROT-CTRL-REC TO CTL-REC(CTL-QTDE)
                   END-IF
           END-READ.

       REGRAVAR-CONTROLE-ROTEAMENTO.
           MOVE CTL-REC(WS-CTL-IDX) TO ROT-CTRL-REC
           MOVE 0 TO WS-EST-IDX
           EVALUATE RTC-ESTRUTURA
               WHEN "PILHA"
                   MOVE 1 TO WS-EST-IDX
               WHEN "FILA"
                   MOVE 2 TO WS-EST-IDX
               WHEN "DEQUE"
                   MOVE 3 TO WS-EST-IDX
           END-EVALUATE
           IF WS-EST-IDX > 0
               SUBTRACT RTD-QTDE(WS-EST-IDX) FROM RTC-ROTEADOS
               ADD RTD-QTDE(WS-EST-IDX) TO RTC-REJEITADOS
               SUBTRACT RTD-VALOR(WS-EST-IDX) FROM RTC-VALOR-ROT
               ADD RTD-VALOR(WS-EST-IDX) TO RTC-VALOR-REJ
           END-IF
           WRITE ROT-CTRL-REC.

      * ITEMSTAT regravado com os dias da janela, os ciclos
      * anteriores da data corrente e o ciclo corrente (so a parte
      * do ciclo, HOJ-* menos ANT-*); dias mais antigos que a janela
      * saem do arquivo.
       GRAVAR-ESTATISTICA.
           OPEN OUTPUT ESTATISTICA-FILE
           PERFORM GRAVAR-ESTATISTICA-ANTERIOR
               VARYING WS-STT-IDX FROM 1 BY 1
               UNTIL WS-STT-IDX > STT-QTDE
           PERFORM GRAVAR-ESTATISTICA-DIA
               VARYING WS-TPO-IDX FROM 1 BY 1
               UNTIL WS-TPO-IDX > TPO-QTDE
           CLOSE ESTATISTICA-FILE.

       GRAVAR-ESTATISTICA-ANTERIOR.
           IF STT-DATA(WS-STT-IDX) >= WS-DATA-CORTE
               OR STT-DATA(WS-STT-IDX) = WS-DATA-NEGOCIO
               MOVE STT-DATA(WS-STT-IDX) TO STA-DATA-NEGOCIO
               MOVE STT-CICLO(WS-STT-IDX) TO STA-CICLO
               MOVE STT-TIPO(WS-STT-IDX) TO STA-TIPO
               MOVE STT-ITENS(WS-STT-IDX) TO STA-QTDE
               MOVE STT-ITENS-VALOR(WS-STT-IDX) TO STA-QTDE-VALOR
               MOVE STT-SOMA(WS-STT-IDX) TO STA-SOMA
               MOVE STT-SOMA-QUAD(WS-STT-IDX) TO STA-SOMA-QUAD
               WRITE ESTATISTICA-REC
           END-IF.

       GRAVAR-ESTATISTICA-DIA.
           IF HOJ-ITENS(WS-TPO-IDX) > ANT-ITENS(WS-TPO-IDX)
               MOVE WS-DATA-NEGOCIO TO STA-DATA-NEGOCIO
               MOVE WS-CICLO TO STA-CICLO
               MOVE TPO-TIPO(WS-TPO-IDX) TO STA-TIPO
               COMPUTE STA-QTDE =
                   HOJ-ITENS(WS-TPO-IDX) - ANT-ITENS(WS-TPO-IDX)
               COMPUTE STA-QTDE-VALOR =
                   HOJ-ITENS-VALOR(WS-TPO-IDX)
                   - ANT-ITENS-VALOR(WS-TPO-IDX)
               COMPUTE STA-SOMA =
                   HOJ-SOMA(WS-TPO-IDX) - ANT-SOMA(WS-TPO-IDX)
               COMPUTE STA-SOMA-QUAD =
                   HOJ-SOMA-QUAD(WS-TPO-IDX)
                   - ANT-SOMA-QUAD(WS-TPO-IDX)
               WRITE ESTATISTICA-REC
           END-IF.

      * ----- Relatorio ANOMREL -----

       ABRIR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE
           MOVE WS-DATA-NEGOCIO TO CAB-DATA-NEGOCIO
           IF MODO-SIMULACAO
               MOVE "[SIMULACAO]" TO CAB-SIMULACAO
           ELSE
               MOVE SPACES TO CAB-SIMULACAO
           END-IF
           WRITE RELATORIO-REC FROM CAB-LINHA-1
           MOVE WS-DIAS-PERFIL TO CAB-DIAS-PERFIL
           MOVE WS-DIAS-JANELA TO CAB-DIAS-JANELA
           MOVE WS-LIMITE-DESVIOS TO CAB-LIMITE
           MOVE WS-FATOR-VOLUME TO CAB-FATOR
           IF ACAO-RETEM
               MOVE "RETEM" TO CAB-ACAO
           ELSE
               MOVE "RELATA" TO CAB-ACAO
           END-IF
           WRITE RELATORIO-REC FROM CAB-LINHA-2
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE "ITENS SINALIZADOS POR VALOR" TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE "ESTR.  ITEM-ID   TP         VALOR         MEDIA"
               & "        DESVIO   DESVIOS  DISPOSICAO"
               TO RELATORIO-REC
           WRITE RELATORIO-REC.

       EMITIR-QUADRO-TIPOS.
           IF WS-TOTAL-SINALIZADOS = 0
               MOVE "  (NENHUM)" TO RELATORIO-REC
               WRITE RELATORIO-REC
           END-IF
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE "PERFIL E VOLUME POR TIPO" TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE "TP  ITENS-JAN     MEDIA-VALOR        DESVIO"
               & "     MEDIA/DIA     HOJE  SINALIZ  SITUACAO"
               TO RELATORIO-REC
           WRITE RELATORIO-REC
           PERFORM LISTAR-TIPO
               VARYING WS-TPO-IDX FROM 1 BY 1
               UNTIL WS-TPO-IDX > TPO-QTDE
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING "TRIADOS: " WS-TOTAL-TRIADOS
               "   SINALIZADOS: " WS-TOTAL-SINALIZADOS
               "   RETIDOS EM ANOMRET: " WS-TOTAL-RETIDOS
               "   SALTOS DE VOLUME: " WS-TOTAL-SALTOS
               DELIMITED BY SIZE INTO RELATORIO-REC
           WRITE RELATORIO-REC.

       LISTAR-TIPO.
           MOVE TPO-TIPO(WS-TPO-IDX) TO TPL-TIPO
           MOVE PRF-ITENS(WS-TPO-IDX) TO TPL-PRF-ITENS
           MOVE PRF-MEDIA(WS-TPO-IDX) TO TPL-MEDIA
           MOVE PRF-DESVIO(WS-TPO-IDX) TO TPL-DESVIO
           MOVE PRF-MEDIA-DIA(WS-TPO-IDX) TO TPL-MEDIA-DIA
           MOVE HOJ-ITENS(WS-TPO-IDX) TO TPL-HOJE
           MOVE HOJ-SINALIZADOS(WS-TPO-IDX) TO TPL-SINALIZADOS
           EVALUATE TRUE
               WHEN TPO-SALTO-VOLUME(WS-TPO-IDX)
                   MOVE "SALTO VOLUME" TO TPL-SITUACAO
               WHEN PRF-ITENS(WS-TPO-IDX) < WS-AMOSTRA-MINIMA
                   MOVE "SEM PERFIL" TO TPL-SITUACAO
               WHEN OTHER
                   MOVE "NORMAL" TO TPL-SITUACAO
           END-EVALUATE
           WRITE RELATORIO-REC FROM TPL-LINHA.

       GRAVAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "TRIAGEM-ANOMALIAS" TO ALR-PROGRAMA
           MOVE WS-ALR-SEVERIDADE TO ALR-SEVERIDADE
           MOVE WS-ALR-CODIGO TO ALR-CODIGO
           MOVE WS-ALR-TEXTO TO ALR-TEXTO
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.

       EXIBIR-RESUMO-TRIAGEM.
           DISPLAY "===== Triagem de anomalias de ITEM-VALOR ====="
           DISPLAY "Dias de negocio no perfil......: " WS-DIAS-JANELA
           DISPLAY "Itens triados..................: "
               WS-TOTAL-TRIADOS
           DISPLAY "Itens sinalizados por valor....: "
               WS-TOTAL-SINALIZADOS
           DISPLAY "Itens retidos em ANOMRET.......: "
               WS-TOTAL-RETIDOS
           DISPLAY "Tipos com salto de volume......: " WS-TOTAL-SALTOS
           DISPLAY "Tipos sem perfil suficiente....: "
               WS-TOTAL-SEM-PERFIL
           DISPLAY "Relatorio gravado em ANOMREL"
           DISPLAY "===============================================".
