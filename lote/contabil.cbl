       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCAMENTO-CONTABIL.
      * Interface contabil noturna: cada liquidacao da pilha
      * (PILHASET) e cada expedicao do deque (DEQEXPED) vira um
      * lancamento de partida dobrada no diario GLDIARIO, com as
      * contas de debito e credito tiradas do mapa CONTAMAP por
      * ITEM-TIPO + evento.  Tipo sem mapa vai para a conta
      * transitoria e sai na listagem de excecoes GLEXCEC.  O total
      * lancado por estrutura e conciliado com o OPSREPT
      * (abertura + OPS-VALOR-TOTAL - fechamento - cancelado);
      * divergencia ou diario desbalanceado termina com RC 8.
      * Com ciclos (CICLOCTL) cada ciclo grava o seu bloco no
      * diario, depois dos blocos dos ciclos anteriores da data.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO "PILHASET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SETTLE-STATUS.
           SELECT EXPED-FILE ASSIGN TO "DEQEXPED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXPED-STATUS.
           SELECT MAPA-FILE ASSIGN TO "CONTAMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAPA-STATUS.
           SELECT OPS-REPT-FILE ASSIGN TO "OPSREPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-REPT-STATUS.
           SELECT DIARIO-FILE ASSIGN TO "GLDIARIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DIARIO-STATUS.
           SELECT DIARIO-TEMP-FILE ASSIGN TO "GLDIATMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DIARIO-TEMP-STATUS.
           SELECT EXCECAO-FILE ASSIGN TO "GLEXCEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCECAO-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
       01  SETTLE-REC.
           05  SET-ITEM         PIC X(27).
           05  SET-TIMESTAMP    PIC X(26).

       FD  EXPED-FILE.
       01  EXPED-REC.
           05  EXP-TIPO-REG     PIC X(01).
           05  EXP-CORPO        PIC X(50).
           05  EXP-CORPO-DET REDEFINES EXP-CORPO.
               10  EXP-SEQUENCIA    PIC 9(06).
               10  EXP-PRIORIDADE   PIC X(01).
               10  EXP-EXTREMO      PIC X(01).
               10  EXP-ITEM         PIC X(27).
               10  EXP-TIMESTAMP    PIC X(14).
               10  FILLER           PIC X(01).
           05  EXP-CORPO-TRL REDEFINES EXP-CORPO.
               10  EXP-TRL-QTDE-U   PIC 9(06).
               10  EXP-TRL-VALOR-U  PIC 9(13)V99.
               10  EXP-TRL-QTDE-R   PIC 9(06).
               10  EXP-TRL-VALOR-R  PIC 9(13)V99.
               10  FILLER           PIC X(08).

      * Mapa de contas: ITEM-TIPO + evento ('L' liquidacao da pilha,
      * 'E' expedicao do deque) da as contas de debito e credito.
      * O registro de tipo "**" informa a conta transitoria; sem ele
      * vale a transitoria padrao.
       FD  MAPA-FILE.
       01  MAPA-REC.
           05  MAP-TIPO         PIC X(02).
           05  MAP-EVENTO       PIC X(01).
           05  MAP-CONTA-DEBITO PIC X(10).
           05  MAP-CONTA-CREDITO PIC X(10).

       FD  OPS-REPT-FILE.
       COPY OPSREPT.

      * Diario contabil: cabecalho H, uma linha D por perna do
      * lancamento (debito e credito do mesmo item com a mesma
      * sequencia) e trailer T com a contagem de linhas e os totais
      * de debito e credito, que tem de ser iguais.  Um bloco H-D-T
      * por ciclo da data; a sequencia recomeca em cada ciclo e o
      * ciclo vai no cabecalho e em cada linha.
       FD  DIARIO-FILE.
       01  DIARIO-REC.
           05  GLJ-TIPO-REG     PIC X(01).
           05  GLJ-CORPO        PIC X(60).
           05  GLJ-CORPO-HDR REDEFINES GLJ-CORPO.
               10  GLJ-HDR-SISTEMA  PIC X(08).
               10  GLJ-HDR-DATA-NEG PIC 9(08).
               10  GLJ-HDR-GERACAO  PIC X(14).
               10  GLJ-HDR-CICLO    PIC 9(02).
               10  FILLER           PIC X(28).
           05  GLJ-CORPO-DET REDEFINES GLJ-CORPO.
               10  GLJ-SEQUENCIA    PIC 9(06).
               10  GLJ-DATA-NEG     PIC 9(08).
               10  GLJ-CONTA        PIC X(10).
               10  GLJ-DEB-CRED     PIC X(01).
               10  GLJ-VALOR        PIC 9(11)V99.
               10  GLJ-ORIGEM       PIC X(08).
               10  GLJ-ITEM-ID      PIC X(08).
               10  GLJ-ITEM-TIPO    PIC X(02).
               10  GLJ-TRANSITORIA  PIC X(01).
               10  GLJ-CICLO        PIC 9(02).
               10  FILLER           PIC X(01).
           05  GLJ-CORPO-TRL REDEFINES GLJ-CORPO.
               10  GLJ-TRL-LINHAS   PIC 9(06).
               10  GLJ-TRL-DEBITOS  PIC 9(13)V99.
               10  GLJ-TRL-CREDITOS PIC 9(13)V99.
               10  FILLER           PIC X(24).

       FD  DIARIO-TEMP-FILE.
       01  DIARIO-TEMP-REC      PIC X(61).

       FD  EXCECAO-FILE.
       01  EXCECAO-REC          PIC X(132).

       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  ALERTA-FILE.
       COPY ALERTREG.

       FD  CICLO-FILE.
       COPY CICLOCTL.

       WORKING-STORAGE SECTION.
       01  SETTLE-STATUS        PIC X(02).
       01  EXPED-STATUS         PIC X(02).
       01  MAPA-STATUS          PIC X(02).
       01  OPS-REPT-STATUS      PIC X(02).
       01  DIARIO-STATUS        PIC X(02).
       01  DIARIO-TEMP-STATUS   PIC X(02).
       01  EXCECAO-STATUS       PIC X(02).
       01  PARAM-STATUS         PIC X(02).
       01  ALERTA-STATUS        PIC X(02).
       01  CICLO-STATUS         PIC X(02).

       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-CICLO             PIC 9(02) VALUE 1.
       01  WS-DIARIO-MANTIDOS   PIC 9(06) VALUE 0.
       01  WS-BLOCO-SW          PIC X(01) VALUE 'N'.
           88  BLOCO-MANTIDO    VALUE 'S'.
           88  BLOCO-DESCARTADO VALUE 'N'.
       01  WS-CONTA-TRANSITORIA PIC X(10) VALUE "9999999999".

       01  WS-MAP-IDX           PIC 9(02).
       01  WS-MAP-ACHADO        PIC 9(02).
       01  TAB-MAPA.
           05  MAPA-QTDE        PIC 9(02) VALUE 0.
           05  MAPA-ENT OCCURS 50 TIMES.
               10  MPT-TIPO         PIC X(02).
               10  MPT-EVENTO       PIC X(01).
               10  MPT-DEBITO       PIC X(10).
               10  MPT-CREDITO      PIC X(10).

      * Lancamento corrente montado a partir do item da liquidacao
      * ou da expedicao.
       01  WS-LAN-ITEM          PIC X(27).
       01  WS-LAN-EVENTO        PIC X(01).
       01  WS-LAN-ORIGEM        PIC X(08).
       01  WS-LAN-DEBITO        PIC X(10).
       01  WS-LAN-CREDITO       PIC X(10).
       01  WS-LAN-TRANSITORIA   PIC X(01).
       01  WS-LAN-VALOR         PIC 9(07)V99.
       01  WS-VALOR-BRUTO       PIC X(09).

       COPY ITEMREG.

       01  WS-SEQUENCIA         PIC 9(06) VALUE 0.
       01  WS-LINHAS-DIARIO     PIC 9(06) VALUE 0.
       01  WS-TOTAL-DEBITOS     PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDITOS    PIC 9(13)V99 VALUE 0.
       01  WS-QTDE-TRANSITORIA  PIC 9(06) VALUE 0.
       01  WS-VALOR-TRANSITORIA PIC 9(13)V99 VALUE 0.
       01  WS-QTDE-INVALIDOS    PIC 9(06) VALUE 0.
       01  WS-DIVERGENCIAS      PIC 9(04) VALUE 0.

      * Totais por estrutura: 1 = pilha (PILHASET), 2 = deque
      * (DEQEXPED).  GL-* e o que foi lancado; OPS-* e o que a etapa
      * declarou no OPSREPT.
       01  WS-EST-IDX           PIC 9(01).
       01  TAB-CONCILIACAO.
           05  CON-ENT OCCURS 2 TIMES.
               10  CON-ESTRUTURA    PIC X(20).
               10  CON-ARQUIVO      PIC X(08).
               10  CON-GL-QTDE      PIC 9(06).
               10  CON-GL-VALOR     PIC 9(13)V99.
               10  CON-OPS-PRESENTE PIC X(01).
               10  CON-OPS-ENTRADAS PIC 9(11)V99.
               10  CON-OPS-ABERTURA PIC 9(11)V99.
               10  CON-OPS-FECHAMENTO PIC 9(11)V99.
               10  CON-OPS-CANCELADO PIC 9(11)V99.

       01  WS-TRL-PRESENTE      PIC X(01) VALUE 'N'.
       01  WS-TRL-QTDE          PIC 9(06) VALUE 0.
       01  WS-TRL-VALOR         PIC 9(13)V99 VALUE 0.
       01  WS-ESPERADO-VALOR    PIC S9(13)V99.

       01  CAB-TITULO.
           05  FILLER           PIC X(30) VALUE SPACES.
           05  FILLER           PIC X(50) VALUE
               "INTERFACE CONTABIL - EXCECOES E CONCILIACAO".
           05  FILLER           PIC X(14) VALUE "DATA NEGOCIO: ".
           05  CAB-DATA         PIC 9(08).
           05  FILLER           PIC X(30) VALUE SPACES.

       01  CAB-TRACO.
           05  FILLER           PIC X(132) VALUE ALL "-".

       01  CAB-EXCECOES.
           05  FILLER           PIC X(39) VALUE
               "ORIGEM    ITEM".
           05  FILLER           PIC X(10) VALUE "EVENTO".
           05  FILLER           PIC X(42) VALUE "MOTIVO".
           05  FILLER           PIC X(11) VALUE "CONTA".
           05  FILLER           PIC X(30) VALUE "       VALOR".

       01  EXC-LINHA.
           05  EXC-ORIGEM       PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  EXC-ITEM         PIC X(27).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  EXC-EVENTO       PIC X(01).
           05  FILLER           PIC X(07) VALUE SPACES.
           05  EXC-MOTIVO       PIC X(40).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  EXC-CONTA        PIC X(10).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  EXC-VALOR        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(20) VALUE SPACES.

       01  CON-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CNL-PERNA        PIC X(30).
           05  FILLER           PIC X(10) VALUE "ESPERADO: ".
           05  CNL-ESPERADO     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(11) VALUE "  APURADO: ".
           05  CNL-APURADO      PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CNL-SITUACAO     PIC X(16).
           05  FILLER           PIC X(23) VALUE SPACES.

       01  OBS-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  OBS-TEXTO        PIC X(130).

       01  VER-LINHA.
           05  FILLER           PIC X(26) VALUE
               "RESULTADO DA CONCILIACAO: ".
           05  VERB-VEREDICTO   PIC X(04).
           05  FILLER           PIC X(03) VALUE " - ".
           05  VERB-MOTIVO      PIC X(60).
           05  FILLER           PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-CONTABIL.
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CICLO
           PERFORM CARREGAR-MAPA-CONTAS
           PERFORM INICIALIZAR-CONCILIACAO
           PERFORM CARREGAR-OPSREPT

           OPEN OUTPUT EXCECAO-FILE
           MOVE WS-DATA-NEGOCIO TO CAB-DATA
           WRITE EXCECAO-REC FROM CAB-TITULO
           WRITE EXCECAO-REC FROM CAB-TRACO
           WRITE EXCECAO-REC FROM CAB-EXCECOES

           PERFORM ABRIR-DIARIO
           PERFORM GRAVAR-CABECALHO-DIARIO
           PERFORM CONTABILIZAR-LIQUIDACOES
           PERFORM CONTABILIZAR-EXPEDICOES
           PERFORM GRAVAR-TRAILER-DIARIO
           CLOSE DIARIO-FILE

           IF WS-QTDE-TRANSITORIA = 0 AND WS-QTDE-INVALIDOS = 0
               MOVE "  NENHUMA EXCECAO - TODOS OS TIPOS MAPEADOS"
                   TO EXCECAO-REC
               WRITE EXCECAO-REC
           END-IF
           WRITE EXCECAO-REC FROM CAB-TRACO
           PERFORM CONCILIAR-ESTRUTURA
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > 2
           PERFORM CONCILIAR-TRAILER-EXPEDICAO
           PERFORM VERIFICAR-PARTIDAS-DOBRADAS
           WRITE EXCECAO-REC FROM CAB-TRACO
           PERFORM IMPRIMIR-VEREDICTO
           CLOSE EXCECAO-FILE

           DISPLAY "Diario contabil gravado em GLDIARIO ("
               WS-LINHAS-DIARIO " linha(s), " WS-QTDE-TRANSITORIA
               " item(ns) na transitoria)"
           IF WS-QTDE-TRANSITORIA > 0
               MOVE 'M' TO ALR-SEVERIDADE
               MOVE "GLTRANS" TO ALR-CODIGO
               MOVE SPACES TO ALR-TEXTO
               STRING WS-QTDE-TRANSITORIA
                   " ITEM(NS) SEM MAPA CONTABIL NA TRANSITORIA "
                   "- VER GLEXCEC"
                   DELIMITED BY SIZE INTO ALR-TEXTO
               PERFORM GRAVAR-ALERTA
           END-IF
           IF WS-DIVERGENCIAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTDE-TRANSITORIA > 0 OR WS-QTDE-INVALIDOS > 0
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

       CARREGAR-MAPA-CONTAS.
           OPEN INPUT MAPA-FILE
           IF MAPA-STATUS = "00"
               PERFORM LER-MAPA-CONTAS
                   UNTIL MAPA-STATUS NOT = "00"
               CLOSE MAPA-FILE
               DISPLAY "Mapa de contas carregado: " MAPA-QTDE
                   " entrada(s) / transitoria " WS-CONTA-TRANSITORIA
           ELSE
               DISPLAY "ALERTA: CONTAMAP ausente - todos os "
                   "lancamentos irao para a conta transitoria"
           END-IF.

       LER-MAPA-CONTAS.
           READ MAPA-FILE
               NOT AT END
                   IF MAP-TIPO = "**"
                       IF MAP-CONTA-DEBITO NOT = SPACES
                           MOVE MAP-CONTA-DEBITO
                               TO WS-CONTA-TRANSITORIA
                       END-IF
                   ELSE
                       IF MAPA-QTDE < 50
                           ADD 1 TO MAPA-QTDE
                           MOVE MAP-TIPO TO MPT-TIPO(MAPA-QTDE)
                           MOVE MAP-EVENTO TO MPT-EVENTO(MAPA-QTDE)
                           MOVE MAP-CONTA-DEBITO
                               TO MPT-DEBITO(MAPA-QTDE)
                           MOVE MAP-CONTA-CREDITO
                               TO MPT-CREDITO(MAPA-QTDE)
                       ELSE
                           DISPLAY "ALERTA: limite de 50 entradas do "
                               "mapa de contas excedido - " MAP-TIPO
                               " " MAP-EVENTO " ignorado"
                       END-IF
                   END-IF
           END-READ.

       INICIALIZAR-CONCILIACAO.
           MOVE "PILHA" TO CON-ESTRUTURA(1)
           MOVE "PILHASET" TO CON-ARQUIVO(1)
           MOVE "DEQUE" TO CON-ESTRUTURA(2)
           MOVE "DEQEXPED" TO CON-ARQUIVO(2)
           PERFORM ZERAR-CONCILIACAO
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > 2.

       ZERAR-CONCILIACAO.
           MOVE 0 TO CON-GL-QTDE(WS-EST-IDX)
           MOVE 0 TO CON-GL-VALOR(WS-EST-IDX)
           MOVE 'N' TO CON-OPS-PRESENTE(WS-EST-IDX)
           MOVE 0 TO CON-OPS-ENTRADAS(WS-EST-IDX)
           MOVE 0 TO CON-OPS-ABERTURA(WS-EST-IDX)
           MOVE 0 TO CON-OPS-FECHAMENTO(WS-EST-IDX)
           MOVE 0 TO CON-OPS-CANCELADO(WS-EST-IDX).

       CARREGAR-OPSREPT.
           OPEN INPUT OPS-REPT-FILE
           IF OPS-REPT-STATUS = "00"
               PERFORM LER-REGISTRO-OPSREPT
                   UNTIL OPS-REPT-STATUS NOT = "00"
               CLOSE OPS-REPT-FILE
           END-IF.

       LER-REGISTRO-OPSREPT.
           READ OPS-REPT-FILE
               NOT AT END
                   PERFORM GUARDAR-REGISTRO-OPSREPT
                       VARYING WS-EST-IDX FROM 1 BY 1
                       UNTIL WS-EST-IDX > 2
           END-READ.

      * Um registro por filial quando o lote roda varias filiais;
      * o diario contabil e da empresa e soma todos.
       GUARDAR-REGISTRO-OPSREPT.
           IF OPS-ESTRUTURA = CON-ESTRUTURA(WS-EST-IDX)
               MOVE 'S' TO CON-OPS-PRESENTE(WS-EST-IDX)
               ADD OPS-VALOR-TOTAL TO CON-OPS-ENTRADAS(WS-EST-IDX)
               IF OPS-VALOR-ABERTURA IS NUMERIC
                   ADD OPS-VALOR-ABERTURA
                       TO CON-OPS-ABERTURA(WS-EST-IDX)
               END-IF
               IF OPS-VALOR-FECHAMENTO IS NUMERIC
                   ADD OPS-VALOR-FECHAMENTO
                       TO CON-OPS-FECHAMENTO(WS-EST-IDX)
               END-IF
               IF OPS-VALOR-CANCELADO IS NUMERIC
                   ADD OPS-VALOR-CANCELADO
                       TO CON-OPS-CANCELADO(WS-EST-IDX)
               END-IF
           END-IF.

      * ----- Lancamentos -----

      * O diario passa pelo GLDIATMP: os blocos dos ciclos anteriores
      * da mesma data voltam ao GLDIARIO antes do bloco deste ciclo;
      * os de outra data e o do proprio ciclo (reexecucao) saem.
       ABRIR-DIARIO.
           MOVE 0 TO WS-DIARIO-MANTIDOS
           OPEN INPUT DIARIO-FILE
           IF DIARIO-STATUS = "00"
               OPEN OUTPUT DIARIO-TEMP-FILE
               SET BLOCO-DESCARTADO TO TRUE
               PERFORM SEPARAR-DIARIO
                   UNTIL DIARIO-STATUS NOT = "00"
               CLOSE DIARIO-TEMP-FILE
               CLOSE DIARIO-FILE
           END-IF
           OPEN OUTPUT DIARIO-FILE
           IF WS-DIARIO-MANTIDOS > 0
               OPEN INPUT DIARIO-TEMP-FILE
               PERFORM DEVOLVER-DIARIO
                   UNTIL DIARIO-TEMP-STATUS NOT = "00"
               CLOSE DIARIO-TEMP-FILE
               DISPLAY "GLDIARIO: " WS-DIARIO-MANTIDOS
                   " registro(s) dos ciclos anteriores mantidos"
           END-IF.

       SEPARAR-DIARIO.
           READ DIARIO-FILE
               NOT AT END
                   IF GLJ-TIPO-REG = "H"
                       IF GLJ-HDR-DATA-NEG = WS-DATA-NEGOCIO
                           AND GLJ-HDR-CICLO NUMERIC
                           AND GLJ-HDR-CICLO < WS-CICLO
                           SET BLOCO-MANTIDO TO TRUE
                       ELSE
                           SET BLOCO-DESCARTADO TO TRUE
                       END-IF
                   END-IF
                   IF BLOCO-MANTIDO
                       WRITE DIARIO-TEMP-REC FROM DIARIO-REC
                       ADD 1 TO WS-DIARIO-MANTIDOS
                   END-IF
           END-READ.

       DEVOLVER-DIARIO.
           READ DIARIO-TEMP-FILE
               NOT AT END
                   WRITE DIARIO-REC FROM DIARIO-TEMP-REC
           END-READ.

       GRAVAR-CABECALHO-DIARIO.
           MOVE SPACES TO DIARIO-REC
           MOVE "H" TO GLJ-TIPO-REG
           MOVE "ESTRUTUR" TO GLJ-HDR-SISTEMA
           MOVE WS-DATA-NEGOCIO TO GLJ-HDR-DATA-NEG
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
           MOVE WS-DATA-CORRENTE(1:14) TO GLJ-HDR-GERACAO
           MOVE WS-CICLO TO GLJ-HDR-CICLO
           WRITE DIARIO-REC.

       CONTABILIZAR-LIQUIDACOES.
           OPEN INPUT SETTLE-FILE
           IF SETTLE-STATUS = "00"
               PERFORM LER-LIQUIDACAO
                   UNTIL SETTLE-STATUS NOT = "00"
               CLOSE SETTLE-FILE
           ELSE
               DISPLAY "PILHASET ausente - nenhuma liquidacao a "
                   "contabilizar"
           END-IF.

       LER-LIQUIDACAO.
           READ SETTLE-FILE
               NOT AT END
                   MOVE SET-ITEM TO WS-LAN-ITEM
                   MOVE "L" TO WS-LAN-EVENTO
                   MOVE "PILHASET" TO WS-LAN-ORIGEM
                   MOVE 1 TO WS-EST-IDX
                   PERFORM CONTABILIZAR-ITEM
           END-READ.

       CONTABILIZAR-EXPEDICOES.
           OPEN INPUT EXPED-FILE
           IF EXPED-STATUS = "00"
               PERFORM LER-EXPEDICAO
                   UNTIL EXPED-STATUS NOT = "00"
               CLOSE EXPED-FILE
           ELSE
               DISPLAY "DEQEXPED ausente - nenhuma expedicao a "
                   "contabilizar"
           END-IF.

       LER-EXPEDICAO.
           READ EXPED-FILE
               NOT AT END
                   EVALUATE EXP-TIPO-REG
                       WHEN "D"
                           MOVE EXP-ITEM TO WS-LAN-ITEM
                           MOVE "E" TO WS-LAN-EVENTO
                           MOVE "DEQEXPED" TO WS-LAN-ORIGEM
                           MOVE 2 TO WS-EST-IDX
                           PERFORM CONTABILIZAR-ITEM
                       WHEN "T"
                           MOVE 'S' TO WS-TRL-PRESENTE
                           COMPUTE WS-TRL-QTDE =
                               EXP-TRL-QTDE-U + EXP-TRL-QTDE-R
                           COMPUTE WS-TRL-VALOR =
                               EXP-TRL-VALOR-U + EXP-TRL-VALOR-R
                   END-EVALUATE
           END-READ.

      * Item sem valor numerico nao e lancado (sai so na listagem);
      * tipo sem mapa e lancado nas duas pernas da transitoria, para
      * que o diario continue balanceado e o valor nao se perca.
       CONTABILIZAR-ITEM.
           MOVE WS-LAN-ITEM TO ITEM-NEGOCIO
           MOVE WS-LAN-ITEM(11:9) TO WS-VALOR-BRUTO
           IF WS-VALOR-BRUTO IS NOT NUMERIC
               ADD 1 TO WS-QTDE-INVALIDOS
               MOVE 0 TO WS-LAN-VALOR
               MOVE "VALOR NAO NUMERICO - NAO LANCADO"
                   TO EXC-MOTIVO
               MOVE SPACES TO EXC-CONTA
               PERFORM IMPRIMIR-EXCECAO
           ELSE
               COMPUTE WS-LAN-VALOR =
                   FUNCTION NUMVAL(WS-VALOR-BRUTO) / 100
               PERFORM LOCALIZAR-MAPA
               ADD 1 TO CON-GL-QTDE(WS-EST-IDX)
               ADD WS-LAN-VALOR TO CON-GL-VALOR(WS-EST-IDX)
               ADD 1 TO WS-SEQUENCIA
               MOVE WS-LAN-DEBITO TO GLJ-CONTA
               MOVE "D" TO GLJ-DEB-CRED
               PERFORM GRAVAR-LINHA-DIARIO
               ADD WS-LAN-VALOR TO WS-TOTAL-DEBITOS
               MOVE WS-LAN-CREDITO TO GLJ-CONTA
               MOVE "C" TO GLJ-DEB-CRED
               PERFORM GRAVAR-LINHA-DIARIO
               ADD WS-LAN-VALOR TO WS-TOTAL-CREDITOS
               IF WS-LAN-TRANSITORIA = 'S'
                   ADD 1 TO WS-QTDE-TRANSITORIA
                   ADD WS-LAN-VALOR TO WS-VALOR-TRANSITORIA
                   MOVE SPACES TO EXC-MOTIVO
                   STRING "TIPO " ITEM-TIPO " SEM MAPA CONTABIL - "
                       "TRANSITORIA"
                       DELIMITED BY SIZE INTO EXC-MOTIVO
                   MOVE WS-CONTA-TRANSITORIA TO EXC-CONTA
                   PERFORM IMPRIMIR-EXCECAO
               END-IF
           END-IF.

       LOCALIZAR-MAPA.
           MOVE 0 TO WS-MAP-ACHADO
           PERFORM COMPARAR-MAPA
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > MAPA-QTDE OR WS-MAP-ACHADO > 0
           IF WS-MAP-ACHADO > 0
               MOVE MPT-DEBITO(WS-MAP-ACHADO) TO WS-LAN-DEBITO
               MOVE MPT-CREDITO(WS-MAP-ACHADO) TO WS-LAN-CREDITO
               MOVE 'N' TO WS-LAN-TRANSITORIA
           ELSE
               MOVE WS-CONTA-TRANSITORIA TO WS-LAN-DEBITO
               MOVE WS-CONTA-TRANSITORIA TO WS-LAN-CREDITO
               MOVE 'S' TO WS-LAN-TRANSITORIA
           END-IF.

       COMPARAR-MAPA.
           IF MPT-TIPO(WS-MAP-IDX) = ITEM-TIPO
               AND MPT-EVENTO(WS-MAP-IDX) = WS-LAN-EVENTO
               MOVE WS-MAP-IDX TO WS-MAP-ACHADO
           END-IF.

       GRAVAR-LINHA-DIARIO.
           MOVE "D" TO GLJ-TIPO-REG
           MOVE WS-SEQUENCIA TO GLJ-SEQUENCIA
           MOVE WS-DATA-NEGOCIO TO GLJ-DATA-NEG
           MOVE WS-LAN-VALOR TO GLJ-VALOR
           MOVE WS-LAN-ORIGEM TO GLJ-ORIGEM
           MOVE ITEM-ID TO GLJ-ITEM-ID
           MOVE ITEM-TIPO TO GLJ-ITEM-TIPO
           MOVE WS-LAN-TRANSITORIA TO GLJ-TRANSITORIA
           MOVE WS-CICLO TO GLJ-CICLO
           WRITE DIARIO-REC
           ADD 1 TO WS-LINHAS-DIARIO.

       GRAVAR-TRAILER-DIARIO.
           MOVE SPACES TO DIARIO-REC
           MOVE "T" TO GLJ-TIPO-REG
           MOVE WS-LINHAS-DIARIO TO GLJ-TRL-LINHAS
           MOVE WS-TOTAL-DEBITOS TO GLJ-TRL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO GLJ-TRL-CREDITOS
           WRITE DIARIO-REC.

       IMPRIMIR-EXCECAO.
           MOVE WS-LAN-ORIGEM TO EXC-ORIGEM
           MOVE WS-LAN-ITEM TO EXC-ITEM
           MOVE WS-LAN-EVENTO TO EXC-EVENTO
           MOVE WS-LAN-VALOR TO EXC-VALOR
           WRITE EXCECAO-REC FROM EXC-LINHA.

      * ----- Conciliacao -----

      * O valor que saiu da estrutura no dia tem de ser o que
      * entrou (OPS-VALOR-TOTAL) mais o que ja estava nela na
      * abertura, menos o que ficou no fechamento e o que foi
      * retirado por cancelamento (nao liquida nem expede).
       CONCILIAR-ESTRUTURA.
           MOVE SPACES TO EXCECAO-REC
           WRITE EXCECAO-REC
           MOVE SPACES TO CNL-PERNA
           STRING CON-ARQUIVO(WS-EST-IDX) " X OPSREPT "
               CON-ESTRUTURA(WS-EST-IDX)
               DELIMITED BY SPACE INTO CNL-PERNA
           IF CON-OPS-PRESENTE(WS-EST-IDX) = 'N'
               IF CON-GL-QTDE(WS-EST-IDX) > 0
                   MOVE 0 TO WS-ESPERADO-VALOR
                   PERFORM IMPRIMIR-CONCILIACAO
                   MOVE "REGISTRO DO OPSREPT AUSENTE PARA A ESTRUTURA"
                       TO OBS-TEXTO
                   WRITE EXCECAO-REC FROM OBS-LINHA
               ELSE
                   MOVE SPACES TO OBS-TEXTO
                   STRING CON-ARQUIVO(WS-EST-IDX)
                       " SEM LANCAMENTOS E SEM REGISTRO NO OPSREPT "
                       "(NAO APLICAVEL)"
                       DELIMITED BY SIZE INTO OBS-TEXTO
                   WRITE EXCECAO-REC FROM OBS-LINHA
               END-IF
           ELSE
               COMPUTE WS-ESPERADO-VALOR =
                   CON-OPS-ABERTURA(WS-EST-IDX)
                   + CON-OPS-ENTRADAS(WS-EST-IDX)
                   - CON-OPS-FECHAMENTO(WS-EST-IDX)
                   - CON-OPS-CANCELADO(WS-EST-IDX)
               PERFORM IMPRIMIR-CONCILIACAO
               MOVE SPACES TO OBS-TEXTO
               STRING "ABERTURA " CON-OPS-ABERTURA(WS-EST-IDX)
                   " + OPS-VALOR-TOTAL " CON-OPS-ENTRADAS(WS-EST-IDX)
                   " - FECHAMENTO " CON-OPS-FECHAMENTO(WS-EST-IDX)
                   " - CANCELADO " CON-OPS-CANCELADO(WS-EST-IDX)
                   " / LANCADOS " CON-GL-QTDE(WS-EST-IDX)
                   DELIMITED BY SIZE INTO OBS-TEXTO
               WRITE EXCECAO-REC FROM OBS-LINHA
           END-IF.

       IMPRIMIR-CONCILIACAO.
           MOVE WS-ESPERADO-VALOR TO CNL-ESPERADO
           MOVE CON-GL-VALOR(WS-EST-IDX) TO CNL-APURADO
           IF CON-OPS-PRESENTE(WS-EST-IDX) = 'S'
               AND WS-ESPERADO-VALOR = CON-GL-VALOR(WS-EST-IDX)
               MOVE "OK" TO CNL-SITUACAO
           ELSE
               MOVE "DIVERGENTE" TO CNL-SITUACAO
               ADD 1 TO WS-DIVERGENCIAS
               DISPLAY "ALERTA: contabil divergente do OPSREPT - "
                   CON-ESTRUTURA(WS-EST-IDX)
           END-IF
           WRITE EXCECAO-REC FROM CON-LINHA.

      * O proprio manifesto do deque traz no trailer o total que
      * declarou expedir.
       CONCILIAR-TRAILER-EXPEDICAO.
           IF WS-TRL-PRESENTE = 'S'
               MOVE "DEQEXPED X TRAILER" TO CNL-PERNA
               MOVE WS-TRL-VALOR TO WS-ESPERADO-VALOR
               MOVE WS-TRL-VALOR TO CNL-ESPERADO
               MOVE CON-GL-VALOR(2) TO CNL-APURADO
               IF WS-TRL-VALOR = CON-GL-VALOR(2)
                   AND WS-TRL-QTDE = CON-GL-QTDE(2)
                   MOVE "OK" TO CNL-SITUACAO
               ELSE
                   MOVE "DIVERGENTE" TO CNL-SITUACAO
                   ADD 1 TO WS-DIVERGENCIAS
                   DISPLAY "ALERTA: DEQEXPED nao fecha com o "
                       "proprio trailer"
               END-IF
               WRITE EXCECAO-REC FROM CON-LINHA
           END-IF.

       VERIFICAR-PARTIDAS-DOBRADAS.
           MOVE "DEBITOS X CREDITOS GLDIARIO" TO CNL-PERNA
           MOVE WS-TOTAL-DEBITOS TO WS-ESPERADO-VALOR
           MOVE WS-TOTAL-DEBITOS TO CNL-ESPERADO
           MOVE WS-TOTAL-CREDITOS TO CNL-APURADO
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
               MOVE "OK" TO CNL-SITUACAO
           ELSE
               MOVE "DESBALANCEADO" TO CNL-SITUACAO
               ADD 1 TO WS-DIVERGENCIAS
           END-IF
           WRITE EXCECAO-REC FROM CON-LINHA
           MOVE SPACES TO OBS-TEXTO
           STRING "TRANSITORIA " WS-CONTA-TRANSITORIA ": "
               WS-QTDE-TRANSITORIA " ITEM(NS) / VALOR "
               WS-VALOR-TRANSITORIA " / NAO LANCADOS "
               WS-QTDE-INVALIDOS
               DELIMITED BY SIZE INTO OBS-TEXTO
           WRITE EXCECAO-REC FROM OBS-LINHA.

       IMPRIMIR-VEREDICTO.
           IF WS-DIVERGENCIAS = 0
               MOVE "PASS" TO VERB-VEREDICTO
               MOVE "DIARIO BALANCEADO E CONCILIADO COM O OPSREPT"
                   TO VERB-MOTIVO
           ELSE
               MOVE "FAIL" TO VERB-VEREDICTO
               MOVE SPACES TO VERB-MOTIVO
               STRING "DIVERGENCIAS=" WS-DIVERGENCIAS
                   DELIMITED BY SIZE INTO VERB-MOTIVO
               MOVE 'A' TO ALR-SEVERIDADE
               MOVE "GLCONC" TO ALR-CODIGO
               MOVE SPACES TO ALR-TEXTO
               STRING "INTERFACE CONTABIL NAO CONCILIA: "
                   WS-DIVERGENCIAS " DIVERGENCIA(S) - VER GLEXCEC"
                   DELIMITED BY SIZE INTO ALR-TEXTO
               PERFORM GRAVAR-ALERTA
           END-IF
           WRITE EXCECAO-REC FROM VER-LINHA
           DISPLAY "Veredicto da conciliacao contabil: "
               VERB-VEREDICTO.

       GRAVAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "LANCAMENTO-CONTABIL" TO ALR-PROGRAMA
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.
