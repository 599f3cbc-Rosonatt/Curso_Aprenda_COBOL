       IDENTIFICATION DIVISION.
       PROGRAM-ID. DERIVAR-CONTAGEM-AVL.
      * Derivacao das contagens da arvore AVL a partir dos itens de
      * negocio do dia: cada item liquidado pela pilha (PILHASET),
      * drenado pela fila (repasse PILHAHND) e expedido pelo deque
      * (DEQEXPED) e levado a um codigo do mestre AVLMSTR pelo mapa
      * AVLMAPA (ITEM-TIPO, ou ITEM-TIPO + prefixo do ITEM-ID).  As
      * ocorrencias de cada codigo ativo viram transacoes de
      * contagem gravadas na frente das digitadas no AVLTXN, que a
      * etapa da arvore processa em seguida.  Item sem mapa ou com
      * codigo inativo/sem cadastro no mestre sai na listagem
      * AVLDEXC, que tambem concilia o que foi derivado com as
      * quantidades e valores do OPSREPT.  Item drenado pela fila e
      * liquidado pela pilha na mesma execucao conta uma vez so, pelo
      * PILHAHND.  Divergencia termina com RC 8; item nao mapeado,
      * com RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO "PILHASET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SETTLE-STATUS.
           SELECT PILHA-HND-FILE ASSIGN TO "PILHAHND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PILHA-HND-STATUS.
           SELECT EXPED-FILE ASSIGN TO "DEQEXPED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXPED-STATUS.
           SELECT MAPA-FILE ASSIGN TO "AVLMAPA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAPA-STATUS.
           SELECT OPS-REPT-FILE ASSIGN TO "OPSREPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-REPT-STATUS.
           SELECT AVL-TXN-FILE ASSIGN TO "AVLTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AVL-TXN-STATUS.
           SELECT TXN-TEMP-FILE ASSIGN TO "AVLDTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TXN-TEMP-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "AVLDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROLE-STATUS.
           SELECT EXCECAO-FILE ASSIGN TO "AVLDEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCECAO-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
       01  SETTLE-REC.
           05  SET-ITEM         PIC X(27).
           05  SET-TIMESTAMP    PIC X(26).

      * Repasse da fila para a pilha: um registro "E" por item
      * drenado; "H" e marca de filial.
       FD  PILHA-HND-FILE.
       01  PILHA-HND-REC.
           05  HND-CODE         PIC X(01).
           05  HND-ITEM         PIC X(27).

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

      * Mapa dos itens para os codigos da arvore: ITEM-TIPO e,
      * opcionalmente, o prefixo do ITEM-ID (em branco vale para
      * qualquer ITEM-ID do tipo).  Havendo mais de uma entrada que
      * sirva, vale a de prefixo mais longo.
       FD  MAPA-FILE.
       01  MAPA-REC.
           05  MAP-TIPO         PIC X(02).
           05  MAP-PREFIXO      PIC X(08).
           05  MAP-CODIGO       PIC X(12).

       FD  OPS-REPT-FILE.
       COPY OPSREPT.

       FD  AVL-TXN-FILE.
       01  AVL-TXN-REC.
           05  TXN-CODE             PIC X(01).
           05  TXN-VALUE            PIC X(12).
           05  TXN-VALUE2           PIC X(12).
           05  TXN-VALUE2-R REDEFINES TXN-VALUE2.
               10  TXN-COUNT        PIC 9(04).
               10  FILLER           PIC X(08).

       FD  TXN-TEMP-FILE.
       01  TXN-TEMP-REC             PIC X(25).

       FD  CONTROLE-FILE.
       COPY AVLDCTL.

       FD  EXCECAO-FILE.
       01  EXCECAO-REC          PIC X(132).

       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  CICLO-FILE.
       COPY CICLOCTL.

       FD  ALERTA-FILE.
       COPY ALERTREG.

       WORKING-STORAGE SECTION.
       01  SETTLE-STATUS        PIC X(02).
       01  PILHA-HND-STATUS     PIC X(02).
       01  EXPED-STATUS         PIC X(02).
       01  MAPA-STATUS          PIC X(02).
       01  OPS-REPT-STATUS      PIC X(02).
       01  AVL-TXN-STATUS       PIC X(02).
       01  TXN-TEMP-STATUS      PIC X(02).
       01  CONTROLE-STATUS      PIC X(02).
       01  EXCECAO-STATUS       PIC X(02).
       01  PARAM-STATUS         PIC X(02).
       01  CICLO-STATUS         PIC X(02).
       01  ALERTA-STATUS        PIC X(02).

       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-CICLO             PIC 9(02) VALUE 1.
       01  WS-SIMULACAO-SW      PIC X(01) VALUE 'N'.
           88  MODO-SIMULACAO   VALUE 'S'.

      * Situacao do AVLTXN perante o controle AVLDCTL.
       01  WS-CONTROLE-SW       PIC X(01) VALUE 'N'.
           88  CONTROLE-PRESENTE VALUE 'S'.
       01  WS-DERIVACAO-SW      PIC X(01) VALUE 'N'.
           88  JA-DERIVADO      VALUE 'S'.
       01  WS-TXN-TOTAL         PIC 9(06) VALUE 0.
       01  WS-TXN-PULAR         PIC 9(06) VALUE 0.
       01  WS-TXN-LIDAS         PIC 9(06) VALUE 0.
       01  WS-TXN-DIGITADAS     PIC 9(06) VALUE 0.
       01  WS-TXN-DERIVADAS     PIC 9(06) VALUE 0.

       01  WS-MAP-IDX           PIC 9(03).
       01  WS-MAP-ACHADO        PIC 9(03).
       01  WS-MAP-BRANCOS       PIC 9(02).
       01  TAB-MAPA.
           05  MAPA-QTDE        PIC 9(03) VALUE 0.
           05  MAPA-ENT OCCURS 200 TIMES.
               10  MPT-TIPO         PIC X(02).
               10  MPT-PREFIXO      PIC X(08).
               10  MPT-TAM          PIC 9(01).
               10  MPT-CODIGO       PIC X(12).

      * Ocorrencias por codigo do mestre, em ordem de codigo, por
      * origem (1 = PILHASET, 2 = PILHAHND, 3 = DEQEXPED).  A
      * situacao vem do CONSULTA-MESTRE na primeira vez que o codigo
      * aparece; so os codigos ativos geram transacoes.
       01  WS-COD-IDX           PIC 9(03).
       01  WS-COD-ACHADO        PIC 9(03).
       01  WS-COD-POS           PIC 9(03).
       01  TAB-CODIGOS.
           05  COD-QTDE         PIC 9(03) VALUE 0.
           05  COD-ENT OCCURS 500 TIMES.
               10  COD-CODIGO       PIC X(12).
               10  COD-SITUACAO     PIC X(01).
               10  COD-DESCRICAO    PIC X(30).
               10  COD-ORIGEM OCCURS 3 TIMES PIC 9(06).
               10  COD-TOTAL        PIC 9(06).
               10  COD-TRANSACOES   PIC 9(04).
       01  WS-MST-CODIGO        PIC X(12).
       01  WS-MST-DESCRICAO     PIC X(30).
       01  WS-MST-SITUACAO      PIC X(01).
           88  CODIGO-ATIVO         VALUE 'A'.
           88  CODIGO-INATIVO       VALUE 'I'.
           88  CODIGO-SEM-CADASTRO  VALUE 'N'.

      * Totais por origem.  ORI-OPS-* e o que a estrutura declarou
      * no OPSREPT (somando as filiais).
       01  WS-ORI-IDX           PIC 9(01).
       01  TAB-ORIGENS.
           05  ORI-ENT OCCURS 3 TIMES.
               10  ORI-ARQUIVO      PIC X(08).
               10  ORI-ESTRUTURA    PIC X(20).
               10  ORI-LIDOS        PIC 9(06).
               10  ORI-DERIVADOS    PIC 9(06).
               10  ORI-NAO-MAPEADOS PIC 9(06).
               10  ORI-REPASSADOS   PIC 9(06).
               10  ORI-VALOR        PIC 9(13)V99.
               10  ORI-OPS-PRESENTE PIC X(01).
               10  ORI-OPS-DRENADOS PIC 9(06).
               10  ORI-OPS-ENTRADAS PIC 9(11)V99.
               10  ORI-OPS-ABERTURA PIC 9(11)V99.
               10  ORI-OPS-FECHAMENTO PIC 9(11)V99.
               10  ORI-OPS-CANCELADO PIC 9(11)V99.
       01  WS-DRENO-IDX         PIC 9(02).

      * ITEM-IDs drenados pela fila (PILHAHND "E").  A pilha os
      * empilha e liquida na mesma execucao; a liquidacao deles em
      * PILHASET entra no valor da pilha mas nao vira ocorrencia de
      * novo.  Cada entrada casa com uma liquidacao so.
       01  WS-REP-IDX           PIC 9(05).
       01  WS-REP-ACHADO        PIC 9(04).
       01  WS-REP-EXCEDIDOS     PIC 9(06) VALUE 0.
       01  TAB-REPASSE.
           05  REP-QTDE         PIC 9(04) VALUE 0.
           05  REP-ENT OCCURS 9999 TIMES.
               10  REP-ITEM         PIC X(27).
               10  REP-LIQUIDADO    PIC X(01).

       01  WS-TRL-PRESENTE      PIC X(01) VALUE 'N'.
       01  WS-TRL-QTDE          PIC 9(06) VALUE 0.

      * Item corrente e o seu enquadramento no mapa.
       01  WS-DER-ITEM          PIC X(27).
       01  WS-DER-CODIGO        PIC X(12).
       01  WS-DER-VALOR         PIC 9(07)V99.
       01  WS-VALOR-BRUTO       PIC X(09).
       COPY ITEMREG.

       01  WS-INCREMENTO        PIC 9(06).
       01  WS-PARCELA           PIC 9(04).
       01  WS-QTDE-NAO-MAPEADOS PIC 9(06) VALUE 0.
       01  WS-QTDE-INATIVOS     PIC 9(06) VALUE 0.
       01  WS-DIVERGENCIAS      PIC 9(04) VALUE 0.
       01  WS-ESPERADO-QTDE     PIC 9(06).
       01  WS-APURADO-QTDE      PIC 9(06).
       01  WS-ESPERADO-VALOR    PIC S9(13)V99.
       01  WS-OBS-PTR           PIC 9(03).
       01  WS-SOMA-CODIGOS      PIC 9(06).

       01  CAB-TITULO.
           05  FILLER           PIC X(20) VALUE SPACES.
           05  FILLER           PIC X(50) VALUE
               "DERIVACAO DAS TRANSACOES AVL - ITENS DO DIA".
           05  FILLER           PIC X(14) VALUE "DATA NEGOCIO: ".
           05  CAB-DATA         PIC 9(08).
           05  FILLER           PIC X(08) VALUE "  CICLO ".
           05  CAB-CICLO        PIC 9(02).
           05  FILLER           PIC X(30) VALUE SPACES.

       01  CAB-TRACO.
           05  FILLER           PIC X(132) VALUE ALL "-".

       01  CAB-SECAO.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CAB-SECAO-TEXTO  PIC X(130).

       01  CAB-EXCECOES.
           05  FILLER           PIC X(39) VALUE
               "ORIGEM    ITEM".
           05  FILLER           PIC X(06) VALUE "TIPO".
           05  FILLER           PIC X(42) VALUE "MOTIVO".
           05  FILLER           PIC X(16) VALUE "CODIGO".
           05  FILLER           PIC X(29) VALUE "       VALOR".

       01  EXC-LINHA.
           05  EXC-ORIGEM       PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  EXC-ITEM         PIC X(27).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  EXC-TIPO         PIC X(02).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  EXC-MOTIVO       PIC X(40).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  EXC-CODIGO       PIC X(12).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  EXC-VALOR        PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(17) VALUE SPACES.

       01  CAB-CODIGOS.
           05  FILLER           PIC X(16) VALUE "CODIGO".
           05  FILLER           PIC X(32) VALUE "DESCRICAO".
           05  FILLER           PIC X(10) VALUE "SITUACAO".
           05  FILLER           PIC X(10) VALUE "  PILHASET".
           05  FILLER           PIC X(10) VALUE "  PILHAHND".
           05  FILLER           PIC X(10) VALUE "  DEQEXPED".
           05  FILLER           PIC X(10) VALUE "     TOTAL".
           05  FILLER           PIC X(12) VALUE "  TRANSACOES".
           05  FILLER           PIC X(22) VALUE SPACES.

       01  COD-LINHA.
           05  CDL-CODIGO       PIC X(12).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  CDL-DESCRICAO    PIC X(30).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  CDL-SITUACAO     PIC X(10).
           05  CDL-PILHA        PIC ZZZ,ZZZ,ZZ9.
           05  CDL-FILA         PIC ZZZ,ZZZ,ZZ9.
           05  CDL-DEQUE        PIC ZZZ,ZZZ,ZZ9.
           05  CDL-TOTAL        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  CDL-TRANSACOES   PIC ZZZ,ZZ9.
           05  FILLER           PIC X(24) VALUE SPACES.

       01  RCQ-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RCQ-PERNA        PIC X(30).
           05  FILLER           PIC X(10) VALUE "ESPERADO: ".
           05  RCQ-ESPERADO     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(11) VALUE "  APURADO: ".
           05  RCQ-APURADO      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RCQ-SITUACAO     PIC X(16).
           05  FILLER           PIC X(39) VALUE SPACES.

       01  RCV-LINHA.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RCV-PERNA        PIC X(30).
           05  FILLER           PIC X(10) VALUE "ESPERADO: ".
           05  RCV-ESPERADO     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(11) VALUE "  APURADO: ".
           05  RCV-APURADO      PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RCV-SITUACAO     PIC X(16).
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
       MAIN-DERIVACAO.
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CICLO
           PERFORM CONFERIR-CONTROLE-DERIVACAO
           IF JA-DERIVADO
               DISPLAY "AVLTXN ja traz as transacoes derivadas da "
                   "data " WS-DATA-NEGOCIO " ciclo " WS-CICLO " ("
                   DCT-DERIVADAS " de " DCT-TOTAL ") - nada a derivar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TXN-PULAR > 0
               DISPLAY "AVLTXN ainda e o da derivacao de "
                   DCT-DATA-NEGOCIO " ciclo " DCT-CICLO " - as "
                   WS-TXN-PULAR " transacao(oes) derivadas de entao "
                   "sao descartadas"
           END-IF

           PERFORM CARREGAR-MAPA
           PERFORM INICIALIZAR-ORIGENS
           PERFORM CARREGAR-OPSREPT

           OPEN OUTPUT EXCECAO-FILE
           MOVE WS-DATA-NEGOCIO TO CAB-DATA
           MOVE WS-CICLO TO CAB-CICLO
           WRITE EXCECAO-REC FROM CAB-TITULO
           WRITE EXCECAO-REC FROM CAB-TRACO
           MOVE "ITENS SEM MAPA OU COM CODIGO INATIVO NO MESTRE"
               TO CAB-SECAO-TEXTO
           WRITE EXCECAO-REC FROM CAB-SECAO
           WRITE EXCECAO-REC FROM CAB-EXCECOES

      * As drenagens vem antes: a tabela de repasse tem de estar
      * montada quando as liquidacoes da pilha forem lidas.
           PERFORM DERIVAR-DRENAGENS
           PERFORM DERIVAR-LIQUIDACOES
           PERFORM DERIVAR-EXPEDICOES

           IF WS-QTDE-NAO-MAPEADOS = 0 AND WS-QTDE-INATIVOS = 0
               MOVE "  NENHUM ITEM - TODOS MAPEADOS PARA CODIGO ATIVO"
                   TO EXCECAO-REC
               WRITE EXCECAO-REC
           END-IF

           PERFORM CONTAR-TRANSACOES-CODIGO
               VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > COD-QTDE
           IF MODO-SIMULACAO
               DISPLAY "Simulacao: AVLTXN nao alterado - "
                   WS-TXN-DERIVADAS " transacao(oes) seriam derivadas"
           ELSE
               PERFORM MONTAR-AVLTXN
               PERFORM GRAVAR-CONTROLE-DERIVACAO
           END-IF

           WRITE EXCECAO-REC FROM CAB-TRACO
           PERFORM IMPRIMIR-CODIGOS
           WRITE EXCECAO-REC FROM CAB-TRACO
           PERFORM CONCILIAR-ORIGENS
           WRITE EXCECAO-REC FROM CAB-TRACO
           PERFORM IMPRIMIR-VEREDICTO
           CLOSE EXCECAO-FILE

           DISPLAY "Transacoes AVL derivadas: " WS-TXN-DERIVADAS
               " na frente de " WS-TXN-DIGITADAS " digitada(s) em "
               "AVLTXN (" WS-QTDE-NAO-MAPEADOS " sem mapa, "
               WS-QTDE-INATIVOS " com codigo inativo - ver AVLDEXC)"
           IF WS-QTDE-NAO-MAPEADOS > 0 OR WS-QTDE-INATIVOS > 0
               MOVE 'M' TO ALR-SEVERIDADE
               MOVE "AVLNMAP" TO ALR-CODIGO
               MOVE SPACES TO ALR-TEXTO
               STRING "ITENS SEM MAPA: " WS-QTDE-NAO-MAPEADOS
                   " / CODIGO INATIVO: " WS-QTDE-INATIVOS " - AVLDEXC"
                   DELIMITED BY SIZE INTO ALR-TEXTO
               PERFORM GRAVAR-ALERTA
           END-IF
           IF WS-DIVERGENCIAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTDE-NAO-MAPEADOS > 0 OR WS-QTDE-INATIVOS > 0
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
                       IF PAR-SIMULACAO = 'S'
                           SET MODO-SIMULACAO TO TRUE
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Mesma regra do LOTE-CONTROLE: CICLOCTL de outra data vale
      * como ciclo 01.
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

      * AVLTXN com a mesma contagem anotada no AVLDCTL ainda e o
      * arquivo montado pela derivacao.  Da mesma data e ciclo, e a
      * retomada da etapa: fica como esta (as sequencias ja
      * comitadas pela arvore continuam valendo).  De outra data, as
      * derivadas de entao sao descartadas e so as digitadas ficam.
       CONFERIR-CONTROLE-DERIVACAO.
           OPEN INPUT CONTROLE-FILE
           IF CONTROLE-STATUS = "00"
               READ CONTROLE-FILE
                   NOT AT END
                       SET CONTROLE-PRESENTE TO TRUE
               END-READ
               CLOSE CONTROLE-FILE
           END-IF
           MOVE 0 TO WS-TXN-TOTAL
           OPEN INPUT AVL-TXN-FILE
           IF AVL-TXN-STATUS = "00"
               PERFORM CONTAR-REGISTRO-AVLTXN
                   UNTIL AVL-TXN-STATUS NOT = "00"
               CLOSE AVL-TXN-FILE
           END-IF
           IF CONTROLE-PRESENTE AND DCT-TOTAL = WS-TXN-TOTAL
               AND DCT-DERIVADAS > 0
               IF DCT-DATA-NEGOCIO = WS-DATA-NEGOCIO
                   AND DCT-CICLO = WS-CICLO
                   SET JA-DERIVADO TO TRUE
               ELSE
                   MOVE DCT-DERIVADAS TO WS-TXN-PULAR
               END-IF
           END-IF.

       CONTAR-REGISTRO-AVLTXN.
           READ AVL-TXN-FILE
               NOT AT END
                   ADD 1 TO WS-TXN-TOTAL
           END-READ.

       CARREGAR-MAPA.
           OPEN INPUT MAPA-FILE
           IF MAPA-STATUS = "00"
               PERFORM LER-MAPA
                   UNTIL MAPA-STATUS NOT = "00"
               CLOSE MAPA-FILE
               DISPLAY "Mapa de itens para a arvore carregado: "
                   MAPA-QTDE " entrada(s)"
           ELSE
               DISPLAY "ALERTA: AVLMAPA ausente - nenhum item sera "
                   "levado a arvore"
           END-IF.

       LER-MAPA.
           READ MAPA-FILE
               NOT AT END
                   IF MAPA-QTDE < 200
                       ADD 1 TO MAPA-QTDE
                       MOVE MAP-TIPO TO MPT-TIPO(MAPA-QTDE)
                       MOVE MAP-PREFIXO TO MPT-PREFIXO(MAPA-QTDE)
                       MOVE MAP-CODIGO TO MPT-CODIGO(MAPA-QTDE)
                       MOVE 0 TO WS-MAP-BRANCOS
                       INSPECT MAP-PREFIXO TALLYING WS-MAP-BRANCOS
                           FOR TRAILING SPACES
                       COMPUTE MPT-TAM(MAPA-QTDE) = 8 - WS-MAP-BRANCOS
                   ELSE
                       DISPLAY "ALERTA: limite de 200 entradas do "
                           "mapa de itens excedido - " MAP-TIPO " "
                           MAP-PREFIXO " ignorado"
                   END-IF
           END-READ.

       INICIALIZAR-ORIGENS.
           MOVE "PILHASET" TO ORI-ARQUIVO(1)
           MOVE "PILHA" TO ORI-ESTRUTURA(1)
           MOVE "PILHAHND" TO ORI-ARQUIVO(2)
           MOVE "FILA" TO ORI-ESTRUTURA(2)
           MOVE "DEQEXPED" TO ORI-ARQUIVO(3)
           MOVE "DEQUE" TO ORI-ESTRUTURA(3)
           PERFORM ZERAR-ORIGEM
               VARYING WS-ORI-IDX FROM 1 BY 1
               UNTIL WS-ORI-IDX > 3.

       ZERAR-ORIGEM.
           MOVE 0 TO ORI-LIDOS(WS-ORI-IDX)
           MOVE 0 TO ORI-DERIVADOS(WS-ORI-IDX)
           MOVE 0 TO ORI-NAO-MAPEADOS(WS-ORI-IDX)
           MOVE 0 TO ORI-REPASSADOS(WS-ORI-IDX)
           MOVE 0 TO ORI-VALOR(WS-ORI-IDX)
           MOVE 'N' TO ORI-OPS-PRESENTE(WS-ORI-IDX)
           MOVE 0 TO ORI-OPS-DRENADOS(WS-ORI-IDX)
           MOVE 0 TO ORI-OPS-ENTRADAS(WS-ORI-IDX)
           MOVE 0 TO ORI-OPS-ABERTURA(WS-ORI-IDX)
           MOVE 0 TO ORI-OPS-FECHAMENTO(WS-ORI-IDX)
           MOVE 0 TO ORI-OPS-CANCELADO(WS-ORI-IDX).

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
                       VARYING WS-ORI-IDX FROM 1 BY 1
                       UNTIL WS-ORI-IDX > 3
           END-READ.

      * Um registro por filial; a derivacao e da empresa e soma
      * todos.  A fila declara os drenados por classe.
       GUARDAR-REGISTRO-OPSREPT.
           IF OPS-ESTRUTURA = ORI-ESTRUTURA(WS-ORI-IDX)
               MOVE 'S' TO ORI-OPS-PRESENTE(WS-ORI-IDX)
               ADD OPS-VALOR-TOTAL TO ORI-OPS-ENTRADAS(WS-ORI-IDX)
               IF OPS-VALOR-ABERTURA IS NUMERIC
                   ADD OPS-VALOR-ABERTURA
                       TO ORI-OPS-ABERTURA(WS-ORI-IDX)
               END-IF
               IF OPS-VALOR-FECHAMENTO IS NUMERIC
                   ADD OPS-VALOR-FECHAMENTO
                       TO ORI-OPS-FECHAMENTO(WS-ORI-IDX)
               END-IF
               IF OPS-VALOR-CANCELADO IS NUMERIC
                   ADD OPS-VALOR-CANCELADO
                       TO ORI-OPS-CANCELADO(WS-ORI-IDX)
               END-IF
               PERFORM SOMAR-DRENO-CLASSE
                   VARYING WS-DRENO-IDX FROM 1 BY 1
                   UNTIL WS-DRENO-IDX > 9
           END-IF.

       SOMAR-DRENO-CLASSE.
           IF OPS-DRENO-CLASSE(WS-DRENO-IDX) IS NUMERIC
               ADD OPS-DRENO-CLASSE(WS-DRENO-IDX)
                   TO ORI-OPS-DRENADOS(WS-ORI-IDX)
           END-IF.

      * ----- Derivacao -----

       DERIVAR-LIQUIDACOES.
           OPEN INPUT SETTLE-FILE
           IF SETTLE-STATUS = "00"
               PERFORM LER-LIQUIDACAO
                   UNTIL SETTLE-STATUS NOT = "00"
               CLOSE SETTLE-FILE
           ELSE
               DISPLAY "PILHASET ausente - nenhuma liquidacao a "
                   "derivar"
           END-IF.

       LER-LIQUIDACAO.
           READ SETTLE-FILE
               NOT AT END
                   MOVE SET-ITEM TO WS-DER-ITEM
                   MOVE 1 TO WS-ORI-IDX
                   PERFORM LOCALIZAR-REPASSE
                   IF WS-REP-ACHADO > 0
                       MOVE 'S' TO REP-LIQUIDADO(WS-REP-ACHADO)
                       ADD 1 TO ORI-REPASSADOS(1)
                       PERFORM APURAR-ITEM
                   ELSE
                       PERFORM DERIVAR-ITEM
                   END-IF
           END-READ.

       LOCALIZAR-REPASSE.
           MOVE 0 TO WS-REP-ACHADO
           PERFORM COMPARAR-REPASSE
               VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX > REP-QTDE OR WS-REP-ACHADO > 0.

       COMPARAR-REPASSE.
           IF REP-LIQUIDADO(WS-REP-IDX) = 'N'
               AND REP-ITEM(WS-REP-IDX) = SET-ITEM
               MOVE WS-REP-IDX TO WS-REP-ACHADO
           END-IF.

       DERIVAR-DRENAGENS.
           OPEN INPUT PILHA-HND-FILE
           IF PILHA-HND-STATUS = "00"
               PERFORM LER-DRENAGEM
                   UNTIL PILHA-HND-STATUS NOT = "00"
               CLOSE PILHA-HND-FILE
               IF WS-REP-EXCEDIDOS > 0
                   DISPLAY "ALERTA: limite de 9999 itens de repasse "
                       "excedido - " WS-REP-EXCEDIDOS
                       " liquidacao(oes) da pilha podem contar em dobro"
               END-IF
           ELSE
               DISPLAY "PILHAHND ausente - nenhuma drenagem a "
                   "derivar"
           END-IF.

       LER-DRENAGEM.
           READ PILHA-HND-FILE
               NOT AT END
                   IF HND-CODE = "E"
                       MOVE HND-ITEM TO WS-DER-ITEM
                       MOVE 2 TO WS-ORI-IDX
                       PERFORM DERIVAR-ITEM
                       PERFORM GUARDAR-REPASSE
                   END-IF
           END-READ.

      * A pilha grava o item em maiusculas; a tabela tambem.
       GUARDAR-REPASSE.
           IF REP-QTDE < 9999
               ADD 1 TO REP-QTDE
               MOVE FUNCTION UPPER-CASE(HND-ITEM) TO REP-ITEM(REP-QTDE)
               MOVE 'N' TO REP-LIQUIDADO(REP-QTDE)
           ELSE
               ADD 1 TO WS-REP-EXCEDIDOS
           END-IF.

       DERIVAR-EXPEDICOES.
           OPEN INPUT EXPED-FILE
           IF EXPED-STATUS = "00"
               PERFORM LER-EXPEDICAO
                   UNTIL EXPED-STATUS NOT = "00"
               CLOSE EXPED-FILE
           ELSE
               DISPLAY "DEQEXPED ausente - nenhuma expedicao a "
                   "derivar"
           END-IF.

       LER-EXPEDICAO.
           READ EXPED-FILE
               NOT AT END
                   EVALUATE EXP-TIPO-REG
                       WHEN "D"
                           MOVE EXP-ITEM TO WS-DER-ITEM
                           MOVE 3 TO WS-ORI-IDX
                           PERFORM DERIVAR-ITEM
                       WHEN "T"
                           MOVE 'S' TO WS-TRL-PRESENTE
                           COMPUTE WS-TRL-QTDE =
                               EXP-TRL-QTDE-U + EXP-TRL-QTDE-R
                   END-EVALUATE
           END-READ.

      * Todo item lido conta na origem (e o seu valor, se numerico);
      * so o mapeado para codigo ativo conta como ocorrencia.
       APURAR-ITEM.
           MOVE WS-DER-ITEM TO ITEM-NEGOCIO
           ADD 1 TO ORI-LIDOS(WS-ORI-IDX)
           MOVE 0 TO WS-DER-VALOR
           MOVE WS-DER-ITEM(11:9) TO WS-VALOR-BRUTO
           IF WS-VALOR-BRUTO IS NUMERIC
               COMPUTE WS-DER-VALOR =
                   FUNCTION NUMVAL(WS-VALOR-BRUTO) / 100
               ADD WS-DER-VALOR TO ORI-VALOR(WS-ORI-IDX)
           END-IF.

       DERIVAR-ITEM.
           PERFORM APURAR-ITEM
           PERFORM LOCALIZAR-MAPA
           IF WS-MAP-ACHADO = 0
               ADD 1 TO WS-QTDE-NAO-MAPEADOS
               ADD 1 TO ORI-NAO-MAPEADOS(WS-ORI-IDX)
               MOVE "TIPO/PREFIXO DO ITEM SEM MAPA NO AVLMAPA"
                   TO EXC-MOTIVO
               MOVE SPACES TO EXC-CODIGO
               PERFORM IMPRIMIR-EXCECAO
           ELSE
               MOVE MPT-CODIGO(WS-MAP-ACHADO) TO WS-DER-CODIGO
               PERFORM LOCALIZAR-CODIGO
               IF WS-COD-ACHADO = 0
                   ADD 1 TO WS-QTDE-NAO-MAPEADOS
                   ADD 1 TO ORI-NAO-MAPEADOS(WS-ORI-IDX)
                   MOVE "LIMITE DE 500 CODIGOS NA DERIVACAO"
                       TO EXC-MOTIVO
                   MOVE WS-DER-CODIGO TO EXC-CODIGO
                   PERFORM IMPRIMIR-EXCECAO
               ELSE
                   ADD 1 TO COD-ORIGEM(WS-COD-ACHADO, WS-ORI-IDX)
                   ADD 1 TO COD-TOTAL(WS-COD-ACHADO)
                   IF COD-SITUACAO(WS-COD-ACHADO) = 'A'
                       ADD 1 TO ORI-DERIVADOS(WS-ORI-IDX)
                   ELSE
                       PERFORM REJEITAR-CODIGO-INATIVO
                   END-IF
               END-IF
           END-IF.

       REJEITAR-CODIGO-INATIVO.
           ADD 1 TO WS-QTDE-INATIVOS
           ADD 1 TO ORI-NAO-MAPEADOS(WS-ORI-IDX)
           IF COD-SITUACAO(WS-COD-ACHADO) = 'I'
               MOVE "CODIGO INATIVO NO MESTRE AVLMSTR" TO EXC-MOTIVO
           ELSE
               MOVE "CODIGO SEM CADASTRO NO MESTRE AVLMSTR"
                   TO EXC-MOTIVO
           END-IF
           MOVE WS-DER-CODIGO TO EXC-CODIGO
           PERFORM IMPRIMIR-EXCECAO.

      * Entre as entradas do tipo cujo prefixo casa com o ITEM-ID,
      * fica a de prefixo mais longo (prefixo em branco casa com
      * todos).
       LOCALIZAR-MAPA.
           MOVE 0 TO WS-MAP-ACHADO
           PERFORM COMPARAR-MAPA
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > MAPA-QTDE.

       COMPARAR-MAPA.
           IF MPT-TIPO(WS-MAP-IDX) = ITEM-TIPO
               IF MPT-TAM(WS-MAP-IDX) = 0
                   IF WS-MAP-ACHADO = 0
                       MOVE WS-MAP-IDX TO WS-MAP-ACHADO
                   END-IF
               ELSE
                   IF ITEM-ID(1:MPT-TAM(WS-MAP-IDX))
                       = MPT-PREFIXO(WS-MAP-IDX)(1:MPT-TAM(WS-MAP-IDX))
                       PERFORM ESCOLHER-PREFIXO-MAIS-LONGO
                   END-IF
               END-IF
           END-IF.

       ESCOLHER-PREFIXO-MAIS-LONGO.
           IF WS-MAP-ACHADO = 0
               MOVE WS-MAP-IDX TO WS-MAP-ACHADO
           ELSE
               IF MPT-TAM(WS-MAP-IDX) > MPT-TAM(WS-MAP-ACHADO)
                   MOVE WS-MAP-IDX TO WS-MAP-ACHADO
               END-IF
           END-IF.

      * Procura o codigo na tabela; na primeira ocorrencia consulta
      * o mestre e o inclui na posicao da ordem de codigo.
       LOCALIZAR-CODIGO.
           MOVE 0 TO WS-COD-ACHADO
           MOVE 0 TO WS-COD-POS
           PERFORM COMPARAR-CODIGO
               VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > COD-QTDE OR WS-COD-ACHADO > 0
                   OR WS-COD-POS > 0
           IF WS-COD-ACHADO = 0 AND COD-QTDE < 500
               IF WS-COD-POS = 0
                   COMPUTE WS-COD-POS = COD-QTDE + 1
               END-IF
               PERFORM DESLOCAR-CODIGO
                   VARYING WS-COD-IDX FROM COD-QTDE BY -1
                   UNTIL WS-COD-IDX < WS-COD-POS
               ADD 1 TO COD-QTDE
               PERFORM INCLUIR-CODIGO
               MOVE WS-COD-POS TO WS-COD-ACHADO
           END-IF.

       COMPARAR-CODIGO.
           IF COD-CODIGO(WS-COD-IDX) = WS-DER-CODIGO
               MOVE WS-COD-IDX TO WS-COD-ACHADO
           ELSE
               IF COD-CODIGO(WS-COD-IDX) > WS-DER-CODIGO
                   MOVE WS-COD-IDX TO WS-COD-POS
               END-IF
           END-IF.

       DESLOCAR-CODIGO.
           MOVE COD-ENT(WS-COD-IDX) TO COD-ENT(WS-COD-IDX + 1).

       INCLUIR-CODIGO.
           MOVE WS-DER-CODIGO TO WS-MST-CODIGO
           CALL "CONSULTA-MESTRE" USING WS-MST-CODIGO,
               WS-MST-DESCRICAO, WS-MST-SITUACAO
           MOVE WS-DER-CODIGO TO COD-CODIGO(WS-COD-POS)
           MOVE WS-MST-SITUACAO TO COD-SITUACAO(WS-COD-POS)
           IF CODIGO-SEM-CADASTRO
               MOVE "(SEM CADASTRO NO MESTRE)"
                   TO COD-DESCRICAO(WS-COD-POS)
           ELSE
               MOVE WS-MST-DESCRICAO TO COD-DESCRICAO(WS-COD-POS)
           END-IF
           MOVE 0 TO COD-ORIGEM(WS-COD-POS, 1)
           MOVE 0 TO COD-ORIGEM(WS-COD-POS, 2)
           MOVE 0 TO COD-ORIGEM(WS-COD-POS, 3)
           MOVE 0 TO COD-TOTAL(WS-COD-POS)
           MOVE 0 TO COD-TRANSACOES(WS-COD-POS).

       IMPRIMIR-EXCECAO.
           MOVE ORI-ARQUIVO(WS-ORI-IDX) TO EXC-ORIGEM
           MOVE WS-DER-ITEM TO EXC-ITEM
           MOVE ITEM-TIPO TO EXC-TIPO
           MOVE WS-DER-VALOR TO EXC-VALOR
           WRITE EXCECAO-REC FROM EXC-LINHA.

      * ----- Transacoes derivadas -----

      * Cada codigo ativo vira uma inclusao (I), que cria o no ou
      * soma uma ocorrencia, e, havendo mais ocorrencias, ajustes
      * incrementais (M) com o restante, em parcelas de ate 9999.
       CONTAR-TRANSACOES-CODIGO.
           IF COD-SITUACAO(WS-COD-IDX) = 'A'
               AND COD-TOTAL(WS-COD-IDX) > 0
               COMPUTE COD-TRANSACOES(WS-COD-IDX) =
                   1 + (COD-TOTAL(WS-COD-IDX) - 1 + 9998) / 9999
               ADD COD-TRANSACOES(WS-COD-IDX) TO WS-TXN-DERIVADAS
           END-IF.

      * O AVLTXN e remontado num arquivo de trabalho (derivadas e,
      * atras delas, as digitadas) e copiado de volta.
       MONTAR-AVLTXN.
           OPEN OUTPUT TXN-TEMP-FILE
           PERFORM GRAVAR-TRANSACOES-CODIGO
               VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > COD-QTDE
           MOVE 0 TO WS-TXN-LIDAS
           MOVE 0 TO WS-TXN-DIGITADAS
           OPEN INPUT AVL-TXN-FILE
           IF AVL-TXN-STATUS = "00"
               PERFORM COPIAR-TRANSACAO-DIGITADA
                   UNTIL AVL-TXN-STATUS NOT = "00"
               CLOSE AVL-TXN-FILE
           END-IF
           CLOSE TXN-TEMP-FILE
           OPEN INPUT TXN-TEMP-FILE
           OPEN OUTPUT AVL-TXN-FILE
           PERFORM DEVOLVER-TRANSACAO
               UNTIL TXN-TEMP-STATUS NOT = "00"
           CLOSE AVL-TXN-FILE
           CLOSE TXN-TEMP-FILE
           OPEN OUTPUT TXN-TEMP-FILE
           CLOSE TXN-TEMP-FILE.

       GRAVAR-TRANSACOES-CODIGO.
           IF COD-TRANSACOES(WS-COD-IDX) > 0
               MOVE "I" TO TXN-CODE
               MOVE COD-CODIGO(WS-COD-IDX) TO TXN-VALUE
               MOVE SPACES TO TXN-VALUE2
               WRITE TXN-TEMP-REC FROM AVL-TXN-REC
               COMPUTE WS-INCREMENTO = COD-TOTAL(WS-COD-IDX) - 1
               PERFORM GRAVAR-INCREMENTO UNTIL WS-INCREMENTO = 0
           END-IF.

       GRAVAR-INCREMENTO.
           IF WS-INCREMENTO > 9999
               MOVE 9999 TO WS-PARCELA
           ELSE
               MOVE WS-INCREMENTO TO WS-PARCELA
           END-IF
           MOVE "M" TO TXN-CODE
           MOVE COD-CODIGO(WS-COD-IDX) TO TXN-VALUE
           MOVE SPACES TO TXN-VALUE2
           MOVE WS-PARCELA TO TXN-COUNT
           WRITE TXN-TEMP-REC FROM AVL-TXN-REC
           SUBTRACT WS-PARCELA FROM WS-INCREMENTO.

       COPIAR-TRANSACAO-DIGITADA.
           READ AVL-TXN-FILE
               NOT AT END
                   ADD 1 TO WS-TXN-LIDAS
                   IF WS-TXN-LIDAS > WS-TXN-PULAR
                       WRITE TXN-TEMP-REC FROM AVL-TXN-REC
                       ADD 1 TO WS-TXN-DIGITADAS
                   END-IF
           END-READ.

       DEVOLVER-TRANSACAO.
           READ TXN-TEMP-FILE
               NOT AT END
                   MOVE TXN-TEMP-REC TO AVL-TXN-REC
                   WRITE AVL-TXN-REC
           END-READ.

       GRAVAR-CONTROLE-DERIVACAO.
           MOVE SPACES TO DCT-REC
           MOVE WS-DATA-NEGOCIO TO DCT-DATA-NEGOCIO
           MOVE WS-CICLO TO DCT-CICLO
           MOVE WS-TXN-DERIVADAS TO DCT-DERIVADAS
           COMPUTE DCT-TOTAL = WS-TXN-DERIVADAS + WS-TXN-DIGITADAS
           MOVE FUNCTION CURRENT-DATE TO DCT-CARIMBO
           OPEN OUTPUT CONTROLE-FILE
           WRITE DCT-REC
           CLOSE CONTROLE-FILE.

      * ----- Listagem por codigo e conciliacao -----

       IMPRIMIR-CODIGOS.
           MOVE "OCORRENCIAS DO DIA POR CODIGO DO MESTRE"
               TO CAB-SECAO-TEXTO
           WRITE EXCECAO-REC FROM CAB-SECAO
           WRITE EXCECAO-REC FROM CAB-CODIGOS
           MOVE 0 TO WS-SOMA-CODIGOS
           PERFORM IMPRIMIR-CODIGO
               VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > COD-QTDE
           IF COD-QTDE = 0
               MOVE "  NENHUM ITEM MAPEADO PARA A ARVORE"
                   TO EXCECAO-REC
               WRITE EXCECAO-REC
           END-IF
           MOVE SPACES TO OBS-TEXTO
           STRING "TRANSACOES DERIVADAS: " WS-TXN-DERIVADAS
               " / DIGITADAS MANTIDAS: " WS-TXN-DIGITADAS
               DELIMITED BY SIZE INTO OBS-TEXTO
           IF MODO-SIMULACAO
               MOVE "SIMULACAO - AVLTXN NAO ALTERADO"
                   TO OBS-TEXTO(60:40)
           END-IF
           WRITE EXCECAO-REC FROM OBS-LINHA.

       IMPRIMIR-CODIGO.
           MOVE COD-CODIGO(WS-COD-IDX) TO CDL-CODIGO
           MOVE COD-DESCRICAO(WS-COD-IDX) TO CDL-DESCRICAO
           EVALUATE COD-SITUACAO(WS-COD-IDX)
               WHEN 'A'
                   MOVE "ATIVO" TO CDL-SITUACAO
                   ADD COD-TOTAL(WS-COD-IDX) TO WS-SOMA-CODIGOS
               WHEN 'I'
                   MOVE "INATIVO" TO CDL-SITUACAO
               WHEN OTHER
                   MOVE "SEM CADAST" TO CDL-SITUACAO
           END-EVALUATE
           MOVE COD-ORIGEM(WS-COD-IDX, 1) TO CDL-PILHA
           MOVE COD-ORIGEM(WS-COD-IDX, 2) TO CDL-FILA
           MOVE COD-ORIGEM(WS-COD-IDX, 3) TO CDL-DEQUE
           MOVE COD-TOTAL(WS-COD-IDX) TO CDL-TOTAL
           MOVE COD-TRANSACOES(WS-COD-IDX) TO CDL-TRANSACOES
           WRITE EXCECAO-REC FROM COD-LINHA.

      * Cada origem fecha com o OPSREPT da sua estrutura.  A fila
      * declara quantos itens drenou, e a contagem fecha item a
      * item.  Pilha e deque nao declaram a quantidade que saiu, so
      * o valor: fecham como na interface contabil (abertura +
      * OPS-VALOR-TOTAL - fechamento - cancelado), e o deque ainda
      * fecha a contagem com o trailer do proprio manifesto.  Por
      * fim, os itens do dia contados por fora da derivacao (os
      * drenados que a fila declarou no OPSREPT, as liquidacoes da
      * pilha de itens que nao vieram da fila e a quantidade do
      * trailer do DEQEXPED) tem de ser as ocorrencias de todos os
      * codigos mais os itens sem mapa: um item contado em duas
      * origens aparece aqui.
       CONCILIAR-ORIGENS.
           MOVE "CONCILIACAO COM O OPSREPT" TO CAB-SECAO-TEXTO
           WRITE EXCECAO-REC FROM CAB-SECAO
           PERFORM CONCILIAR-ORIGEM
               VARYING WS-ORI-IDX FROM 1 BY 1
               UNTIL WS-ORI-IDX > 3
           IF WS-TRL-PRESENTE = 'S'
               MOVE "DEQEXPED X TRAILER (QTDE)" TO RCQ-PERNA
               MOVE WS-TRL-QTDE TO WS-ESPERADO-QTDE
               MOVE ORI-LIDOS(3) TO WS-APURADO-QTDE
               PERFORM IMPRIMIR-CONCILIACAO-QTDE
           END-IF
           MOVE SPACES TO EXCECAO-REC
           WRITE EXCECAO-REC
           MOVE "ITENS DO DIA X OCORRENCIAS" TO RCQ-PERNA
           IF WS-TRL-PRESENTE = 'S'
               MOVE WS-TRL-QTDE TO WS-ESPERADO-QTDE
           ELSE
               MOVE ORI-LIDOS(3) TO WS-ESPERADO-QTDE
           END-IF
           COMPUTE WS-ESPERADO-QTDE = WS-ESPERADO-QTDE
               + ORI-OPS-DRENADOS(2)
               + ORI-LIDOS(1) - ORI-REPASSADOS(1)
           COMPUTE WS-APURADO-QTDE = WS-SOMA-CODIGOS
               + WS-QTDE-NAO-MAPEADOS + WS-QTDE-INATIVOS
           PERFORM IMPRIMIR-CONCILIACAO-QTDE
           IF ORI-REPASSADOS(1) > 0
               MOVE SPACES TO OBS-TEXTO
               STRING "LIQUIDACOES DA PILHA DE ITENS DRENADOS PELA "
                   "FILA (CONTADOS SO NO PILHAHND): " ORI-REPASSADOS(1)
                   DELIMITED BY SIZE INTO OBS-TEXTO
               WRITE EXCECAO-REC FROM OBS-LINHA
           END-IF.

       CONCILIAR-ORIGEM.
           MOVE SPACES TO EXCECAO-REC
           WRITE EXCECAO-REC
           IF ORI-OPS-PRESENTE(WS-ORI-IDX) = 'N'
               IF ORI-LIDOS(WS-ORI-IDX) > 0
                   MOVE SPACES TO RCQ-PERNA
                   STRING ORI-ARQUIVO(WS-ORI-IDX) DELIMITED BY SPACE
                       " X OPSREPT " DELIMITED BY SIZE
                       ORI-ESTRUTURA(WS-ORI-IDX) DELIMITED BY SPACE
                       INTO RCQ-PERNA
                   MOVE 0 TO WS-ESPERADO-QTDE
                   MOVE ORI-LIDOS(WS-ORI-IDX) TO WS-APURADO-QTDE
                   PERFORM IMPRIMIR-CONCILIACAO-QTDE
                   MOVE "REGISTRO DO OPSREPT AUSENTE PARA A ESTRUTURA"
                       TO OBS-TEXTO
                   WRITE EXCECAO-REC FROM OBS-LINHA
               ELSE
                   MOVE SPACES TO OBS-TEXTO
                   STRING ORI-ARQUIVO(WS-ORI-IDX)
                       " SEM ITENS E SEM REGISTRO NO OPSREPT "
                       "(NAO APLICAVEL)"
                       DELIMITED BY SIZE INTO OBS-TEXTO
                   WRITE EXCECAO-REC FROM OBS-LINHA
               END-IF
           ELSE
               IF WS-ORI-IDX = 2
                   MOVE "PILHAHND X OPSREPT FILA" TO RCQ-PERNA
                   MOVE ORI-OPS-DRENADOS(2) TO WS-ESPERADO-QTDE
                   MOVE ORI-LIDOS(2) TO WS-APURADO-QTDE
                   PERFORM IMPRIMIR-CONCILIACAO-QTDE
               ELSE
                   MOVE SPACES TO RCV-PERNA
                   STRING ORI-ARQUIVO(WS-ORI-IDX) DELIMITED BY SPACE
                       " X OPSREPT " DELIMITED BY SIZE
                       ORI-ESTRUTURA(WS-ORI-IDX) DELIMITED BY SPACE
                       INTO RCV-PERNA
                   COMPUTE WS-ESPERADO-VALOR =
                       ORI-OPS-ABERTURA(WS-ORI-IDX)
                       + ORI-OPS-ENTRADAS(WS-ORI-IDX)
                       - ORI-OPS-FECHAMENTO(WS-ORI-IDX)
                       - ORI-OPS-CANCELADO(WS-ORI-IDX)
                   PERFORM IMPRIMIR-CONCILIACAO-VALOR
               END-IF
               MOVE SPACES TO OBS-TEXTO
               MOVE 1 TO WS-OBS-PTR
               STRING "ITENS LIDOS " ORI-LIDOS(WS-ORI-IDX)
                   " = OCORRENCIAS " ORI-DERIVADOS(WS-ORI-IDX)
                   " + NAO MAPEADOS/INATIVOS "
                   ORI-NAO-MAPEADOS(WS-ORI-IDX)
                   DELIMITED BY SIZE INTO OBS-TEXTO
                   WITH POINTER WS-OBS-PTR
               IF ORI-REPASSADOS(WS-ORI-IDX) > 0
                   STRING " + JA CONTADOS NA FILA "
                       ORI-REPASSADOS(WS-ORI-IDX)
                       DELIMITED BY SIZE INTO OBS-TEXTO
                       WITH POINTER WS-OBS-PTR
               END-IF
               WRITE EXCECAO-REC FROM OBS-LINHA
           END-IF.

       IMPRIMIR-CONCILIACAO-QTDE.
           MOVE WS-ESPERADO-QTDE TO RCQ-ESPERADO
           MOVE WS-APURADO-QTDE TO RCQ-APURADO
           IF WS-ESPERADO-QTDE = WS-APURADO-QTDE
               MOVE "OK" TO RCQ-SITUACAO
           ELSE
               MOVE "DIVERGENTE" TO RCQ-SITUACAO
               ADD 1 TO WS-DIVERGENCIAS
               DISPLAY "ALERTA: derivacao AVL divergente - "
                   RCQ-PERNA
           END-IF
           WRITE EXCECAO-REC FROM RCQ-LINHA.

       IMPRIMIR-CONCILIACAO-VALOR.
           MOVE WS-ESPERADO-VALOR TO RCV-ESPERADO
           MOVE ORI-VALOR(WS-ORI-IDX) TO RCV-APURADO
           IF WS-ESPERADO-VALOR = ORI-VALOR(WS-ORI-IDX)
               MOVE "OK" TO RCV-SITUACAO
           ELSE
               MOVE "DIVERGENTE" TO RCV-SITUACAO
               ADD 1 TO WS-DIVERGENCIAS
               DISPLAY "ALERTA: derivacao AVL divergente do OPSREPT "
                   "- " ORI-ESTRUTURA(WS-ORI-IDX)
           END-IF
           WRITE EXCECAO-REC FROM RCV-LINHA.

       IMPRIMIR-VEREDICTO.
           IF WS-DIVERGENCIAS = 0
               MOVE "PASS" TO VERB-VEREDICTO
               MOVE "ITENS DERIVADOS CONCILIADOS COM O OPSREPT"
                   TO VERB-MOTIVO
           ELSE
               MOVE "FAIL" TO VERB-VEREDICTO
               MOVE SPACES TO VERB-MOTIVO
               STRING "DIVERGENCIAS=" WS-DIVERGENCIAS
                   DELIMITED BY SIZE INTO VERB-MOTIVO
               MOVE 'A' TO ALR-SEVERIDADE
               MOVE "AVLDCONC" TO ALR-CODIGO
               MOVE SPACES TO ALR-TEXTO
               STRING "DERIVACAO AVL NAO CONCILIA: "
                   WS-DIVERGENCIAS " DIVERGENCIA(S) - AVLDEXC"
                   DELIMITED BY SIZE INTO ALR-TEXTO
               PERFORM GRAVAR-ALERTA
           END-IF
           WRITE EXCECAO-REC FROM VER-LINHA
           DISPLAY "Veredicto da conciliacao da derivacao AVL: "
               VERB-VEREDICTO.

       GRAVAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "DERIVAR-CONTAGEM-AVL" TO ALR-PROGRAMA
           OPEN EXTEND ALERTA-FILE
           IF ALERTA-STATUS NOT = "00"
               OPEN OUTPUT ALERTA-FILE
           END-IF
           WRITE ALERTA-REC
           CLOSE ALERTA-FILE.
