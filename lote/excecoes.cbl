       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-EXCECOES.
      * Lista de trabalho das excecoes, persistente entre noites.
      * Cada arquivo de rejeitados tem o seu ciclo proprio (INTAKERR,
      * ROTDUPS e ROTREGRJ sao refeitos pelo roteador a cada noite,
      * ANOMRET pela triagem de anomalias,
      * FILAERRO e DEQUEERR sao cortados pela limpeza, AVLINSRJ e
      * FILASLA so crescem); aqui cada ocorrencia nova entra uma vez
      * em EXCLIST, pela marca do ultimo carimbo colhido de cada
      * fonte (EXCCTL), e fica aberta ate ser resolvida.  Resolucao
      * vem do operador (EXCRESOL: sequencia, codigo, operador do
      * OPERAUTH) ou do reenvio do REPARO-REJEITADOS (CORRPEND na
      * situacao 'E').  O relatorio da manha (EXCREL) lista as
      * abertas da mais antiga para a mais nova e, na mesma idade,
      * da severidade mais alta para a mais baixa, com o movimento
      * por data de negocio: abertas, fechadas e ainda em aberto.
      * Entrada fechada sai de EXCLIST depois de PAR-RETENCAO-DIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-FILE ASSIGN TO "EXCLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LISTA-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "EXCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROLE-STATUS.
           SELECT RESOLUCAO-FILE ASSIGN TO "EXCRESOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESOLUCAO-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "EXCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.
           SELECT INTAKE-ERR-FILE ASSIGN TO "INTAKERR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INTAKE-ERR-STATUS.
           SELECT DUP-REPT-FILE ASSIGN TO "ROTDUPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-REPT-STATUS.
           SELECT REGRJ-FILE ASSIGN TO "ROTREGRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGRJ-STATUS.
           SELECT FILA-ERR-FILE ASSIGN TO "FILAERRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILA-ERR-STATUS.
           SELECT DEQUE-ERR-FILE ASSIGN TO "DEQUEERR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEQUE-ERR-STATUS.
           SELECT INS-REJ-FILE ASSIGN TO "AVLINSRJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INS-REJ-STATUS.
           SELECT FILA-SLA-FILE ASSIGN TO "FILASLA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILA-SLA-STATUS.
           SELECT RETIDO-FILE ASSIGN TO "ANOMRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETIDO-STATUS.
           SELECT PENDENTE-FILE ASSIGN TO "CORRPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDENTE-STATUS.
           SELECT AUTORIZACAO-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUTORIZACAO-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-FILE.
       COPY EXCREG.

      * Marca do ultimo carimbo ja colhido, por fonte.
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05  CTL-FONTE            PIC X(08).
           05  CTL-ULTIMO           PIC X(26).

      * Resolucao digitada pelo operador: sequencia da entrada em
      * EXCLIST, codigo (CO/BX/DC) e operador do OPERAUTH.
       FD  RESOLUCAO-FILE.
       01  RESOLUCAO-REC.
           05  RES-SEQUENCIA        PIC 9(07).
           05  RES-CODIGO           PIC X(02).
           05  RES-OPERADOR         PIC X(08).

       FD  RELATORIO-FILE.
       01  RELATORIO-REC        PIC X(132).

       FD  INTAKE-ERR-FILE.
       01  INTAKE-ERR-REC.
           05  IERR-TIMESTAMP   PIC X(26).
           05  IERR-ESTRUTURA   PIC X(05).
           05  IERR-CORPO       PIC X(29).
           05  IERR-MOTIVO      PIC X(20).
           05  IERR-ORIGEM      PIC X(08).

      * Relatorios do roteador: linha de detalhe no leiaute do
      * DUP-LINHA e do RGJ-LINHA de ROTEADOR-ENTRADA.
       FD  DUP-REPT-FILE.
       01  DUP-REPT-REC.
           05  DUPL-ID          PIC X(08).
           05  FILLER           PIC X(02).
           05  DUPL-ESTRUT-1    PIC X(05).
           05  FILLER           PIC X(02).
           05  DUPL-QUANDO-1    PIC X(14).
           05  FILLER           PIC X(02).
           05  DUPL-ESTRUT-2    PIC X(05).
           05  FILLER           PIC X(02).
           05  DUPL-QUANDO-2    PIC X(14).
           05  FILLER           PIC X(02).
           05  DUPL-DISPOSICAO  PIC X(10).
           05  FILLER           PIC X(02).
           05  DUPL-ORIGEM      PIC X(08).
           05  FILLER           PIC X(56).

       FD  REGRJ-FILE.
       01  REGRJ-REC.
           05  RGJ-TIMESTAMP    PIC X(14).
           05  FILLER           PIC X(02).
           05  RGJ-REGRA        PIC X(06).
           05  FILLER           PIC X(02).
           05  RGJ-MOTIVO       PIC X(07).
           05  FILLER           PIC X(02).
           05  RGJ-ESTRUTURA    PIC X(05).
           05  FILLER           PIC X(02).
           05  RGJ-CORPO        PIC X(29).
           05  FILLER           PIC X(02).
           05  RGJ-ORIGEM       PIC X(08).
           05  FILLER           PIC X(53).

       FD  FILA-ERR-FILE.
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

       FD  INS-REJ-FILE.
       01  INS-REJ-REC.
           05  IRJ-TIMESTAMP        PIC X(26).
           05  IRJ-VALUE            PIC X(12).
           05  IRJ-MOTIVO           PIC X(10).

       FD  FILA-SLA-FILE.
       01  FILA-SLA-REC.
           05  SLA-ITEM         PIC X(27).
           05  SLA-CHEGADA      PIC X(26).
           05  SLA-ESPERA-SEG   PIC 9(07).

       FD  RETIDO-FILE.
       01  RETIDO-REC.
           05  RET-TIMESTAMP    PIC X(26).
           05  RET-ESTRUTURA    PIC X(05).
           05  RET-CORPO        PIC X(29).
           05  RET-MOTIVO       PIC X(20).

       FD  PENDENTE-FILE.
       COPY CORRPEND.

      * Mesmo cadastro de autorizacao do console do operador.
       FD  AUTORIZACAO-FILE.
       01  AUTORIZACAO-REC.
           05  OPA-ID               PIC X(08).
           05  OPA-PERFIL           PIC X(01).
           05  OPA-OPCOES           PIC X(07).

       FD  PARAM-FILE.
       COPY PARAMRUN.

       WORKING-STORAGE SECTION.
       01  LISTA-STATUS         PIC X(02).
       01  CONTROLE-STATUS      PIC X(02).
       01  RESOLUCAO-STATUS     PIC X(02).
       01  RELATORIO-STATUS     PIC X(02).
       01  INTAKE-ERR-STATUS    PIC X(02).
       01  DUP-REPT-STATUS      PIC X(02).
       01  REGRJ-STATUS         PIC X(02).
       01  FILA-ERR-STATUS      PIC X(02).
       01  DEQUE-ERR-STATUS     PIC X(02).
       01  INS-REJ-STATUS       PIC X(02).
       01  FILA-SLA-STATUS      PIC X(02).
       01  RETIDO-STATUS        PIC X(02).
       01  PENDENTE-STATUS      PIC X(02).
       01  AUTORIZACAO-STATUS   PIC X(02).
       01  PARAM-STATUS         PIC X(02).

       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-RETENCAO-DIAS     PIC 9(03) VALUE 30.
       01  WS-HOJE-INT          PIC 9(07).
       01  WS-DIAS-IDADE        PIC S9(07).

      * Fontes colhidas, na ordem do relatorio.  CTF-ULTIMO e a
      * marca lida do EXCCTL; CTF-NOVO-ULTIMO avanca a cada
      * ocorrencia colhida e vira a marca gravada no fim.
       01  TAB-FONTES-VAL.
           05  FILLER           PIC X(08) VALUE "INTAKERR".
           05  FILLER           PIC X(08) VALUE "ROTDUPS".
           05  FILLER           PIC X(08) VALUE "ROTREGRJ".
           05  FILLER           PIC X(08) VALUE "FILAERRO".
           05  FILLER           PIC X(08) VALUE "DEQUEERR".
           05  FILLER           PIC X(08) VALUE "AVLINSRJ".
           05  FILLER           PIC X(08) VALUE "FILASLA".
           05  FILLER           PIC X(08) VALUE "ANOMRET".
       01  TAB-FONTES-NOMES REDEFINES TAB-FONTES-VAL.
           05  CTF-NOME OCCURS 8 TIMES PIC X(08).
       01  TAB-FONTES.
           05  CTF-ENT OCCURS 8 TIMES.
               10  CTF-ULTIMO       PIC X(26).
               10  CTF-NOVO-ULTIMO  PIC X(26).
               10  CTF-COLHIDAS     PIC 9(06).
       01  WS-FNT-IDX           PIC 9(01).

      * Lista de trabalho em memoria, na imagem do EXC-REC.
       01  TAB-EXCECOES.
           05  EXT-QTDE         PIC 9(04) VALUE 0.
           05  EXT-ENT OCCURS 5000 TIMES.
               10  EXT-REC      PIC X(157).
       01  WS-EXC-IDX           PIC 9(04).
       01  WS-EXC-ACHADA        PIC 9(04).
       01  WS-PROX-SEQUENCIA    PIC 9(07) VALUE 0.
       01  WS-LISTA-CHEIA-SW    PIC X(01) VALUE 'N'.
           88  LISTA-CHEIA          VALUE 'S'.
       01  WS-LISTA-TRUNCADA-SW PIC X(01) VALUE 'N'.
           88  LISTA-TRUNCADA       VALUE 'S'.

      * Ocorrencia a incluir, montada por cada leitura de fonte.
       01  WS-NOVA-TIMESTAMP    PIC X(26).
       01  WS-NOVA-SEVERIDADE   PIC X(01).
       01  WS-NOVA-MOTIVO       PIC X(20).
       01  WS-NOVA-ESTRUTURA    PIC X(05).
       01  WS-NOVA-ITEM-ID      PIC X(08).
       01  WS-NOVA-IMAGEM       PIC X(29).
       01  WS-ESPERA-EDIT       PIC Z(06)9.

      * Ordem do relatorio: chave data de abertura + grau da
      * severidade + sequencia, so das entradas abertas.
       01  TAB-ORDEM.
           05  ORD-QTDE         PIC 9(04) VALUE 0.
           05  ORD-ENT OCCURS 5000 TIMES.
               10  ORD-CHAVE    PIC X(16).
               10  ORD-IDX      PIC 9(04).
       01  WS-ORD-IDX           PIC 9(04).
       01  WS-ORD-POS           PIC 9(04).
       01  WS-ORD-CHAVE         PIC X(16).
       01  WS-ORD-GRAU          PIC X(01).
       01  WS-ORD-PARADA-SW     PIC X(01).
           88  ORD-POSICAO-ACHADA   VALUE 'S'.

      * Movimento por data de negocio, em ordem crescente.
       01  TAB-DIAS.
           05  DIA-QTDE         PIC 9(03) VALUE 0.
           05  DIA-ENT OCCURS 200 TIMES.
               10  DIA-DATA         PIC 9(08).
               10  DIA-ABERTAS      PIC 9(06).
               10  DIA-FECHADAS     PIC 9(06).
               10  DIA-EM-ABERTO    PIC 9(06).
       01  WS-DIA-IDX           PIC 9(03).
       01  WS-DIA-POS           PIC 9(03).
       01  WS-DIA-DATA          PIC 9(08).

       01  TAB-OPERADORES.
           05  OPR-QTDE         PIC 9(03) VALUE 0.
           05  OPR-ID OCCURS 200 TIMES PIC X(08).
       01  WS-OPR-IDX           PIC 9(03).
       01  WS-OPERADOR          PIC X(08).
       01  WS-OPERADOR-SW       PIC X(01).
           88  OPERADOR-CADASTRADO  VALUE 'S'.

       01  TAB-RECUSAS.
           05  RCS-QTDE         PIC 9(03) VALUE 0.
           05  RCS-ENT OCCURS 100 TIMES.
               10  RCS-REC      PIC X(17).
               10  RCS-MOTIVO   PIC X(30).
       01  WS-RCS-IDX           PIC 9(03).
       01  WS-RECUSA-MOTIVO     PIC X(30).
       01  WS-RESOLUCOES-SW     PIC X(01) VALUE 'N'.
           88  RESOLUCOES-LIDAS     VALUE 'S'.

       01  WS-TOTAL-NOVAS       PIC 9(06) VALUE 0.
       01  WS-TOTAL-FECH-OPER   PIC 9(06) VALUE 0.
       01  WS-TOTAL-FECH-REPARO PIC 9(06) VALUE 0.
       01  WS-TOTAL-RECUSADAS   PIC 9(06) VALUE 0.
       01  WS-TOTAL-EXPURGADAS  PIC 9(06) VALUE 0.
       01  WS-TOTAL-ABERTAS     PIC 9(06) VALUE 0.
       01  WS-ABERTAS-ALTA      PIC 9(06) VALUE 0.
       01  WS-ABERTAS-MEDIA     PIC 9(06) VALUE 0.
       01  WS-ABERTAS-INFO      PIC 9(06) VALUE 0.

       01  CAB-LINHA-1.
           05  FILLER           PIC X(40)
               VALUE "LISTA DE EXCECOES EM ABERTO - DATA DE NE".
           05  FILLER           PIC X(07) VALUE "GOCIO: ".
           05  CAB-DATA-NEGOCIO PIC 9(08).
           05  FILLER           PIC X(13) VALUE " - EMITIDA EM".
           05  FILLER           PIC X(01) VALUE SPACE.
           05  CAB-EMISSAO      PIC X(16).
           05  FILLER           PIC X(47) VALUE SPACES.

       01  DET-LINHA.
           05  DET-IDADE        PIC ZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-SEVERIDADE   PIC X(01).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-SEQUENCIA    PIC 9(07).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  DET-FONTE        PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  DET-MOTIVO       PIC X(20).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  DET-ESTRUTURA    PIC X(05).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  DET-ITEM-ID      PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  DET-IMAGEM       PIC X(29).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  DET-DATA-NEGOCIO PIC 9(08).
           05  FILLER           PIC X(32) VALUE SPACES.

       01  DIA-LINHA.
           05  DIAL-DATA        PIC 9(08).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DIAL-ABERTAS     PIC ZZZZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DIAL-FECHADAS    PIC ZZZZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DIAL-EM-ABERTO   PIC ZZZZZ9.
           05  FILLER           PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EXCECOES.
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CONTROLE
           PERFORM CARREGAR-LISTA
           PERFORM COLETAR-INTAKERR
           PERFORM COLETAR-ROTDUPS
           PERFORM COLETAR-ROTREGRJ
           PERFORM COLETAR-FILAERRO
           PERFORM COLETAR-DEQUEERR
           PERFORM COLETAR-AVLINSRJ
           PERFORM COLETAR-FILASLA
           PERFORM COLETAR-ANOMRET
           PERFORM FECHAR-REENVIADOS-REPARO
           PERFORM APLICAR-RESOLUCOES
           PERFORM GRAVAR-LISTA
           PERFORM GRAVAR-CONTROLE
           PERFORM EMITIR-RELATORIO
           PERFORM EXIBIR-RESUMO-EXCECOES
           IF WS-TOTAL-RECUSADAS > 0 OR LISTA-CHEIA
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
                       IF PAR-RETENCAO-DIAS IS NUMERIC
                           AND PAR-RETENCAO-DIAS > 0
                           MOVE PAR-RETENCAO-DIAS
                               TO WS-RETENCAO-DIAS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO).

       CARREGAR-CONTROLE.
           PERFORM INICIALIZAR-FONTE
               VARYING WS-FNT-IDX FROM 1 BY 1
               UNTIL WS-FNT-IDX > 8
           OPEN INPUT CONTROLE-FILE
           IF CONTROLE-STATUS = "00"
               PERFORM LER-CONTROLE
                   UNTIL CONTROLE-STATUS NOT = "00"
               CLOSE CONTROLE-FILE
           ELSE
               DISPLAY "EXCCTL ausente - todas as ocorrencias das "
                   "fontes serao colhidas"
           END-IF.

       INICIALIZAR-FONTE.
           MOVE LOW-VALUES TO CTF-ULTIMO(WS-FNT-IDX)
           MOVE LOW-VALUES TO CTF-NOVO-ULTIMO(WS-FNT-IDX)
           MOVE 0 TO CTF-COLHIDAS(WS-FNT-IDX).

       LER-CONTROLE.
           READ CONTROLE-FILE
               NOT AT END
                   PERFORM LOCALIZAR-FONTE-CONTROLE
                       VARYING WS-FNT-IDX FROM 1 BY 1
                       UNTIL WS-FNT-IDX > 8
           END-READ.

       LOCALIZAR-FONTE-CONTROLE.
           IF CTF-NOME(WS-FNT-IDX) = CTL-FONTE
               MOVE CTL-ULTIMO TO CTF-ULTIMO(WS-FNT-IDX)
               MOVE CTL-ULTIMO TO CTF-NOVO-ULTIMO(WS-FNT-IDX)
           END-IF.

       CARREGAR-LISTA.
           MOVE 0 TO EXT-QTDE
           OPEN INPUT LISTA-FILE
           IF LISTA-STATUS = "00"
               PERFORM LER-LISTA
                   UNTIL LISTA-STATUS NOT = "00"
               CLOSE LISTA-FILE
           END-IF
           DISPLAY "Entradas em EXCLIST: " EXT-QTDE.

       LER-LISTA.
           READ LISTA-FILE
               NOT AT END
                   IF EXT-QTDE < 5000
                       ADD 1 TO EXT-QTDE
                       MOVE EXC-REC TO EXT-REC(EXT-QTDE)
                       IF EXC-SEQUENCIA > WS-PROX-SEQUENCIA
                           MOVE EXC-SEQUENCIA TO WS-PROX-SEQUENCIA
                       END-IF
                   ELSE
                       DISPLAY "ALERTA: EXCLIST com mais de 5000 "
                           "entradas - lista nao sera regravada"
                       SET LISTA-CHEIA TO TRUE
                       SET LISTA-TRUNCADA TO TRUE
                   END-IF
           END-READ.

      * INTAKERR traz tambem os duplicados e os rejeitados por
      * regra; esses sao colhidos de ROTDUPS e ROTREGRJ, que dizem
      * mais sobre o motivo, e aqui ficam de fora.
       COLETAR-INTAKERR.
           MOVE 1 TO WS-FNT-IDX
           OPEN INPUT INTAKE-ERR-FILE
           IF INTAKE-ERR-STATUS = "00"
               PERFORM LER-INTAKERR
                   UNTIL INTAKE-ERR-STATUS NOT = "00"
               CLOSE INTAKE-ERR-FILE
           END-IF.

       LER-INTAKERR.
           READ INTAKE-ERR-FILE
               NOT AT END
                   IF IERR-MOTIVO NOT = "ITEM-ID DUPLICADO"
                       AND IERR-MOTIVO(1:6) NOT = "REGRA "
                       MOVE IERR-TIMESTAMP TO WS-NOVA-TIMESTAMP
                       MOVE 'A' TO WS-NOVA-SEVERIDADE
                       MOVE IERR-MOTIVO TO WS-NOVA-MOTIVO
                       MOVE IERR-ESTRUTURA TO WS-NOVA-ESTRUTURA
                       MOVE IERR-CORPO TO WS-NOVA-IMAGEM
                       PERFORM EXTRAIR-ID-CORPO
                       PERFORM INCLUIR-EXCECAO
                   END-IF
           END-READ.

       COLETAR-ROTDUPS.
           MOVE 2 TO WS-FNT-IDX
           OPEN INPUT DUP-REPT-FILE
           IF DUP-REPT-STATUS = "00"
               PERFORM LER-ROTDUPS
                   UNTIL DUP-REPT-STATUS NOT = "00"
               CLOSE DUP-REPT-FILE
           END-IF.

      * Duplicado rejeitado pesa 'M'; o que o parametro deixou
      * seguir roteado fica so como informativo.
       LER-ROTDUPS.
           READ DUP-REPT-FILE
               NOT AT END
                   IF DUPL-QUANDO-2 IS NUMERIC
                       MOVE SPACES TO WS-NOVA-TIMESTAMP
                       MOVE DUPL-QUANDO-2 TO WS-NOVA-TIMESTAMP(1:14)
                       IF DUPL-DISPOSICAO = "REJEITADO"
                           MOVE 'M' TO WS-NOVA-SEVERIDADE
                       ELSE
                           MOVE 'I' TO WS-NOVA-SEVERIDADE
                       END-IF
                       MOVE SPACES TO WS-NOVA-MOTIVO
                       STRING "DUPLICADO " DUPL-DISPOSICAO
                           DELIMITED BY SIZE INTO WS-NOVA-MOTIVO
                       MOVE DUPL-ESTRUT-2 TO WS-NOVA-ESTRUTURA
                       MOVE DUPL-ID TO WS-NOVA-ITEM-ID
                       MOVE SPACES TO WS-NOVA-IMAGEM
                       STRING "1A " DUPL-ESTRUT-1 " " DUPL-QUANDO-1
                           DELIMITED BY SIZE INTO WS-NOVA-IMAGEM
                       PERFORM INCLUIR-EXCECAO
                   END-IF
           END-READ.

       COLETAR-ROTREGRJ.
           MOVE 3 TO WS-FNT-IDX
           OPEN INPUT REGRJ-FILE
           IF REGRJ-STATUS = "00"
               PERFORM LER-ROTREGRJ
                   UNTIL REGRJ-STATUS NOT = "00"
               CLOSE REGRJ-FILE
           END-IF.

       LER-ROTREGRJ.
           READ REGRJ-FILE
               NOT AT END
                   IF RGJ-TIMESTAMP IS NUMERIC
                       MOVE SPACES TO WS-NOVA-TIMESTAMP
                       MOVE RGJ-TIMESTAMP TO WS-NOVA-TIMESTAMP(1:14)
                       MOVE 'M' TO WS-NOVA-SEVERIDADE
                       MOVE SPACES TO WS-NOVA-MOTIVO
                       STRING "REGRA " RGJ-REGRA " " RGJ-MOTIVO
                           DELIMITED BY SIZE INTO WS-NOVA-MOTIVO
                       MOVE RGJ-ESTRUTURA TO WS-NOVA-ESTRUTURA
                       MOVE RGJ-CORPO TO WS-NOVA-IMAGEM
                       PERFORM EXTRAIR-ID-CORPO
                       PERFORM INCLUIR-EXCECAO
                   END-IF
           END-READ.

       COLETAR-FILAERRO.
           MOVE 4 TO WS-FNT-IDX
           OPEN INPUT FILA-ERR-FILE
           IF FILA-ERR-STATUS = "00"
               PERFORM LER-FILAERRO
                   UNTIL FILA-ERR-STATUS NOT = "00"
               CLOSE FILA-ERR-FILE
           END-IF.

       LER-FILAERRO.
           READ FILA-ERR-FILE
               NOT AT END
                   MOVE ERR-TIMESTAMP TO WS-NOVA-TIMESTAMP
                   MOVE 'A' TO WS-NOVA-SEVERIDADE
                   MOVE "ITEM INVALIDO" TO WS-NOVA-MOTIVO
                   MOVE "FILA" TO WS-NOVA-ESTRUTURA
                   MOVE ERR-ITEM TO WS-NOVA-IMAGEM
                   MOVE ERR-ITEM(1:8) TO WS-NOVA-ITEM-ID
                   PERFORM INCLUIR-EXCECAO
           END-READ.

       COLETAR-DEQUEERR.
           MOVE 5 TO WS-FNT-IDX
           OPEN INPUT DEQUE-ERR-FILE
           IF DEQUE-ERR-STATUS = "00"
               PERFORM LER-DEQUEERR
                   UNTIL DEQUE-ERR-STATUS NOT = "00"
               CLOSE DEQUE-ERR-FILE
           END-IF.

       LER-DEQUEERR.
           READ DEQUE-ERR-FILE
               NOT AT END
                   MOVE DERR-TIMESTAMP TO WS-NOVA-TIMESTAMP
                   MOVE 'A' TO WS-NOVA-SEVERIDADE
                   MOVE "ITEM INVALIDO" TO WS-NOVA-MOTIVO
                   MOVE "DEQUE" TO WS-NOVA-ESTRUTURA
                   MOVE DERR-ITEM TO WS-NOVA-IMAGEM
                   MOVE DERR-ITEM(1:8) TO WS-NOVA-ITEM-ID
                   PERFORM INCLUIR-EXCECAO
           END-READ.

       COLETAR-AVLINSRJ.
           MOVE 6 TO WS-FNT-IDX
           OPEN INPUT INS-REJ-FILE
           IF INS-REJ-STATUS = "00"
               PERFORM LER-AVLINSRJ
                   UNTIL INS-REJ-STATUS NOT = "00"
               CLOSE INS-REJ-FILE
           END-IF.

       LER-AVLINSRJ.
           READ INS-REJ-FILE
               NOT AT END
                   MOVE IRJ-TIMESTAMP TO WS-NOVA-TIMESTAMP
                   MOVE 'M' TO WS-NOVA-SEVERIDADE
                   MOVE SPACES TO WS-NOVA-MOTIVO
                   STRING "AVL " IRJ-MOTIVO
                       DELIMITED BY SIZE INTO WS-NOVA-MOTIVO
                   MOVE "AVL" TO WS-NOVA-ESTRUTURA
                   MOVE SPACES TO WS-NOVA-IMAGEM
                   MOVE IRJ-VALUE TO WS-NOVA-IMAGEM
                   MOVE IRJ-VALUE TO WS-NOVA-ITEM-ID
                   PERFORM INCLUIR-EXCECAO
           END-READ.

       COLETAR-FILASLA.
           MOVE 7 TO WS-FNT-IDX
           OPEN INPUT FILA-SLA-FILE
           IF FILA-SLA-STATUS = "00"
               PERFORM LER-FILASLA
                   UNTIL FILA-SLA-STATUS NOT = "00"
               CLOSE FILA-SLA-FILE
           END-IF.

      * A violacao de SLA nao tem carimbo proprio: vale a chegada
      * do item, que cresce de uma noite para a outra.
       LER-FILASLA.
           READ FILA-SLA-FILE
               NOT AT END
                   MOVE SLA-CHEGADA TO WS-NOVA-TIMESTAMP
                   MOVE 'I' TO WS-NOVA-SEVERIDADE
                   MOVE SLA-ESPERA-SEG TO WS-ESPERA-EDIT
                   MOVE SPACES TO WS-NOVA-MOTIVO
                   STRING "SLA ESPERA " WS-ESPERA-EDIT "S"
                       DELIMITED BY SIZE INTO WS-NOVA-MOTIVO
                   MOVE "FILA" TO WS-NOVA-ESTRUTURA
                   MOVE SLA-ITEM TO WS-NOVA-IMAGEM
                   MOVE SLA-ITEM(1:8) TO WS-NOVA-ITEM-ID
                   PERFORM INCLUIR-EXCECAO
           END-READ.

      * Item retido pela triagem de anomalias: a imagem e a da
      * transacao ja roteada, com o ITEM-ID na mesma posicao do
      * corpo do INTAKE.
       COLETAR-ANOMRET.
           MOVE 8 TO WS-FNT-IDX
           OPEN INPUT RETIDO-FILE
           IF RETIDO-STATUS = "00"
               PERFORM LER-ANOMRET
                   UNTIL RETIDO-STATUS NOT = "00"
               CLOSE RETIDO-FILE
           END-IF.

       LER-ANOMRET.
           READ RETIDO-FILE
               NOT AT END
                   MOVE RET-TIMESTAMP TO WS-NOVA-TIMESTAMP
                   MOVE 'M' TO WS-NOVA-SEVERIDADE
                   MOVE RET-MOTIVO TO WS-NOVA-MOTIVO
                   MOVE RET-ESTRUTURA TO WS-NOVA-ESTRUTURA
                   MOVE RET-CORPO TO WS-NOVA-IMAGEM
                   PERFORM EXTRAIR-ID-CORPO
                   PERFORM INCLUIR-EXCECAO
           END-READ.

      * Posicao do ITEM-ID no corpo do INTAKE, por estrutura.
       EXTRAIR-ID-CORPO.
           EVALUATE WS-NOVA-ESTRUTURA
               WHEN "PILHA"
                   MOVE WS-NOVA-IMAGEM(2:8) TO WS-NOVA-ITEM-ID
               WHEN "DEQUE"
                   MOVE WS-NOVA-IMAGEM(3:8) TO WS-NOVA-ITEM-ID
               WHEN "FILA"
                   MOVE WS-NOVA-IMAGEM(1:8) TO WS-NOVA-ITEM-ID
               WHEN OTHER
                   MOVE SPACES TO WS-NOVA-ITEM-ID
           END-EVALUATE.

      * So entra o que e mais novo que a marca da fonte.  Com a
      * lista cheia a marca nao avanca, e o que ficou de fora e
      * colhido na noite seguinte.
       INCLUIR-EXCECAO.
           IF WS-NOVA-TIMESTAMP > CTF-ULTIMO(WS-FNT-IDX)
               IF EXT-QTDE < 5000
                   ADD 1 TO WS-PROX-SEQUENCIA
                   MOVE SPACES TO EXC-REC
                   MOVE WS-PROX-SEQUENCIA TO EXC-SEQUENCIA
                   MOVE CTF-NOME(WS-FNT-IDX) TO EXC-FONTE
                   MOVE WS-NOVA-SEVERIDADE TO EXC-SEVERIDADE
                   MOVE WS-NOVA-MOTIVO TO EXC-MOTIVO
                   MOVE WS-NOVA-ESTRUTURA TO EXC-ESTRUTURA
                   MOVE WS-NOVA-ITEM-ID TO EXC-ITEM-ID
                   MOVE WS-NOVA-IMAGEM TO EXC-IMAGEM
                   MOVE WS-NOVA-TIMESTAMP TO EXC-TIMESTAMP-ORIGEM
                   MOVE WS-DATA-NEGOCIO TO EXC-DATA-NEGOCIO
                   SET EXC-ABERTA TO TRUE
                   MOVE 0 TO EXC-DATA-FECHAMENTO
                   ADD 1 TO EXT-QTDE
                   MOVE EXC-REC TO EXT-REC(EXT-QTDE)
                   ADD 1 TO WS-TOTAL-NOVAS
                   ADD 1 TO CTF-COLHIDAS(WS-FNT-IDX)
                   IF WS-NOVA-TIMESTAMP > CTF-NOVO-ULTIMO(WS-FNT-IDX)
                       MOVE WS-NOVA-TIMESTAMP
                           TO CTF-NOVO-ULTIMO(WS-FNT-IDX)
                   END-IF
               ELSE
                   IF NOT LISTA-CHEIA
                       DISPLAY "ALERTA: EXCLIST cheia (5000) - "
                           "excecoes novas ficam para a proxima "
                           "execucao"
                   END-IF
                   SET LISTA-CHEIA TO TRUE
               END-IF
           END-IF.

      * Reenvio do REPARO fecha a excecao do mesmo item rejeitado.
      * So fecha ocorrencia anterior a aprovacao da correcao: se o
      * mesmo item voltar a ser rejeitado depois, e outra excecao.
       FECHAR-REENVIADOS-REPARO.
           OPEN INPUT PENDENTE-FILE
           IF PENDENTE-STATUS = "00"
               PERFORM LER-CORRECAO-REENVIADA
                   UNTIL PENDENTE-STATUS NOT = "00"
               CLOSE PENDENTE-FILE
           END-IF.

       LER-CORRECAO-REENVIADA.
           READ PENDENTE-FILE
               NOT AT END
                   IF CPD-REENVIADA
                       PERFORM FECHAR-EXCECAO-REENVIADA
                           VARYING WS-EXC-IDX FROM 1 BY 1
                           UNTIL WS-EXC-IDX > EXT-QTDE
                   END-IF
           END-READ.

       FECHAR-EXCECAO-REENVIADA.
           MOVE EXT-REC(WS-EXC-IDX) TO EXC-REC
           IF EXC-ABERTA
               AND ((EXC-FONTE = "FILAERRO" AND CPD-ORIGEM = "FILA")
               OR (EXC-FONTE = "DEQUEERR" AND CPD-ORIGEM = "DEQUE"))
               AND EXC-IMAGEM(1:27) = CPD-ITEM-ORIGINAL
               AND EXC-TIMESTAMP-ORIGEM <= CPD-TIMESTAMP-DECISAO
               MOVE "CO" TO EXC-RESOLUCAO
               MOVE "REPARO" TO EXC-OPERADOR
               PERFORM FECHAR-EXCECAO
               ADD 1 TO WS-TOTAL-FECH-REPARO
           END-IF.

       FECHAR-EXCECAO.
           SET EXC-FECHADA TO TRUE
           MOVE WS-DATA-NEGOCIO TO EXC-DATA-FECHAMENTO
           MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP-FECHAMENTO
           MOVE EXC-REC TO EXT-REC(WS-EXC-IDX).

      * Resolucoes do operador.  EXCRESOL e esvaziado depois de
      * aplicado; o que for recusado sai no relatorio com o motivo
      * e tem de ser digitado de novo.
       APLICAR-RESOLUCOES.
           OPEN INPUT RESOLUCAO-FILE
           IF RESOLUCAO-STATUS = "00"
               SET RESOLUCOES-LIDAS TO TRUE
               PERFORM CARREGAR-OPERADORES
               PERFORM LER-RESOLUCAO
                   UNTIL RESOLUCAO-STATUS NOT = "00"
               CLOSE RESOLUCAO-FILE
           END-IF.

       CARREGAR-OPERADORES.
           MOVE 0 TO OPR-QTDE
           OPEN INPUT AUTORIZACAO-FILE
           IF AUTORIZACAO-STATUS = "00"
               PERFORM LER-AUTORIZACAO
                   UNTIL AUTORIZACAO-STATUS NOT = "00"
               CLOSE AUTORIZACAO-FILE
           ELSE
               DISPLAY "OPERAUTH ausente - resolucoes do operador "
                   "serao recusadas"
           END-IF.

       LER-AUTORIZACAO.
           READ AUTORIZACAO-FILE
               NOT AT END
                   IF OPR-QTDE < 200
                       ADD 1 TO OPR-QTDE
                       MOVE OPA-ID TO OPR-ID(OPR-QTDE)
                   END-IF
           END-READ.

       LER-RESOLUCAO.
           READ RESOLUCAO-FILE
               NOT AT END
                   PERFORM APLICAR-RESOLUCAO
           END-READ.

       APLICAR-RESOLUCAO.
           MOVE SPACES TO WS-RECUSA-MOTIVO
           MOVE FUNCTION UPPER-CASE(RES-OPERADOR) TO WS-OPERADOR
           MOVE 'N' TO WS-OPERADOR-SW
           PERFORM VERIFICAR-OPERADOR
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > OPR-QTDE
           MOVE 0 TO WS-EXC-ACHADA
           IF RES-SEQUENCIA IS NUMERIC
               PERFORM LOCALIZAR-EXCECAO
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > EXT-QTDE OR WS-EXC-ACHADA > 0
           END-IF
           MOVE FUNCTION UPPER-CASE(RES-CODIGO) TO EXC-RESOLUCAO
           EVALUATE TRUE
               WHEN NOT OPERADOR-CADASTRADO
                   MOVE "OPERADOR SEM CADASTRO OPERAUTH"
                       TO WS-RECUSA-MOTIVO
               WHEN NOT EXC-RES-VALIDA
                   MOVE "CODIGO DE RESOLUCAO INVALIDO"
                       TO WS-RECUSA-MOTIVO
               WHEN WS-EXC-ACHADA = 0
                   MOVE "SEQUENCIA AUSENTE DO EXCLIST"
                       TO WS-RECUSA-MOTIVO
           END-EVALUATE
           IF WS-RECUSA-MOTIVO = SPACES
               MOVE FUNCTION UPPER-CASE(RES-CODIGO) TO WS-NOVA-MOTIVO
               MOVE EXT-REC(WS-EXC-ACHADA) TO EXC-REC
               IF EXC-FECHADA
                   MOVE "EXCECAO JA FECHADA" TO WS-RECUSA-MOTIVO
               ELSE
                   MOVE WS-NOVA-MOTIVO(1:2) TO EXC-RESOLUCAO
                   MOVE WS-OPERADOR TO EXC-OPERADOR
                   MOVE WS-EXC-ACHADA TO WS-EXC-IDX
                   PERFORM FECHAR-EXCECAO
                   ADD 1 TO WS-TOTAL-FECH-OPER
               END-IF
           END-IF
           IF WS-RECUSA-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOTAL-RECUSADAS
               IF RCS-QTDE < 100
                   ADD 1 TO RCS-QTDE
                   MOVE RESOLUCAO-REC TO RCS-REC(RCS-QTDE)
                   MOVE WS-RECUSA-MOTIVO TO RCS-MOTIVO(RCS-QTDE)
               END-IF
           END-IF.

       VERIFICAR-OPERADOR.
           IF WS-OPERADOR NOT = SPACES
               AND OPR-ID(WS-OPR-IDX) = WS-OPERADOR
               SET OPERADOR-CADASTRADO TO TRUE
           END-IF.

       LOCALIZAR-EXCECAO.
           MOVE EXT-REC(WS-EXC-IDX) TO EXC-REC
           IF EXC-SEQUENCIA = RES-SEQUENCIA
               MOVE WS-EXC-IDX TO WS-EXC-ACHADA
           END-IF.

      * Entrada fechada ha mais de PAR-RETENCAO-DIAS sai da lista.
      * Com a lista lida pela metade (mais de 5000 entradas) nada e
      * regravado, para nao perder o que nao coube na memoria.
       GRAVAR-LISTA.
           IF LISTA-TRUNCADA
               DISPLAY "ALERTA: EXCLIST nao regravada - capacidade "
                   "da lista esgotada"
           ELSE
               OPEN OUTPUT LISTA-FILE
               PERFORM GRAVAR-ENTRADA-LISTA
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > EXT-QTDE
               CLOSE LISTA-FILE
               IF RESOLUCOES-LIDAS
                   OPEN OUTPUT RESOLUCAO-FILE
                   CLOSE RESOLUCAO-FILE
               END-IF
           END-IF.

       GRAVAR-ENTRADA-LISTA.
           MOVE EXT-REC(WS-EXC-IDX) TO EXC-REC
           MOVE 0 TO WS-DIAS-IDADE
           IF EXC-FECHADA AND EXC-DATA-FECHAMENTO > 0
               COMPUTE WS-DIAS-IDADE = WS-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE(EXC-DATA-FECHAMENTO)
           END-IF
           IF WS-DIAS-IDADE > WS-RETENCAO-DIAS
               ADD 1 TO WS-TOTAL-EXPURGADAS
               MOVE SPACES TO EXT-REC(WS-EXC-IDX)
           ELSE
               WRITE EXC-REC
           END-IF.

       GRAVAR-CONTROLE.
           IF NOT LISTA-TRUNCADA
               OPEN OUTPUT CONTROLE-FILE
               PERFORM GRAVAR-FONTE-CONTROLE
                   VARYING WS-FNT-IDX FROM 1 BY 1
                   UNTIL WS-FNT-IDX > 8
               CLOSE CONTROLE-FILE
           END-IF.

       GRAVAR-FONTE-CONTROLE.
           MOVE CTF-NOME(WS-FNT-IDX) TO CTL-FONTE
           MOVE CTF-NOVO-ULTIMO(WS-FNT-IDX) TO CTL-ULTIMO
           WRITE CONTROLE-REC.

       EMITIR-RELATORIO.
           PERFORM ORDENAR-ABERTAS
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > EXT-QTDE
           PERFORM REGISTRAR-DIAS-ENTRADA
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > EXT-QTDE
           PERFORM CONTAR-MOVIMENTO-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > DIA-QTDE

           OPEN OUTPUT RELATORIO-FILE
           MOVE WS-DATA-NEGOCIO TO CAB-DATA-NEGOCIO
           MOVE SPACES TO CAB-EMISSAO
           STRING WS-DATA-CORRENTE(1:4) "-" WS-DATA-CORRENTE(5:2) "-"
               WS-DATA-CORRENTE(7:2) " " WS-DATA-CORRENTE(9:2) ":"
               WS-DATA-CORRENTE(11:2)
               DELIMITED BY SIZE INTO CAB-EMISSAO
           WRITE RELATORIO-REC FROM CAB-LINHA-1
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE "IDADE SEV SEQ.    FONTE    MOTIVO               ESTR"
               & "  ITEM-ID  IMAGEM                        DATA-NEG"
               TO RELATORIO-REC
           WRITE RELATORIO-REC
           PERFORM LISTAR-ABERTA
               VARYING WS-ORD-IDX FROM 1 BY 1
               UNTIL WS-ORD-IDX > ORD-QTDE
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING "EM ABERTO: " WS-TOTAL-ABERTAS
               "   SEVERIDADE A: " WS-ABERTAS-ALTA
               "   M: " WS-ABERTAS-MEDIA
               "   I: " WS-ABERTAS-INFO
               DELIMITED BY SIZE INTO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING "NESTA EXECUCAO - NOVAS: " WS-TOTAL-NOVAS
               "   FECHADAS PELO OPERADOR: " WS-TOTAL-FECH-OPER
               "   FECHADAS PELO REPARO: " WS-TOTAL-FECH-REPARO
               DELIMITED BY SIZE INTO RELATORIO-REC
           WRITE RELATORIO-REC

           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE "MOVIMENTO POR DATA DE NEGOCIO" TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE "DATA-NEG     ABERTAS    FECHADAS   EM ABERTO"
               TO RELATORIO-REC
           WRITE RELATORIO-REC
           PERFORM LISTAR-MOVIMENTO-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > DIA-QTDE

           IF RCS-QTDE > 0
               MOVE SPACES TO RELATORIO-REC
               WRITE RELATORIO-REC
               MOVE "RESOLUCOES RECUSADAS (EXCRESOL)" TO RELATORIO-REC
               WRITE RELATORIO-REC
               PERFORM LISTAR-RECUSA
                   VARYING WS-RCS-IDX FROM 1 BY 1
                   UNTIL WS-RCS-IDX > RCS-QTDE
           END-IF
           CLOSE RELATORIO-FILE.

      * Insercao ordenada do indice das abertas: data de abertura
      * crescente (mais antiga primeiro), severidade A-M-I e
      * sequencia.
       ORDENAR-ABERTAS.
           IF EXT-REC(WS-EXC-IDX) NOT = SPACES
               MOVE EXT-REC(WS-EXC-IDX) TO EXC-REC
               IF EXC-ABERTA
                   EVALUATE EXC-SEVERIDADE
                       WHEN 'A'
                           MOVE '1' TO WS-ORD-GRAU
                       WHEN 'M'
                           MOVE '2' TO WS-ORD-GRAU
                       WHEN OTHER
                           MOVE '3' TO WS-ORD-GRAU
                   END-EVALUATE
                   MOVE SPACES TO WS-ORD-CHAVE
                   STRING EXC-DATA-NEGOCIO WS-ORD-GRAU EXC-SEQUENCIA
                       DELIMITED BY SIZE INTO WS-ORD-CHAVE
                   ADD 1 TO ORD-QTDE
                   MOVE ORD-QTDE TO WS-ORD-POS
                   MOVE 'N' TO WS-ORD-PARADA-SW
                   PERFORM DESLOCAR-ORDEM
                       UNTIL WS-ORD-POS = 1 OR ORD-POSICAO-ACHADA
                   MOVE WS-ORD-CHAVE TO ORD-CHAVE(WS-ORD-POS)
                   MOVE WS-EXC-IDX TO ORD-IDX(WS-ORD-POS)
               END-IF
           END-IF.

       DESLOCAR-ORDEM.
           IF ORD-CHAVE(WS-ORD-POS - 1) > WS-ORD-CHAVE
               MOVE ORD-ENT(WS-ORD-POS - 1) TO ORD-ENT(WS-ORD-POS)
               SUBTRACT 1 FROM WS-ORD-POS
           ELSE
               SET ORD-POSICAO-ACHADA TO TRUE
           END-IF.

       LISTAR-ABERTA.
           MOVE EXT-REC(ORD-IDX(WS-ORD-IDX)) TO EXC-REC
           ADD 1 TO WS-TOTAL-ABERTAS
           EVALUATE EXC-SEVERIDADE
               WHEN 'A'
                   ADD 1 TO WS-ABERTAS-ALTA
               WHEN 'M'
                   ADD 1 TO WS-ABERTAS-MEDIA
               WHEN OTHER
                   ADD 1 TO WS-ABERTAS-INFO
           END-EVALUATE
           COMPUTE WS-DIAS-IDADE = WS-HOJE-INT
               - FUNCTION INTEGER-OF-DATE(EXC-DATA-NEGOCIO)
           IF WS-DIAS-IDADE < 0
               MOVE 0 TO WS-DIAS-IDADE
           END-IF
           MOVE WS-DIAS-IDADE TO DET-IDADE
           MOVE EXC-SEVERIDADE TO DET-SEVERIDADE
           MOVE EXC-SEQUENCIA TO DET-SEQUENCIA
           MOVE EXC-FONTE TO DET-FONTE
           MOVE EXC-MOTIVO TO DET-MOTIVO
           MOVE EXC-ESTRUTURA TO DET-ESTRUTURA
           MOVE EXC-ITEM-ID TO DET-ITEM-ID
           MOVE EXC-IMAGEM TO DET-IMAGEM
           MOVE EXC-DATA-NEGOCIO TO DET-DATA-NEGOCIO
           WRITE RELATORIO-REC FROM DET-LINHA.

      * Datas de negocio presentes na lista (abertura e
      * fechamento), em ordem crescente.
       REGISTRAR-DIAS-ENTRADA.
           IF EXT-REC(WS-EXC-IDX) NOT = SPACES
               MOVE EXT-REC(WS-EXC-IDX) TO EXC-REC
               MOVE EXC-DATA-NEGOCIO TO WS-DIA-DATA
               PERFORM REGISTRAR-DIA
               IF EXC-FECHADA AND EXC-DATA-FECHAMENTO > 0
                   MOVE EXC-DATA-FECHAMENTO TO WS-DIA-DATA
                   PERFORM REGISTRAR-DIA
               END-IF
           END-IF.

       REGISTRAR-DIA.
           MOVE 0 TO WS-DIA-POS
           PERFORM LOCALIZAR-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > DIA-QTDE OR WS-DIA-POS > 0
           IF WS-DIA-POS = 0 AND DIA-QTDE < 200
               ADD 1 TO DIA-QTDE
               MOVE DIA-QTDE TO WS-DIA-POS
               MOVE 'N' TO WS-ORD-PARADA-SW
               PERFORM DESLOCAR-DIA
                   UNTIL WS-DIA-POS = 1 OR ORD-POSICAO-ACHADA
               MOVE WS-DIA-DATA TO DIA-DATA(WS-DIA-POS)
               MOVE 0 TO DIA-ABERTAS(WS-DIA-POS)
                   DIA-FECHADAS(WS-DIA-POS) DIA-EM-ABERTO(WS-DIA-POS)
           END-IF.

       LOCALIZAR-DIA.
           IF DIA-DATA(WS-DIA-IDX) = WS-DIA-DATA
               MOVE WS-DIA-IDX TO WS-DIA-POS
           END-IF.

       DESLOCAR-DIA.
           IF DIA-DATA(WS-DIA-POS - 1) > WS-DIA-DATA
               MOVE DIA-ENT(WS-DIA-POS - 1) TO DIA-ENT(WS-DIA-POS)
               SUBTRACT 1 FROM WS-DIA-POS
           ELSE
               SET ORD-POSICAO-ACHADA TO TRUE
           END-IF.

       CONTAR-MOVIMENTO-DIA.
           PERFORM CONTAR-ENTRADA-DIA
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > EXT-QTDE.

      * Em aberto no fim do dia: aberta ate o dia e nao fechada
      * ate o dia.
       CONTAR-ENTRADA-DIA.
           IF EXT-REC(WS-EXC-IDX) NOT = SPACES
               MOVE EXT-REC(WS-EXC-IDX) TO EXC-REC
               IF EXC-DATA-NEGOCIO = DIA-DATA(WS-DIA-IDX)
                   ADD 1 TO DIA-ABERTAS(WS-DIA-IDX)
               END-IF
               IF EXC-FECHADA
                   AND EXC-DATA-FECHAMENTO = DIA-DATA(WS-DIA-IDX)
                   ADD 1 TO DIA-FECHADAS(WS-DIA-IDX)
               END-IF
               IF EXC-DATA-NEGOCIO <= DIA-DATA(WS-DIA-IDX)
                   AND (EXC-ABERTA
                   OR EXC-DATA-FECHAMENTO > DIA-DATA(WS-DIA-IDX))
                   ADD 1 TO DIA-EM-ABERTO(WS-DIA-IDX)
               END-IF
           END-IF.

       LISTAR-MOVIMENTO-DIA.
           MOVE DIA-DATA(WS-DIA-IDX) TO DIAL-DATA
           MOVE DIA-ABERTAS(WS-DIA-IDX) TO DIAL-ABERTAS
           MOVE DIA-FECHADAS(WS-DIA-IDX) TO DIAL-FECHADAS
           MOVE DIA-EM-ABERTO(WS-DIA-IDX) TO DIAL-EM-ABERTO
           WRITE RELATORIO-REC FROM DIA-LINHA.

       LISTAR-RECUSA.
           MOVE SPACES TO RELATORIO-REC
           STRING RCS-REC(WS-RCS-IDX)(1:7) "  "
               RCS-REC(WS-RCS-IDX)(8:2) "  "
               RCS-REC(WS-RCS-IDX)(10:8) "  "
               RCS-MOTIVO(WS-RCS-IDX)
               DELIMITED BY SIZE INTO RELATORIO-REC
           WRITE RELATORIO-REC.

       EXIBIR-RESUMO-EXCECOES.
           DISPLAY "===== Lista de trabalho de excecoes ====="
           PERFORM EXIBIR-COLHIDAS-FONTE
               VARYING WS-FNT-IDX FROM 1 BY 1
               UNTIL WS-FNT-IDX > 8
           DISPLAY "Excecoes novas nesta execucao..: " WS-TOTAL-NOVAS
           DISPLAY "Fechadas pelo operador.........: "
               WS-TOTAL-FECH-OPER
           DISPLAY "Fechadas pelo reenvio do REPARO: "
               WS-TOTAL-FECH-REPARO
           DISPLAY "Resolucoes recusadas...........: "
               WS-TOTAL-RECUSADAS
           DISPLAY "Fechadas expurgadas da lista...: "
               WS-TOTAL-EXPURGADAS
           DISPLAY "Em aberto......................: "
               WS-TOTAL-ABERTAS
           DISPLAY "Relatorio da manha gravado em EXCREL"
           DISPLAY "==========================================".

       EXIBIR-COLHIDAS-FONTE.
           DISPLAY "  Colhidas de " CTF-NOME(WS-FNT-IDX) "......: "
               CTF-COLHIDAS(WS-FNT-IDX).
