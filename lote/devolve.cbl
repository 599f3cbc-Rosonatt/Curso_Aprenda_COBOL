       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVER-REJEITADOS.
      * Devolucao dos rejeitados as fontes de origem.  Os rejeitados
      * novos da noite - INTAKERR do roteador (envelope, duplicado,
      * regra, estrutura), FILAERRO e DEQUEERR (item recusado pela
      * fila ou pelo deque) - sao separados pela origem que cada
      * arquivo carrega e gravados no arquivo de devolucao da fonte
      * (DEV + INT-HDR-ORIGEM, leiaute DEVOLREG) com a imagem
      * original do registro, o codigo padrao do motivo e a data de
      * negocio.  O arquivo da fonte e refeito na primeira devolucao
      * de cada data de negocio e acrescido nos ciclos seguintes;
      * fonte que entregou sem nenhum rejeitado recebe o arquivo
      * vazio.  Como na LISTA-EXCECOES, cada arquivo de rejeitados
      * tem a marca do ultimo carimbo ja devolvido (DEVCTL), e a
      * retomada nao devolve o mesmo rejeitado duas vezes.  O volume
      * recebido (ROTQUAL), os rejeitados por classe de motivo e os
      * duplicados detectados (ROTDUPS) vao para o historico FNTQUAL,
      * base do placar mensal QUALIDADE-FONTES.  O resumo da noite
      * sai em DEVREL.  RC 4 se houve rejeitado sem origem conhecida
      * ou origem alem da capacidade da tabela.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-ERR-FILE ASSIGN TO "INTAKERR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INTAKE-ERR-STATUS.
           SELECT DUP-REPT-FILE ASSIGN TO "ROTDUPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-REPT-STATUS.
           SELECT FILA-ERR-FILE ASSIGN TO "FILAERRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILA-ERR-STATUS.
           SELECT DEQUE-ERR-FILE ASSIGN TO "DEQUEERR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEQUE-ERR-STATUS.
           SELECT ROT-QUAL-FILE ASSIGN TO "ROTQUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROT-QUAL-STATUS.
           SELECT DEVOLUCAO-FILE ASSIGN TO DYNAMIC WS-DEV-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEVOLUCAO-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "DEVCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROLE-STATUS.
           SELECT FNT-QUAL-FILE ASSIGN TO "FNTQUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FNT-QUAL-STATUS.
           SELECT FNT-QUAL-TEMP-FILE ASSIGN TO "FNTQTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FNT-QUAL-TEMP-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "DEVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-ERR-FILE.
       01  INTAKE-ERR-REC.
           05  IERR-TIMESTAMP   PIC X(26).
           05  IERR-ESTRUTURA   PIC X(05).
           05  IERR-CORPO       PIC X(29).
           05  IERR-MOTIVO      PIC X(20).
           05  IERR-ORIGEM      PIC X(08).

      * Linha de detalhe no leiaute do DUP-LINHA do roteador.
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

       FD  ROT-QUAL-FILE.
       COPY ROTQUAL.

       FD  DEVOLUCAO-FILE.
       COPY DEVOLREG.

      * Controle da devolucao: 'A' e a marca do ultimo carimbo ja
      * devolvido de cada arquivo de rejeitados; 'F' e a data de
      * negocio em que o arquivo de devolucao da fonte foi refeito.
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05  DVC-TIPO             PIC X(01).
               88  DVC-MARCA-ARQUIVO    VALUE 'A'.
               88  DVC-ARQUIVO-FONTE    VALUE 'F'.
           05  DVC-CHAVE            PIC X(08).
           05  DVC-ULTIMO           PIC X(26).
           05  DVC-DATA             PIC 9(08).
           05  FILLER               PIC X(07).

       FD  FNT-QUAL-FILE.
       COPY FNTQUAL.

       FD  FNT-QUAL-TEMP-FILE.
       01  FNT-QUAL-TEMP-REC    PIC X(94).

       FD  RELATORIO-FILE.
       01  RELATORIO-REC        PIC X(132).

       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  CICLO-FILE.
       COPY CICLOCTL.

       WORKING-STORAGE SECTION.
       01  INTAKE-ERR-STATUS    PIC X(02).
       01  DUP-REPT-STATUS      PIC X(02).
       01  FILA-ERR-STATUS      PIC X(02).
       01  DEQUE-ERR-STATUS     PIC X(02).
       01  ROT-QUAL-STATUS      PIC X(02).
       01  DEVOLUCAO-STATUS     PIC X(02).
       01  CONTROLE-STATUS      PIC X(02).
       01  FNT-QUAL-STATUS      PIC X(02).
       01  FNT-QUAL-TEMP-STATUS PIC X(02).
       01  RELATORIO-STATUS     PIC X(02).
       01  PARAM-STATUS         PIC X(02).
       01  CICLO-STATUS         PIC X(02).

       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-CICLO             PIC 9(02) VALUE 1.
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-DEV-NOME          PIC X(12).

      * Arquivos de rejeitados colhidos.  MRC-ULTIMO e a marca lida
      * do DEVCTL; MRC-NOVO-ULTIMO avanca a cada rejeitado colhido e
      * vira a marca gravada no fim.
       01  TAB-MARCAS-VAL.
           05  FILLER           PIC X(08) VALUE "INTAKERR".
           05  FILLER           PIC X(08) VALUE "ROTDUPS".
           05  FILLER           PIC X(08) VALUE "FILAERRO".
           05  FILLER           PIC X(08) VALUE "DEQUEERR".
       01  TAB-MARCAS-NOMES REDEFINES TAB-MARCAS-VAL.
           05  MRC-NOME OCCURS 4 TIMES PIC X(08).
       01  TAB-MARCAS.
           05  MRC-ENT OCCURS 4 TIMES.
               10  MRC-ULTIMO       PIC X(26).
               10  MRC-NOVO-ULTIMO  PIC X(26).
               10  MRC-COLHIDOS     PIC 9(06).
       01  WS-MRC-IDX           PIC 9(01).

      * Fontes da noite.  ORG-ARQ-DATA e a data de negocio do
      * arquivo de devolucao existente (DEVCTL 'F'); ORG-HIST guarda
      * o registro do FNTQUAL ja gravado para a mesma data e ciclo,
      * ao qual os rejeitados desta execucao se somam.
       01  WS-ORG-IDX           PIC 9(02).
       01  WS-ORG-ACHADA        PIC 9(02).
       01  TAB-ORIGENS.
           05  ORG-QTDE         PIC 9(02) VALUE 0.
           05  ORG-ENT OCCURS 60 TIMES.
               10  ORG-ORIGEM       PIC X(08).
               10  ORG-ARQ-DATA     PIC 9(08).
               10  ORG-VOLUME-SW    PIC X(01).
                   88  ORG-COM-VOLUME   VALUE 'S'.
               10  ORG-BLOCOS       PIC 9(05).
               10  ORG-FALHOS       PIC 9(05).
               10  ORG-REGISTROS    PIC 9(07).
               10  ORG-REJ-ENVELOPE PIC 9(07).
               10  ORG-REJ-DUPLICADO PIC 9(07).
               10  ORG-REJ-REGRA    PIC 9(07).
               10  ORG-REJ-ESTRUTURA PIC 9(07).
               10  ORG-REJ-FORMATO  PIC 9(07).
               10  ORG-REJ-OUTROS   PIC 9(07).
               10  ORG-DUPLICADOS   PIC 9(07).
               10  ORG-DEVOLVIDOS   PIC 9(07).
               10  ORG-HIST-SW      PIC X(01).
                   88  ORG-COM-HISTORICO VALUE 'S'.
               10  ORG-HIST         PIC X(94).

      * Rejeitado a devolver, montado por cada leitura.
       01  WS-NOVO-TIMESTAMP    PIC X(26).
       01  WS-NOVO-ORIGEM       PIC X(08).
       01  WS-NOVO-ARQUIVO      PIC X(08).
       01  WS-NOVO-ESTRUTURA    PIC X(05).
       01  WS-NOVO-CORPO        PIC X(29).
       01  WS-NOVO-DETALHE      PIC X(20).
       01  WS-NOVO-MOTIVO       PIC X(04).
       01  WS-NOVO-CONTA-SW     PIC X(01).
           88  NOVO-E-DETALHE   VALUE 'S'.

       01  WS-SEM-ORIGEM        PIC 9(06) VALUE 0.
       01  WS-ORIGENS-EXCEDIDAS PIC 9(06) VALUE 0.
       01  WS-TOTAL-DEVOLVIDOS  PIC 9(07) VALUE 0.
       01  WS-TOTAL-DUPLICADOS  PIC 9(07) VALUE 0.
       01  WS-TOTAL-ARQUIVOS    PIC 9(03) VALUE 0.
       01  WS-HIST-MANTIDOS     PIC 9(07) VALUE 0.
       01  WS-HIST-GRAVADOS     PIC 9(03) VALUE 0.

       01  CAB-LINHA-1.
           05  FILLER           PIC X(41)
               VALUE "DEVOLUCAO DE REJEITADOS AS FONTES - DATA ".
           05  FILLER           PIC X(10) VALUE "DE NEGOCIO".
           05  FILLER           PIC X(01) VALUE SPACE.
           05  CAB-DATA-NEGOCIO PIC 9(08).
           05  FILLER           PIC X(08) VALUE " CICLO ".
           05  CAB-CICLO        PIC 9(02).
           05  FILLER           PIC X(62) VALUE SPACES.

       01  CAB-LINHA-2.
           05  FILLER           PIC X(30) VALUE
               "ORIGEM    ARQUIVO       DEVOLV".
           05  FILLER           PIC X(32) VALUE
               "   ENVEL  DUPLIC   REGRA  ESTRUT".
           05  FILLER           PIC X(26) VALUE
               " FORMATO  OUTROS  DUPL.DET".
           05  FILLER           PIC X(44) VALUE
               "  REGISTROS BLOCOS  FALHOS".

       01  DET-LINHA.
           05  DET-ORIGEM       PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-ARQUIVO      PIC X(12).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-DEVOLVIDOS   PIC ZZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-ENVELOPE     PIC ZZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-DUPLICADO    PIC ZZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-REGRA        PIC ZZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-ESTRUTURA    PIC ZZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-FORMATO      PIC ZZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-OUTROS       PIC ZZZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DET-DUPLICADOS   PIC ZZZZZZ9.
           05  FILLER           PIC X(04) VALUE SPACES.
           05  DET-REGISTROS    PIC ZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-BLOCOS       PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  DET-FALHOS       PIC ZZZZ9.
           05  FILLER           PIC X(18) VALUE SPACES.

       01  ROD-LINHA.
           05  FILLER           PIC X(22)
               VALUE "REJEITADOS DEVOLVIDOS:".
           05  ROD-DEVOLVIDOS   PIC ZZZZZZ9.
           05  FILLER           PIC X(24)
               VALUE "   ARQUIVOS DE FONTE:  ".
           05  ROD-ARQUIVOS     PIC ZZ9.
           05  FILLER           PIC X(20)
               VALUE "   SEM ORIGEM:      ".
           05  ROD-SEM-ORIGEM   PIC ZZZZZ9.
           05  FILLER           PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-DEVOLUCAO.
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CICLO
           PERFORM CARREGAR-CONTROLE
           PERFORM CARREGAR-VOLUME
           PERFORM COLETAR-INTAKERR
           PERFORM COLETAR-FILAERRO
           PERFORM COLETAR-DEQUEERR
           PERFORM CONTAR-DUPLICADOS
           PERFORM CRIAR-DEVOLUCAO-VAZIA
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > ORG-QTDE
           PERFORM ATUALIZAR-HISTORICO
           PERFORM GRAVAR-CONTROLE
           PERFORM EMITIR-RELATORIO
           DISPLAY "Rejeitados devolvidos as fontes: "
               WS-TOTAL-DEVOLVIDOS " em " WS-TOTAL-ARQUIVOS
               " arquivo(s) / sem origem: " WS-SEM-ORIGEM
           DISPLAY "FNTQUAL: " WS-HIST-MANTIDOS
               " registro(s) mantido(s), " WS-HIST-GRAVADOS
               " da data " WS-DATA-NEGOCIO
               " ciclo " WS-CICLO
           IF WS-SEM-ORIGEM > 0 OR WS-ORIGENS-EXCEDIDAS > 0
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
               END-READ
               CLOSE PARAM-FILE
           END-IF.

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

       CARREGAR-CONTROLE.
           PERFORM INICIALIZAR-MARCA
               VARYING WS-MRC-IDX FROM 1 BY 1
               UNTIL WS-MRC-IDX > 4
           OPEN INPUT CONTROLE-FILE
           IF CONTROLE-STATUS = "00"
               PERFORM LER-CONTROLE
                   UNTIL CONTROLE-STATUS NOT = "00"
               CLOSE CONTROLE-FILE
           ELSE
               DISPLAY "DEVCTL ausente - todos os rejeitados dos "
                   "arquivos serao devolvidos"
           END-IF.

       INICIALIZAR-MARCA.
           MOVE LOW-VALUES TO MRC-ULTIMO(WS-MRC-IDX)
           MOVE LOW-VALUES TO MRC-NOVO-ULTIMO(WS-MRC-IDX)
           MOVE 0 TO MRC-COLHIDOS(WS-MRC-IDX).

       LER-CONTROLE.
           READ CONTROLE-FILE
               NOT AT END
                   IF DVC-MARCA-ARQUIVO
                       PERFORM LOCALIZAR-MARCA-CONTROLE
                           VARYING WS-MRC-IDX FROM 1 BY 1
                           UNTIL WS-MRC-IDX > 4
                   END-IF
                   IF DVC-ARQUIVO-FONTE
                       MOVE DVC-CHAVE TO WS-NOVO-ORIGEM
                       PERFORM LOCALIZAR-ORIGEM
                       IF WS-ORG-ACHADA > 0
                           MOVE DVC-DATA TO ORG-ARQ-DATA(WS-ORG-ACHADA)
                       END-IF
                   END-IF
           END-READ.

       LOCALIZAR-MARCA-CONTROLE.
           IF MRC-NOME(WS-MRC-IDX) = DVC-CHAVE
               MOVE DVC-ULTIMO TO MRC-ULTIMO(WS-MRC-IDX)
               MOVE DVC-ULTIMO TO MRC-NOVO-ULTIMO(WS-MRC-IDX)
           END-IF.

      * Volume recebido por fonte: so vale o ROTQUAL da propria data
      * de negocio (execucao do roteador sem INTAKE o deixa vazio).
       CARREGAR-VOLUME.
           OPEN INPUT ROT-QUAL-FILE
           IF ROT-QUAL-STATUS = "00"
               PERFORM LER-VOLUME
                   UNTIL ROT-QUAL-STATUS NOT = "00"
               CLOSE ROT-QUAL-FILE
           ELSE
               DISPLAY "ROTQUAL ausente - historico sem o volume "
                   "recebido das fontes"
           END-IF.

       LER-VOLUME.
           READ ROT-QUAL-FILE
               NOT AT END
                   IF RQL-DATA-NEGOCIO = WS-DATA-NEGOCIO
                       MOVE RQL-ORIGEM TO WS-NOVO-ORIGEM
                       PERFORM NORMALIZAR-ORIGEM
                       PERFORM LOCALIZAR-ORIGEM
                       IF WS-ORG-ACHADA > 0
                           SET ORG-COM-VOLUME(WS-ORG-ACHADA) TO TRUE
                           ADD RQL-BLOCOS TO ORG-BLOCOS(WS-ORG-ACHADA)
                           ADD RQL-BLOCOS-FALHOS
                               TO ORG-FALHOS(WS-ORG-ACHADA)
                           ADD RQL-REGISTROS
                               TO ORG-REGISTROS(WS-ORG-ACHADA)
                       END-IF
                   END-IF
           END-READ.

      * Origem em branco (rejeitado anterior ao campo de origem) ou
      * de bloco sem cabecalho ("*SEMHDR*") nao tem a quem devolver.
       NORMALIZAR-ORIGEM.
           IF WS-NOVO-ORIGEM = SPACES
               OR WS-NOVO-ORIGEM(1:1) = "*"
               MOVE "SEMORIG" TO WS-NOVO-ORIGEM
           END-IF.

       LOCALIZAR-ORIGEM.
           MOVE 0 TO WS-ORG-ACHADA
           PERFORM COMPARAR-ORIGEM
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > ORG-QTDE OR WS-ORG-ACHADA > 0
           IF WS-ORG-ACHADA = 0
               IF ORG-QTDE < 60
                   ADD 1 TO ORG-QTDE
                   MOVE ORG-QTDE TO WS-ORG-ACHADA
                   INITIALIZE ORG-ENT(WS-ORG-ACHADA)
                   MOVE WS-NOVO-ORIGEM TO ORG-ORIGEM(WS-ORG-ACHADA)
               ELSE
                   ADD 1 TO WS-ORIGENS-EXCEDIDAS
                   DISPLAY "ALERTA: limite de 60 origens excedido - "
                       "origem ignorada: " WS-NOVO-ORIGEM
               END-IF
           END-IF.

       COMPARAR-ORIGEM.
           IF ORG-ORIGEM(WS-ORG-IDX) = WS-NOVO-ORIGEM
               MOVE WS-ORG-IDX TO WS-ORG-ACHADA
           END-IF.

      * ----- Coleta dos rejeitados novos -----

       COLETAR-INTAKERR.
           MOVE 1 TO WS-MRC-IDX
           OPEN INPUT INTAKE-ERR-FILE
           IF INTAKE-ERR-STATUS = "00"
               PERFORM LER-INTAKERR
                   UNTIL INTAKE-ERR-STATUS NOT = "00"
               CLOSE INTAKE-ERR-FILE
           END-IF.

      * Cabecalho e trailer de envelope rejeitado voltam com o bloco,
      * para a fonte reenviar o bloco inteiro, mas nao contam como
      * registro rejeitado.
       LER-INTAKERR.
           READ INTAKE-ERR-FILE
               NOT AT END
                   MOVE IERR-TIMESTAMP TO WS-NOVO-TIMESTAMP
                   MOVE IERR-ORIGEM TO WS-NOVO-ORIGEM
                   MOVE "INTAKERR" TO WS-NOVO-ARQUIVO
                   MOVE IERR-ESTRUTURA TO WS-NOVO-ESTRUTURA
                   MOVE IERR-CORPO TO WS-NOVO-CORPO
                   MOVE IERR-MOTIVO TO WS-NOVO-DETALHE
                   PERFORM CLASSIFICAR-MOTIVO
                   IF IERR-ESTRUTURA = "HDR" OR IERR-ESTRUTURA = "TRL"
                       MOVE 'N' TO WS-NOVO-CONTA-SW
                   ELSE
                       SET NOVO-E-DETALHE TO TRUE
                   END-IF
                   PERFORM DEVOLVER-REJEITADO
           END-READ.

       COLETAR-FILAERRO.
           MOVE 3 TO WS-MRC-IDX
           OPEN INPUT FILA-ERR-FILE
           IF FILA-ERR-STATUS = "00"
               PERFORM LER-FILAERRO
                   UNTIL FILA-ERR-STATUS NOT = "00"
               CLOSE FILA-ERR-FILE
           END-IF.

       LER-FILAERRO.
           READ FILA-ERR-FILE
               NOT AT END
                   MOVE ERR-TIMESTAMP TO WS-NOVO-TIMESTAMP
                   MOVE ERR-ORIGEM TO WS-NOVO-ORIGEM
                   MOVE "FILAERRO" TO WS-NOVO-ARQUIVO
                   MOVE "FILA" TO WS-NOVO-ESTRUTURA
                   MOVE SPACES TO WS-NOVO-CORPO
                   MOVE ERR-ITEM TO WS-NOVO-CORPO(1:27)
                   MOVE "ITEM INVALIDO" TO WS-NOVO-DETALHE
                   MOVE "F001" TO WS-NOVO-MOTIVO
                   SET NOVO-E-DETALHE TO TRUE
                   PERFORM DEVOLVER-REJEITADO
           END-READ.

       COLETAR-DEQUEERR.
           MOVE 4 TO WS-MRC-IDX
           OPEN INPUT DEQUE-ERR-FILE
           IF DEQUE-ERR-STATUS = "00"
               PERFORM LER-DEQUEERR
                   UNTIL DEQUE-ERR-STATUS NOT = "00"
               CLOSE DEQUE-ERR-FILE
           END-IF.

       LER-DEQUEERR.
           READ DEQUE-ERR-FILE
               NOT AT END
                   MOVE DERR-TIMESTAMP TO WS-NOVO-TIMESTAMP
                   MOVE DERR-ORIGEM TO WS-NOVO-ORIGEM
                   MOVE "DEQUEERR" TO WS-NOVO-ARQUIVO
                   MOVE "DEQUE" TO WS-NOVO-ESTRUTURA
                   MOVE SPACES TO WS-NOVO-CORPO
                   MOVE "E" TO WS-NOVO-CORPO(1:1)
                   MOVE DERR-PRIORIDADE TO WS-NOVO-CORPO(2:1)
                   MOVE DERR-ITEM TO WS-NOVO-CORPO(3:27)
                   MOVE "ITEM INVALIDO" TO WS-NOVO-DETALHE
                   MOVE "F001" TO WS-NOVO-MOTIVO
                   SET NOVO-E-DETALHE TO TRUE
                   PERFORM DEVOLVER-REJEITADO
           END-READ.

      * Codigo padrao (DEVOLREG) a partir do motivo gravado pelo
      * roteador no INTAKERR.
       CLASSIFICAR-MOTIVO.
           EVALUATE TRUE
               WHEN IERR-MOTIVO = "SEM CABECALHO"
                   MOVE "E001" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO = "SEM TRAILER"
                   MOVE "E002" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO = "TRAILER INVALIDO"
                   MOVE "E003" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO = "CONTAGEM DIVERGE"
                   MOVE "E004" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO = "HASH DIVERGE"
                   MOVE "E005" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO = "FILIAL DESCONHECIDA"
                   MOVE "E006" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO = "FILIAL EM FERIADO"
                   MOVE "E007" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO = "TABELA BLOCOS CHEIA"
                   MOVE "E008" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO = "ITEM-ID DUPLICADO"
                   MOVE "D001" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO(1:6) = "REGRA "
                   AND IERR-MOTIVO(14:7) = "VALOR"
                   MOVE "R001" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO(1:6) = "REGRA "
                   AND IERR-MOTIVO(14:7) = "DESTINO"
                   MOVE "R002" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO(1:6) = "REGRA "
                   AND IERR-MOTIVO(14:7) = "ATRASO"
                   MOVE "R003" TO WS-NOVO-MOTIVO
               WHEN IERR-MOTIVO = "ESTRUTURA INVALIDA"
                   MOVE "S001" TO WS-NOVO-MOTIVO
               WHEN OTHER
                   MOVE "X999" TO WS-NOVO-MOTIVO
           END-EVALUATE.

      * So sai o que e mais novo que a marca do arquivo.  O arquivo
      * de devolucao da fonte e refeito no primeiro rejeitado da
      * data de negocio e acrescido dai em diante.
       DEVOLVER-REJEITADO.
           IF WS-NOVO-TIMESTAMP > MRC-ULTIMO(WS-MRC-IDX)
               PERFORM NORMALIZAR-ORIGEM
               IF WS-NOVO-ORIGEM = "SEMORIG"
                   ADD 1 TO WS-SEM-ORIGEM
               END-IF
               PERFORM LOCALIZAR-ORIGEM
               IF WS-ORG-ACHADA > 0
                   MOVE SPACES TO DEV-REC
                   MOVE WS-NOVO-ORIGEM TO DEV-ORIGEM
                   MOVE WS-DATA-NEGOCIO TO DEV-DATA-NEGOCIO
                   MOVE WS-NOVO-MOTIVO TO DEV-MOTIVO
                   MOVE WS-NOVO-ARQUIVO TO DEV-ARQUIVO
                   MOVE WS-NOVO-TIMESTAMP(1:14) TO DEV-CARIMBO
                   MOVE WS-NOVO-ESTRUTURA TO DEV-ESTRUTURA
                   MOVE WS-NOVO-CORPO TO DEV-CORPO
                   MOVE WS-NOVO-DETALHE TO DEV-DETALHE
                   PERFORM ABRIR-DEVOLUCAO-FONTE
                   WRITE DEV-REC
                   CLOSE DEVOLUCAO-FILE
                   ADD 1 TO ORG-DEVOLVIDOS(WS-ORG-ACHADA)
                   ADD 1 TO WS-TOTAL-DEVOLVIDOS
                   IF NOVO-E-DETALHE
                       PERFORM CONTAR-CLASSE-MOTIVO
                   END-IF
               END-IF
               ADD 1 TO MRC-COLHIDOS(WS-MRC-IDX)
               IF WS-NOVO-TIMESTAMP > MRC-NOVO-ULTIMO(WS-MRC-IDX)
                   MOVE WS-NOVO-TIMESTAMP TO MRC-NOVO-ULTIMO(WS-MRC-IDX)
               END-IF
           END-IF.

       ABRIR-DEVOLUCAO-FONTE.
           MOVE SPACES TO WS-DEV-NOME
           STRING "DEV" DELIMITED BY SIZE
               ORG-ORIGEM(WS-ORG-ACHADA) DELIMITED BY SPACE
               INTO WS-DEV-NOME
           IF ORG-ARQ-DATA(WS-ORG-ACHADA) = WS-DATA-NEGOCIO
               OPEN EXTEND DEVOLUCAO-FILE
               IF DEVOLUCAO-STATUS NOT = "00"
                   OPEN OUTPUT DEVOLUCAO-FILE
               END-IF
           ELSE
               OPEN OUTPUT DEVOLUCAO-FILE
               MOVE WS-DATA-NEGOCIO TO ORG-ARQ-DATA(WS-ORG-ACHADA)
               ADD 1 TO WS-TOTAL-ARQUIVOS
           END-IF.

       CONTAR-CLASSE-MOTIVO.
           EVALUATE WS-NOVO-MOTIVO(1:1)
               WHEN "E"
                   ADD 1 TO ORG-REJ-ENVELOPE(WS-ORG-ACHADA)
               WHEN "D"
                   ADD 1 TO ORG-REJ-DUPLICADO(WS-ORG-ACHADA)
               WHEN "R"
                   ADD 1 TO ORG-REJ-REGRA(WS-ORG-ACHADA)
               WHEN "S"
                   ADD 1 TO ORG-REJ-ESTRUTURA(WS-ORG-ACHADA)
               WHEN "F"
                   ADD 1 TO ORG-REJ-FORMATO(WS-ORG-ACHADA)
               WHEN OTHER
                   ADD 1 TO ORG-REJ-OUTROS(WS-ORG-ACHADA)
           END-EVALUATE.

      * Duplicados detectados pelo roteador, rejeitados ou deixados
      * seguir pelo parametro: entram so na contagem da fonte.
       CONTAR-DUPLICADOS.
           MOVE 2 TO WS-MRC-IDX
           OPEN INPUT DUP-REPT-FILE
           IF DUP-REPT-STATUS = "00"
               PERFORM LER-ROTDUPS
                   UNTIL DUP-REPT-STATUS NOT = "00"
               CLOSE DUP-REPT-FILE
           END-IF.

       LER-ROTDUPS.
           READ DUP-REPT-FILE
               NOT AT END
                   IF DUPL-QUANDO-2 IS NUMERIC
                       MOVE SPACES TO WS-NOVO-TIMESTAMP
                       MOVE DUPL-QUANDO-2 TO WS-NOVO-TIMESTAMP(1:14)
                       IF WS-NOVO-TIMESTAMP > MRC-ULTIMO(WS-MRC-IDX)
                           PERFORM CONTAR-DUPLICADO-FONTE
                       END-IF
                   END-IF
           END-READ.

       CONTAR-DUPLICADO-FONTE.
           MOVE DUPL-ORIGEM TO WS-NOVO-ORIGEM
           PERFORM NORMALIZAR-ORIGEM
           PERFORM LOCALIZAR-ORIGEM
           IF WS-ORG-ACHADA > 0
               ADD 1 TO ORG-DUPLICADOS(WS-ORG-ACHADA)
               ADD 1 TO WS-TOTAL-DUPLICADOS
           END-IF
           ADD 1 TO MRC-COLHIDOS(WS-MRC-IDX)
           IF WS-NOVO-TIMESTAMP > MRC-NOVO-ULTIMO(WS-MRC-IDX)
               MOVE WS-NOVO-TIMESTAMP TO MRC-NOVO-ULTIMO(WS-MRC-IDX)
           END-IF.

      * Fonte que entregou na data sem nenhum rejeitado recebe o
      * arquivo de devolucao vazio: a ausencia de rejeitados tambem
      * e uma resposta.
       CRIAR-DEVOLUCAO-VAZIA.
           IF ORG-COM-VOLUME(WS-ORG-IDX)
               AND ORG-ORIGEM(WS-ORG-IDX) NOT = "SEMORIG"
               AND ORG-ARQ-DATA(WS-ORG-IDX) NOT = WS-DATA-NEGOCIO
               MOVE WS-ORG-IDX TO WS-ORG-ACHADA
               PERFORM ABRIR-DEVOLUCAO-FONTE
               CLOSE DEVOLUCAO-FILE
           END-IF.

      * ----- Historico FNTQUAL -----

      * O historico passa pelo FNTQTMP: os registros da mesma data e
      * ciclo ficam guardados na tabela de origens e voltam somados
      * aos desta execucao; os demais sao copiados como estao.
       ATUALIZAR-HISTORICO.
           OPEN OUTPUT FNT-QUAL-TEMP-FILE
           OPEN INPUT FNT-QUAL-FILE
           IF FNT-QUAL-STATUS = "00"
               PERFORM COPIAR-HISTORICO
                   UNTIL FNT-QUAL-STATUS NOT = "00"
               CLOSE FNT-QUAL-FILE
           END-IF
           PERFORM GRAVAR-HISTORICO-ORIGEM
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > ORG-QTDE
           CLOSE FNT-QUAL-TEMP-FILE
           OPEN INPUT FNT-QUAL-TEMP-FILE
           OPEN OUTPUT FNT-QUAL-FILE
           PERFORM DEVOLVER-HISTORICO
               UNTIL FNT-QUAL-TEMP-STATUS NOT = "00"
           CLOSE FNT-QUAL-TEMP-FILE
           CLOSE FNT-QUAL-FILE.

       COPIAR-HISTORICO.
           READ FNT-QUAL-FILE
               NOT AT END
                   IF FQH-DATA-NEGOCIO = WS-DATA-NEGOCIO
                       AND FQH-CICLO = WS-CICLO
                       MOVE FQH-ORIGEM TO WS-NOVO-ORIGEM
                       PERFORM LOCALIZAR-ORIGEM
                       IF WS-ORG-ACHADA > 0
                           SET ORG-COM-HISTORICO(WS-ORG-ACHADA) TO TRUE
                           MOVE FQH-REC TO ORG-HIST(WS-ORG-ACHADA)
                       END-IF
                   ELSE
                       WRITE FNT-QUAL-TEMP-REC FROM FQH-REC
                       ADD 1 TO WS-HIST-MANTIDOS
                   END-IF
           END-READ.

      * O volume do ROTQUAL substitui o ja gravado (a retomada le o
      * mesmo ROTQUAL); rejeitados e duplicados se somam, porque a
      * marca do DEVCTL so deixa passar os ainda nao contados.
       GRAVAR-HISTORICO-ORIGEM.
           IF ORG-COM-HISTORICO(WS-ORG-IDX)
               MOVE ORG-HIST(WS-ORG-IDX) TO FQH-REC
           ELSE
               MOVE SPACES TO FQH-REC
               MOVE WS-DATA-NEGOCIO TO FQH-DATA-NEGOCIO
               MOVE WS-CICLO TO FQH-CICLO
               MOVE ORG-ORIGEM(WS-ORG-IDX) TO FQH-ORIGEM
               MOVE 0 TO FQH-BLOCOS FQH-BLOCOS-FALHOS FQH-REGISTROS
                   FQH-REJ-ENVELOPE FQH-REJ-DUPLICADO FQH-REJ-REGRA
                   FQH-REJ-ESTRUTURA FQH-REJ-FORMATO FQH-REJ-OUTROS
                   FQH-DUPLICADOS
           END-IF
           IF ORG-COM-VOLUME(WS-ORG-IDX)
               MOVE ORG-BLOCOS(WS-ORG-IDX) TO FQH-BLOCOS
               MOVE ORG-FALHOS(WS-ORG-IDX) TO FQH-BLOCOS-FALHOS
               MOVE ORG-REGISTROS(WS-ORG-IDX) TO FQH-REGISTROS
           END-IF
           ADD ORG-REJ-ENVELOPE(WS-ORG-IDX) TO FQH-REJ-ENVELOPE
           ADD ORG-REJ-DUPLICADO(WS-ORG-IDX) TO FQH-REJ-DUPLICADO
           ADD ORG-REJ-REGRA(WS-ORG-IDX) TO FQH-REJ-REGRA
           ADD ORG-REJ-ESTRUTURA(WS-ORG-IDX) TO FQH-REJ-ESTRUTURA
           ADD ORG-REJ-FORMATO(WS-ORG-IDX) TO FQH-REJ-FORMATO
           ADD ORG-REJ-OUTROS(WS-ORG-IDX) TO FQH-REJ-OUTROS
           ADD ORG-DUPLICADOS(WS-ORG-IDX) TO FQH-DUPLICADOS
           IF ORG-COM-HISTORICO(WS-ORG-IDX)
               OR ORG-COM-VOLUME(WS-ORG-IDX)
               OR ORG-DEVOLVIDOS(WS-ORG-IDX) > 0
               OR ORG-DUPLICADOS(WS-ORG-IDX) > 0
               WRITE FNT-QUAL-TEMP-REC FROM FQH-REC
               ADD 1 TO WS-HIST-GRAVADOS
           END-IF.

       DEVOLVER-HISTORICO.
           READ FNT-QUAL-TEMP-FILE
               NOT AT END
                   WRITE FQH-REC FROM FNT-QUAL-TEMP-REC
           END-READ.

       GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE
           PERFORM GRAVAR-MARCA-CONTROLE
               VARYING WS-MRC-IDX FROM 1 BY 1
               UNTIL WS-MRC-IDX > 4
           PERFORM GRAVAR-FONTE-CONTROLE
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > ORG-QTDE
           CLOSE CONTROLE-FILE.

       GRAVAR-MARCA-CONTROLE.
           MOVE SPACES TO CONTROLE-REC
           SET DVC-MARCA-ARQUIVO TO TRUE
           MOVE MRC-NOME(WS-MRC-IDX) TO DVC-CHAVE
           MOVE MRC-NOVO-ULTIMO(WS-MRC-IDX) TO DVC-ULTIMO
           MOVE 0 TO DVC-DATA
           WRITE CONTROLE-REC.

       GRAVAR-FONTE-CONTROLE.
           IF ORG-ARQ-DATA(WS-ORG-IDX) > 0
               MOVE SPACES TO CONTROLE-REC
               SET DVC-ARQUIVO-FONTE TO TRUE
               MOVE ORG-ORIGEM(WS-ORG-IDX) TO DVC-CHAVE
               MOVE ORG-ARQ-DATA(WS-ORG-IDX) TO DVC-DATA
               WRITE CONTROLE-REC
           END-IF.

      * ----- Resumo da noite (DEVREL) -----

       EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE
           MOVE WS-DATA-NEGOCIO TO CAB-DATA-NEGOCIO
           MOVE WS-CICLO TO CAB-CICLO
           WRITE RELATORIO-REC FROM CAB-LINHA-1
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           WRITE RELATORIO-REC FROM CAB-LINHA-2
           PERFORM LISTAR-ORIGEM
               VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > ORG-QTDE
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE WS-TOTAL-DEVOLVIDOS TO ROD-DEVOLVIDOS
           MOVE WS-TOTAL-ARQUIVOS TO ROD-ARQUIVOS
           MOVE WS-SEM-ORIGEM TO ROD-SEM-ORIGEM
           WRITE RELATORIO-REC FROM ROD-LINHA
           CLOSE RELATORIO-FILE.

       LISTAR-ORIGEM.
           IF ORG-COM-VOLUME(WS-ORG-IDX)
               OR ORG-DEVOLVIDOS(WS-ORG-IDX) > 0
               OR ORG-DUPLICADOS(WS-ORG-IDX) > 0
               MOVE ORG-ORIGEM(WS-ORG-IDX) TO DET-ORIGEM
               MOVE SPACES TO DET-ARQUIVO
               IF ORG-ARQ-DATA(WS-ORG-IDX) = WS-DATA-NEGOCIO
                   STRING "DEV" DELIMITED BY SIZE
                       ORG-ORIGEM(WS-ORG-IDX) DELIMITED BY SPACE
                       INTO DET-ARQUIVO
               END-IF
               MOVE ORG-DEVOLVIDOS(WS-ORG-IDX) TO DET-DEVOLVIDOS
               MOVE ORG-REJ-ENVELOPE(WS-ORG-IDX) TO DET-ENVELOPE
               MOVE ORG-REJ-DUPLICADO(WS-ORG-IDX) TO DET-DUPLICADO
               MOVE ORG-REJ-REGRA(WS-ORG-IDX) TO DET-REGRA
               MOVE ORG-REJ-ESTRUTURA(WS-ORG-IDX) TO DET-ESTRUTURA
               MOVE ORG-REJ-FORMATO(WS-ORG-IDX) TO DET-FORMATO
               MOVE ORG-REJ-OUTROS(WS-ORG-IDX) TO DET-OUTROS
               MOVE ORG-DUPLICADOS(WS-ORG-IDX) TO DET-DUPLICADOS
               MOVE ORG-REGISTROS(WS-ORG-IDX) TO DET-REGISTROS
               MOVE ORG-BLOCOS(WS-ORG-IDX) TO DET-BLOCOS
               MOVE ORG-FALHOS(WS-ORG-IDX) TO DET-FALHOS
               WRITE RELATORIO-REC FROM DET-LINHA
           END-IF.
