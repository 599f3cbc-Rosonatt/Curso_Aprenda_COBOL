       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALIDADE-FONTES.
      * Placar mensal de qualidade das fontes (FNTSCORE), executado
      * pelo LOTE-CONTROLE no ultimo dia util do mes do CALPROC (ou
      * avulso, para o mes da data de negocio do PARAMRUN).  Soma o
      * historico FNTQUAL do mes por INT-HDR-ORIGEM e, para cada
      * fonte, mostra os registros enviados, os rejeitados
      * devolvidos e a taxa de rejeicao - total e por classe do
      * codigo padrao (envelope, duplicado, regra, estrutura,
      * formato, outros) -, os ITEM-ID duplicados detectados e os
      * blocos recebidos e falhos.  As fontes saem ordenadas da
      * maior taxa de rejeicao para a menor, para se tratar a
      * qualidade com as piores primeiro.  Rejeitados sem origem
      * conhecida nao entram no placar e saem no rodape.  A taxa e
      * sobre os registros enviados; fonte com rejeitados e sem
      * volume registrado no mes fica com 100%.  Sem o FNTQUAL, RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT FNT-QUAL-FILE ASSIGN TO "FNTQUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FNT-QUAL-STATUS.
           SELECT FONTE-FILE ASSIGN TO "FONTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FONTE-STATUS.
           SELECT PLACAR-FILE ASSIGN TO "FNTSCORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  FNT-QUAL-FILE.
       COPY FNTQUAL.

       FD  FONTE-FILE.
       COPY FONTEREG.

       FD  PLACAR-FILE.
       01  PLACAR-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       01  PARAM-STATUS         PIC X(02).
       01  FNT-QUAL-STATUS      PIC X(02).
       01  FONTE-STATUS         PIC X(02).
       01  PLACAR-STATUS        PIC X(02).
       01  WS-DATA-CORRENTE     PIC X(26).
       01  WS-DATA-REFERENCIA   PIC 9(08) VALUE 0.
       01  WS-MES-CORRENTE      PIC 9(06) VALUE 0.
       01  WS-MES-REGISTRO      PIC 9(06) VALUE 0.
       01  WS-TOTAL-LIDOS       PIC 9(06) VALUE 0.
       01  WS-TOTAL-MES         PIC 9(06) VALUE 0.

      * Fontes do mes, somadas as datas e ciclos.  SCR-ORDEM recebe
      * a posicao no placar.
       01  WS-SCR-IDX           PIC 9(02).
       01  WS-SCR-ACHADA        PIC 9(02).
       01  WS-SCR-MAIOR         PIC 9(02).
       01  WS-RANK              PIC 9(02).
       01  WS-ORIGEM-BUSCA      PIC X(08).
       01  TAB-PLACAR.
           05  SCR-QTDE         PIC 9(02) VALUE 0.
           05  SCR-ENT OCCURS 60 TIMES.
               10  SCR-ORIGEM       PIC X(08).
               10  SCR-DESCRICAO    PIC X(20).
               10  SCR-ORDEM        PIC 9(02).
               10  SCR-BLOCOS       PIC 9(07).
               10  SCR-FALHOS       PIC 9(07).
               10  SCR-REGISTROS    PIC 9(09).
               10  SCR-REJ-ENVELOPE PIC 9(09).
               10  SCR-REJ-DUPLICADO PIC 9(09).
               10  SCR-REJ-REGRA    PIC 9(09).
               10  SCR-REJ-ESTRUTURA PIC 9(09).
               10  SCR-REJ-FORMATO  PIC 9(09).
               10  SCR-REJ-OUTROS   PIC 9(09).
               10  SCR-REJEITADOS   PIC 9(09).
               10  SCR-DUPLICADOS   PIC 9(09).
               10  SCR-TAXA         PIC 9(05)V99.

       01  WS-BASE-TAXA         PIC 9(09).
       01  WS-TAXA              PIC 9(05)V99.
       01  WS-SEM-ORIGEM        PIC 9(09) VALUE 0.
       01  WS-SEM-ORIGEM-DUPL   PIC 9(09) VALUE 0.
       01  WS-EXCEDIDOS         PIC 9(06) VALUE 0.

       01  CAB-TITULO.
           05  FILLER           PIC X(30) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE
               "PLACAR MENSAL DE QUALIDADE DAS FONTES - ".
           05  FILLER           PIC X(04) VALUE "MES ".
           05  CAB-MES          PIC X(07).
           05  FILLER           PIC X(51) VALUE SPACES.

       01  CAB-TRACO.
           05  FILLER           PIC X(132) VALUE ALL "-".

       01  CAB-COLUNAS-1.
           05  FILLER           PIC X(60) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE
               "-------- % REJEITADO POR CLASSE --------".
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(14) VALUE "- DUPLICADOS -".
           05  FILLER           PIC X(15) VALUE SPACES.

       01  CAB-COLUNAS-2.
           05  FILLER           PIC X(35) VALUE
               "RNK  ORIGEM    DESCRICAO".
           05  FILLER           PIC X(31) VALUE
               "ENVIADOS  REJEIT   %REJ   ENVEL".
           05  FILLER           PIC X(35) VALUE
               "   DUPL  REGRA   ESTR   FORM OUTROS".
           05  FILLER           PIC X(31) VALUE
               "     QTDE   %ENV  BLOCOS FALHOS".

       01  DET-LINHA.
           05  DET-RANK         PIC ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-ORIGEM       PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-DESCRICAO    PIC X(20).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-ENVIADOS     PIC ZZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-REJEITADOS   PIC ZZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-TAXA         PIC ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-TX-ENVELOPE  PIC ZZ9.99.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-TX-DUPLICADO PIC ZZ9.99.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-TX-REGRA     PIC ZZ9.99.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-TX-ESTRUTURA PIC ZZ9.99.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-TX-FORMATO   PIC ZZ9.99.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-TX-OUTROS    PIC ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-DUPLICADOS   PIC ZZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-TX-DUPLICADOS PIC ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-BLOCOS       PIC ZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  DET-FALHOS       PIC ZZZZZ9.

       01  ROD-LINHA-1.
           05  FILLER           PIC X(26) VALUE
               "REGISTROS FNTQUAL LIDOS: ".
           05  ROD-LIDOS        PIC ZZZZZ9.
           05  FILLER           PIC X(15) VALUE
               "   DO MES:    ".
           05  ROD-MES          PIC ZZZZZ9.
           05  FILLER           PIC X(12) VALUE
               "   FONTES: ".
           05  ROD-FONTES       PIC Z9.
           05  FILLER           PIC X(65) VALUE SPACES.

       01  ROD-LINHA-2.
           05  FILLER           PIC X(36) VALUE
               "REJEITADOS SEM ORIGEM CONHECIDA:   ".
           05  ROD-SEM-ORIGEM   PIC ZZZZZZZZ9.
           05  FILLER           PIC X(29) VALUE
               "   DUPLICADOS SEM ORIGEM:   ".
           05  ROD-SEM-ORIGEM-DUPL PIC ZZZZZZZZ9.
           05  FILLER           PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PLACAR.
           PERFORM DEFINIR-MES-REFERENCIA
           OPEN INPUT FNT-QUAL-FILE
           IF FNT-QUAL-STATUS NOT = "00"
               DISPLAY "FNTQUAL nao encontrado - sem historico de "
                   "qualidade das fontes"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LER-HISTORICO-QUALIDADE
               UNTIL FNT-QUAL-STATUS NOT = "00"
           CLOSE FNT-QUAL-FILE
           PERFORM CARREGAR-DESCRICOES

           PERFORM CALCULAR-TAXA-FONTE
               VARYING WS-SCR-IDX FROM 1 BY 1
               UNTIL WS-SCR-IDX > SCR-QTDE
           PERFORM CLASSIFICAR-FONTE
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > SCR-QTDE

           OPEN OUTPUT PLACAR-FILE
           STRING WS-MES-CORRENTE(1:4) "/" WS-MES-CORRENTE(5:2)
               DELIMITED BY SIZE INTO CAB-MES
           WRITE PLACAR-REC FROM CAB-TITULO
           WRITE PLACAR-REC FROM CAB-TRACO
           WRITE PLACAR-REC FROM CAB-COLUNAS-1
           WRITE PLACAR-REC FROM CAB-COLUNAS-2
           WRITE PLACAR-REC FROM CAB-TRACO
           PERFORM IMPRIMIR-POSICAO
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > SCR-QTDE
           WRITE PLACAR-REC FROM CAB-TRACO
           MOVE WS-TOTAL-LIDOS TO ROD-LIDOS
           MOVE WS-TOTAL-MES TO ROD-MES
           MOVE SCR-QTDE TO ROD-FONTES
           WRITE PLACAR-REC FROM ROD-LINHA-1
           MOVE WS-SEM-ORIGEM TO ROD-SEM-ORIGEM
           MOVE WS-SEM-ORIGEM-DUPL TO ROD-SEM-ORIGEM-DUPL
           WRITE PLACAR-REC FROM ROD-LINHA-2
           CLOSE PLACAR-FILE

           DISPLAY "Placar de qualidade das fontes do mes "
               WS-MES-CORRENTE " gravado em FNTSCORE (" SCR-QTDE
               " fonte(s))"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * Mes da data de negocio do PARAMRUN (sem o arquivo, o da
      * data corrente).
       DEFINIR-MES-REFERENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
           MOVE WS-DATA-CORRENTE(1:8) TO WS-DATA-REFERENCIA
           OPEN INPUT PARAM-FILE
           IF PARAM-STATUS = "00"
               READ PARAM-FILE
                   NOT AT END
                       IF PAR-DATA-NEGOCIO IS NUMERIC
                           AND PAR-DATA-NEGOCIO > 0
                           MOVE PAR-DATA-NEGOCIO TO WS-DATA-REFERENCIA
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           DIVIDE WS-DATA-REFERENCIA BY 100 GIVING WS-MES-CORRENTE.

       LER-HISTORICO-QUALIDADE.
           READ FNT-QUAL-FILE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   DIVIDE FQH-DATA-NEGOCIO BY 100
                       GIVING WS-MES-REGISTRO
                   IF WS-MES-REGISTRO = WS-MES-CORRENTE
                       ADD 1 TO WS-TOTAL-MES
                       IF FQH-ORIGEM = "SEMORIG"
                           PERFORM ACUMULAR-SEM-ORIGEM
                       ELSE
                           PERFORM ACUMULAR-FONTE
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-SEM-ORIGEM.
           ADD FQH-REJ-ENVELOPE FQH-REJ-DUPLICADO FQH-REJ-REGRA
               FQH-REJ-ESTRUTURA FQH-REJ-FORMATO FQH-REJ-OUTROS
               TO WS-SEM-ORIGEM
           ADD FQH-DUPLICADOS TO WS-SEM-ORIGEM-DUPL.

       ACUMULAR-FONTE.
           MOVE FQH-ORIGEM TO WS-ORIGEM-BUSCA
           PERFORM LOCALIZAR-FONTE
           IF WS-SCR-ACHADA = 0
               IF SCR-QTDE < 60
                   ADD 1 TO SCR-QTDE
                   MOVE SCR-QTDE TO WS-SCR-ACHADA
                   INITIALIZE SCR-ENT(WS-SCR-ACHADA)
                   MOVE FQH-ORIGEM TO SCR-ORIGEM(WS-SCR-ACHADA)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
                   DISPLAY "ALERTA: limite de 60 fontes excedido - "
                       "origem ignorada: " FQH-ORIGEM
               END-IF
           END-IF
           IF WS-SCR-ACHADA > 0
               ADD FQH-BLOCOS TO SCR-BLOCOS(WS-SCR-ACHADA)
               ADD FQH-BLOCOS-FALHOS TO SCR-FALHOS(WS-SCR-ACHADA)
               ADD FQH-REGISTROS TO SCR-REGISTROS(WS-SCR-ACHADA)
               ADD FQH-REJ-ENVELOPE TO SCR-REJ-ENVELOPE(WS-SCR-ACHADA)
               ADD FQH-REJ-DUPLICADO
                   TO SCR-REJ-DUPLICADO(WS-SCR-ACHADA)
               ADD FQH-REJ-REGRA TO SCR-REJ-REGRA(WS-SCR-ACHADA)
               ADD FQH-REJ-ESTRUTURA
                   TO SCR-REJ-ESTRUTURA(WS-SCR-ACHADA)
               ADD FQH-REJ-FORMATO TO SCR-REJ-FORMATO(WS-SCR-ACHADA)
               ADD FQH-REJ-OUTROS TO SCR-REJ-OUTROS(WS-SCR-ACHADA)
               ADD FQH-DUPLICADOS TO SCR-DUPLICADOS(WS-SCR-ACHADA)
           END-IF.

       LOCALIZAR-FONTE.
           MOVE 0 TO WS-SCR-ACHADA
           PERFORM COMPARAR-FONTE
               VARYING WS-SCR-IDX FROM 1 BY 1
               UNTIL WS-SCR-IDX > SCR-QTDE OR WS-SCR-ACHADA > 0.

       COMPARAR-FONTE.
           IF SCR-ORIGEM(WS-SCR-IDX) = WS-ORIGEM-BUSCA
               MOVE WS-SCR-IDX TO WS-SCR-ACHADA
           END-IF.

      * Descricao do cadastro FONTES; fonte fora do cadastro fica
      * marcada como tal.
       CARREGAR-DESCRICOES.
           PERFORM MARCAR-FORA-CADASTRO
               VARYING WS-SCR-IDX FROM 1 BY 1
               UNTIL WS-SCR-IDX > SCR-QTDE
           OPEN INPUT FONTE-FILE
           IF FONTE-STATUS = "00"
               PERFORM LER-FONTE
                   UNTIL FONTE-STATUS NOT = "00"
               CLOSE FONTE-FILE
           END-IF.

       MARCAR-FORA-CADASTRO.
           MOVE "(FORA DO CADASTRO)" TO SCR-DESCRICAO(WS-SCR-IDX).

       LER-FONTE.
           READ FONTE-FILE
               NOT AT END
                   MOVE FNT-ORIGEM TO WS-ORIGEM-BUSCA
                   PERFORM LOCALIZAR-FONTE
                   IF WS-SCR-ACHADA > 0
                       MOVE FNT-DESCRICAO
                           TO SCR-DESCRICAO(WS-SCR-ACHADA)
                   END-IF
           END-READ.

       CALCULAR-TAXA-FONTE.
           ADD SCR-REJ-ENVELOPE(WS-SCR-IDX)
               SCR-REJ-DUPLICADO(WS-SCR-IDX)
               SCR-REJ-REGRA(WS-SCR-IDX)
               SCR-REJ-ESTRUTURA(WS-SCR-IDX)
               SCR-REJ-FORMATO(WS-SCR-IDX)
               SCR-REJ-OUTROS(WS-SCR-IDX)
               GIVING SCR-REJEITADOS(WS-SCR-IDX)
           MOVE 0 TO SCR-ORDEM(WS-SCR-IDX)
           PERFORM DEFINIR-BASE-TAXA
           COMPUTE SCR-TAXA(WS-SCR-IDX) ROUNDED =
               SCR-REJEITADOS(WS-SCR-IDX) * 100 / WS-BASE-TAXA
           IF SCR-TAXA(WS-SCR-IDX) > 999.99
               MOVE 999.99 TO SCR-TAXA(WS-SCR-IDX)
           END-IF.

       DEFINIR-BASE-TAXA.
           MOVE SCR-REGISTROS(WS-SCR-IDX) TO WS-BASE-TAXA
           IF WS-BASE-TAXA = 0
               MOVE SCR-REJEITADOS(WS-SCR-IDX) TO WS-BASE-TAXA
           END-IF
           IF WS-BASE-TAXA = 0
               MOVE 1 TO WS-BASE-TAXA
           END-IF.

      * Selecao: a cada posicao, a fonte ainda sem posicao com a
      * maior taxa (no empate, a de mais rejeitados).
       CLASSIFICAR-FONTE.
           MOVE 0 TO WS-SCR-MAIOR
           PERFORM ESCOLHER-MAIOR-TAXA
               VARYING WS-SCR-IDX FROM 1 BY 1
               UNTIL WS-SCR-IDX > SCR-QTDE
           MOVE WS-RANK TO SCR-ORDEM(WS-SCR-MAIOR).

       ESCOLHER-MAIOR-TAXA.
           IF SCR-ORDEM(WS-SCR-IDX) = 0
               IF WS-SCR-MAIOR = 0
                   MOVE WS-SCR-IDX TO WS-SCR-MAIOR
               ELSE
                   IF SCR-TAXA(WS-SCR-IDX) > SCR-TAXA(WS-SCR-MAIOR)
                       OR (SCR-TAXA(WS-SCR-IDX) =
                           SCR-TAXA(WS-SCR-MAIOR)
                       AND SCR-REJEITADOS(WS-SCR-IDX) >
                           SCR-REJEITADOS(WS-SCR-MAIOR))
                       MOVE WS-SCR-IDX TO WS-SCR-MAIOR
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-POSICAO.
           MOVE 0 TO WS-SCR-ACHADA
           PERFORM LOCALIZAR-POSICAO
               VARYING WS-SCR-IDX FROM 1 BY 1
               UNTIL WS-SCR-IDX > SCR-QTDE OR WS-SCR-ACHADA > 0
           MOVE WS-SCR-ACHADA TO WS-SCR-IDX
           MOVE WS-RANK TO DET-RANK
           MOVE SCR-ORIGEM(WS-SCR-IDX) TO DET-ORIGEM
           MOVE SCR-DESCRICAO(WS-SCR-IDX) TO DET-DESCRICAO
           MOVE SCR-REGISTROS(WS-SCR-IDX) TO DET-ENVIADOS
           MOVE SCR-REJEITADOS(WS-SCR-IDX) TO DET-REJEITADOS
           MOVE SCR-TAXA(WS-SCR-IDX) TO DET-TAXA
           PERFORM DEFINIR-BASE-TAXA
           COMPUTE WS-TAXA ROUNDED =
               SCR-REJ-ENVELOPE(WS-SCR-IDX) * 100 / WS-BASE-TAXA
           MOVE WS-TAXA TO DET-TX-ENVELOPE
           COMPUTE WS-TAXA ROUNDED =
               SCR-REJ-DUPLICADO(WS-SCR-IDX) * 100 / WS-BASE-TAXA
           MOVE WS-TAXA TO DET-TX-DUPLICADO
           COMPUTE WS-TAXA ROUNDED =
               SCR-REJ-REGRA(WS-SCR-IDX) * 100 / WS-BASE-TAXA
           MOVE WS-TAXA TO DET-TX-REGRA
           COMPUTE WS-TAXA ROUNDED =
               SCR-REJ-ESTRUTURA(WS-SCR-IDX) * 100 / WS-BASE-TAXA
           MOVE WS-TAXA TO DET-TX-ESTRUTURA
           COMPUTE WS-TAXA ROUNDED =
               SCR-REJ-FORMATO(WS-SCR-IDX) * 100 / WS-BASE-TAXA
           MOVE WS-TAXA TO DET-TX-FORMATO
           COMPUTE WS-TAXA ROUNDED =
               SCR-REJ-OUTROS(WS-SCR-IDX) * 100 / WS-BASE-TAXA
           MOVE WS-TAXA TO DET-TX-OUTROS
           MOVE SCR-DUPLICADOS(WS-SCR-IDX) TO DET-DUPLICADOS
           MOVE SCR-REGISTROS(WS-SCR-IDX) TO WS-BASE-TAXA
           IF WS-BASE-TAXA = 0
               MOVE 1 TO WS-BASE-TAXA
           END-IF
           COMPUTE WS-TAXA ROUNDED =
               SCR-DUPLICADOS(WS-SCR-IDX) * 100 / WS-BASE-TAXA
           MOVE WS-TAXA TO DET-TX-DUPLICADOS
           MOVE SCR-BLOCOS(WS-SCR-IDX) TO DET-BLOCOS
           MOVE SCR-FALHOS(WS-SCR-IDX) TO DET-FALHOS
           WRITE PLACAR-REC FROM DET-LINHA.

       LOCALIZAR-POSICAO.
           IF SCR-ORDEM(WS-SCR-IDX) = WS-RANK
               MOVE WS-SCR-IDX TO WS-SCR-ACHADA
           END-IF.
