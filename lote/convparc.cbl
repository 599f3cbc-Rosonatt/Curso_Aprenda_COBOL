       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-PARCEIRO.
      * Conversao dos arquivos de parceiros em texto delimitado por
      * ponto e virgula para o envelope do INTAKE.  O controle
      * CONVCTL lista, por parceiro, a origem do cabecalho, o nome
      * do arquivo recebido e a filial dona do bloco.  Cada linha
      * traz id; tipo; valor com virgula decimal; data DD/MM/AAAA;
      * estrutura destino (PILHA, FILA ou DEQUE) e, so para o
      * deque, a prioridade (U ou R, padrao R).  O item montado
      * passa pela mesma validacao campo a campo do ITEMREG
      * aplicada pelas estruturas; as linhas
      * aceitas viram corpos de transacao (inclusao na pilha, item
      * da fila, inclusao no deque) dentro de um envelope HDR/TRL
      * por parceiro, com contagem e hash calculados como o
      * ROTEADOR-ENTRADA confere, acrescentados ao INTAKE.  Linhas
      * recusadas vao para CONVREJ com numero da linha e motivo.
      * RC 4 se alguma linha foi recusada, 8 se faltou o controle ou
      * um arquivo de parceiro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-FILE ASSIGN TO "CONVCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROLE-STATUS.
           SELECT PARCEIRO-FILE ASSIGN TO DYNAMIC WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARCEIRO-STATUS.
           SELECT INTAKE-FILE ASSIGN TO "INTAKE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INTAKE-STATUS.
           SELECT REJEITO-FILE ASSIGN TO "CONVREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJEITO-STATUS.
           SELECT PARAM-FILE ASSIGN TO "PARAMRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Um registro por arquivo de parceiro a converter.  A filial
      * vai para o cabecalho do envelope; em branco, o bloco e da
      * matriz, como o ROTEADOR-ENTRADA ja trata.
       FD  CONTROLE-FILE.
       01  CONTROLE-REC.
           05  CVC-ORIGEM           PIC X(08).
           05  CVC-ARQUIVO          PIC X(12).
           05  CVC-FILIAL           PIC X(03).

       FD  PARCEIRO-FILE.
       01  PARCEIRO-REC             PIC X(200).

       FD  INTAKE-FILE.
       COPY INTAKE.

       FD  REJEITO-FILE.
       01  REJEITO-REC              PIC X(132).

       FD  PARAM-FILE.
       COPY PARAMRUN.

       WORKING-STORAGE SECTION.
       01  CONTROLE-STATUS      PIC X(02).
       01  PARCEIRO-STATUS      PIC X(02).
       01  INTAKE-STATUS        PIC X(02).
       01  REJEITO-STATUS       PIC X(02).
       01  PARAM-STATUS         PIC X(02).

       01  WS-ARQ-NOME          PIC X(12).
       01  WS-ORIGEM            PIC X(08).
       01  WS-FILIAL            PIC X(03).
       01  WS-DATA-NEGOCIO      PIC 9(08) VALUE 0.
       01  WS-DATA-CORRENTE     PIC X(26).

      * Envelope do parceiro corrente: so e aberto na primeira linha
      * aceita, para que um arquivo todo recusado nao apareca no
      * INTAKE como fonte entregue.
       01  WS-ENV-CONTAGEM      PIC 9(06) VALUE 0.
       01  WS-ENV-HASH          PIC 9(13)V99 VALUE 0.
       01  WS-ENV-ABERTO-SW     PIC X(01) VALUE 'N'.
           88  ENVELOPE-ABERTO  VALUE 'S'.
           88  ENVELOPE-FECHADO VALUE 'N'.

       01  WS-LINHA-NUM         PIC 9(06).
       01  WS-LIDAS-ARQ         PIC 9(06).
       01  WS-ACEITAS-ARQ       PIC 9(06).
       01  WS-RECUSADAS-ARQ     PIC 9(06).
       01  WS-TOTAL-ARQUIVOS    PIC 9(03) VALUE 0.
       01  WS-TOTAL-AUSENTES    PIC 9(03) VALUE 0.
       01  WS-TOTAL-ACEITAS     PIC 9(06) VALUE 0.
       01  WS-TOTAL-RECUSADAS   PIC 9(06) VALUE 0.
       01  WS-REJ-CABEC-SW      PIC X(01) VALUE 'N'.
           88  REJ-CABEC-IMPRESSO   VALUE 'S'.

      * Campos da linha delimitada.
       01  WS-QTDE-CAMPOS       PIC 9(02).
       01  WS-CPO-ID            PIC X(30).
       01  WS-CPO-TIPO          PIC X(30).
       01  WS-CPO-VALOR         PIC X(30).
       01  WS-CPO-DATA          PIC X(30).
       01  WS-CPO-ESTRUTURA     PIC X(30).
       01  WS-CPO-PRIORIDADE    PIC X(30).
       01  WS-CPO-EXCESSO       PIC X(30).
       01  WS-ESTRUTURA         PIC X(05).
       01  WS-PRIORIDADE        PIC X(01).
       01  WS-MOTIVO            PIC X(20).
       01  WS-LINHA-SW          PIC X(01).
           88  LINHA-ACEITA     VALUE 'S'.
           88  LINHA-RECUSADA   VALUE 'N'.

      * Conversao do valor com virgula decimal.  Ponto so como
      * separador de milhar antes da virgula: o primeiro grupo com
      * 1 a 3 digitos e cada ponto seguido de exatamente 3 digitos
      * (WS-VAL-GRUPO conta os digitos desde o ultimo ponto).
       01  WS-VAL-TAM           PIC 9(02).
       01  WS-VAL-IDX           PIC 9(02).
       01  WS-VAL-INTEIRO       PIC 9(09).
       01  WS-VAL-DECIMAL       PIC 9(02).
       01  WS-VAL-DIG-INT       PIC 9(02).
       01  WS-VAL-DIG-DEC       PIC 9(02).
       01  WS-VAL-DIGITO        PIC 9(01).
       01  WS-VAL-VIRGULA-SW    PIC X(01).
           88  VIRGULA-LIDA     VALUE 'S'.
       01  WS-VAL-GRUPO         PIC 9(02).
       01  WS-VAL-PONTO-SW      PIC X(01).
           88  PONTO-LIDO       VALUE 'S'.
       01  WS-VAL-OK-SW         PIC X(01).
           88  VALOR-OK         VALUE 'S'.
           88  VALOR-INVALIDO   VALUE 'N'.

       01  WS-DATA-ITEM.
           05  WS-DATA-AAAA     PIC X(04).
           05  WS-DATA-MM       PIC X(02).
           05  WS-DATA-DD       PIC X(02).

       01  WS-ITEM-VALIDO-SW    PIC X(01) VALUE 'Y'.
           88  ITEM-VALIDO      VALUE 'Y'.
           88  ITEM-INVALIDO    VALUE 'N'.
       01  WS-CHAR-IDX          PIC 9(02).
       01  WS-CHAR              PIC X(01).
       01  WS-MES-ITEM          PIC 9(02).
       01  WS-DIA-ITEM          PIC 9(02).

       COPY ITEMREG.

       01  REJ-LINHA.
           05  REJ-ORIGEM       PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  REJ-ARQUIVO      PIC X(12).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  REJ-NUMERO       PIC ZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  REJ-MOTIVO       PIC X(20).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  REJ-IMAGEM       PIC X(78).

       PROCEDURE DIVISION.
       MAIN-CONVERSOR.
           PERFORM CARREGAR-PARAMETROS
           OPEN INPUT CONTROLE-FILE
           IF CONTROLE-STATUS NOT = "00"
               DISPLAY "Controle CONVCTL ausente - nenhum arquivo de "
                   "parceiro convertido"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REJEITO-FILE
           OPEN EXTEND INTAKE-FILE
           IF INTAKE-STATUS NOT = "00"
               OPEN OUTPUT INTAKE-FILE
           END-IF
           PERFORM LER-CONTROLE
               UNTIL CONTROLE-STATUS NOT = "00"
           CLOSE CONTROLE-FILE
           CLOSE INTAKE-FILE
           CLOSE REJEITO-FILE
           DISPLAY "===== Resumo da conversao de parceiros ====="
           DISPLAY "Arquivos convertidos......: " WS-TOTAL-ARQUIVOS
           DISPLAY "Arquivos ausentes.........: " WS-TOTAL-AUSENTES
           DISPLAY "Linhas aceitas no INTAKE..: " WS-TOTAL-ACEITAS
           DISPLAY "Linhas recusadas (CONVREJ): " WS-TOTAL-RECUSADAS
           DISPLAY "============================================"
           EVALUATE TRUE
               WHEN WS-TOTAL-AUSENTES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-RECUSADAS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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

       LER-CONTROLE.
           READ CONTROLE-FILE
               NOT AT END
                   MOVE CVC-ORIGEM TO WS-ORIGEM
                   MOVE CVC-ARQUIVO TO WS-ARQ-NOME
                   MOVE CVC-FILIAL TO WS-FILIAL
                   PERFORM CONVERTER-ARQUIVO
           END-READ.

       CONVERTER-ARQUIVO.
           MOVE 0 TO WS-LINHA-NUM
           MOVE 0 TO WS-LIDAS-ARQ
           MOVE 0 TO WS-ACEITAS-ARQ
           MOVE 0 TO WS-RECUSADAS-ARQ
           MOVE 0 TO WS-ENV-CONTAGEM
           MOVE 0 TO WS-ENV-HASH
           SET ENVELOPE-FECHADO TO TRUE
           OPEN INPUT PARCEIRO-FILE
           IF PARCEIRO-STATUS NOT = "00"
               DISPLAY "ALERTA: arquivo " WS-ARQ-NOME " do parceiro "
                   WS-ORIGEM " ausente"
               ADD 1 TO WS-TOTAL-AUSENTES
           ELSE
               ADD 1 TO WS-TOTAL-ARQUIVOS
               PERFORM LER-LINHA-PARCEIRO
                   UNTIL PARCEIRO-STATUS NOT = "00"
               CLOSE PARCEIRO-FILE
               PERFORM FECHAR-ENVELOPE
               DISPLAY "Parceiro " WS-ORIGEM " (" WS-ARQ-NOME "): "
                   WS-LIDAS-ARQ " linha(s), " WS-ACEITAS-ARQ
                   " aceita(s), " WS-RECUSADAS-ARQ " recusada(s)"
           END-IF.

      * Linhas em branco sao ignoradas sem contar como recusa.
       LER-LINHA-PARCEIRO.
           READ PARCEIRO-FILE
               NOT AT END
                   ADD 1 TO WS-LINHA-NUM
                   IF PARCEIRO-REC NOT = SPACES
                       ADD 1 TO WS-LIDAS-ARQ
                       PERFORM CONVERTER-LINHA
                       IF LINHA-ACEITA
                           PERFORM GRAVAR-CORPO-TRANSACAO
                           ADD 1 TO WS-ACEITAS-ARQ
                           ADD 1 TO WS-TOTAL-ACEITAS
                       ELSE
                           PERFORM GRAVAR-LINHA-RECUSADA
                           ADD 1 TO WS-RECUSADAS-ARQ
                           ADD 1 TO WS-TOTAL-RECUSADAS
                       END-IF
                   END-IF
           END-READ.

      * Separa os campos e valida na ordem: quantidade de campos,
      * estrutura, id, tipo, valor, data, prioridade; o primeiro
      * motivo encontrado e o registrado.  No fim o item montado
      * passa pela validacao do ITEMREG.
       CONVERTER-LINHA.
           SET LINHA-ACEITA TO TRUE
           MOVE SPACES TO WS-MOTIVO
           MOVE 0 TO WS-QTDE-CAMPOS
           MOVE SPACES TO WS-CPO-ID WS-CPO-TIPO WS-CPO-VALOR
               WS-CPO-DATA WS-CPO-ESTRUTURA WS-CPO-PRIORIDADE
               WS-CPO-EXCESSO
           UNSTRING PARCEIRO-REC DELIMITED BY ";"
               INTO WS-CPO-ID WS-CPO-TIPO WS-CPO-VALOR WS-CPO-DATA
                   WS-CPO-ESTRUTURA WS-CPO-PRIORIDADE WS-CPO-EXCESSO
               TALLYING IN WS-QTDE-CAMPOS
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-CPO-ID) TO WS-CPO-ID
           MOVE FUNCTION TRIM(WS-CPO-TIPO) TO WS-CPO-TIPO
           MOVE FUNCTION TRIM(WS-CPO-VALOR) TO WS-CPO-VALOR
           MOVE FUNCTION TRIM(WS-CPO-DATA) TO WS-CPO-DATA
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CPO-ESTRUTURA))
               TO WS-CPO-ESTRUTURA
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CPO-PRIORIDADE))
               TO WS-CPO-PRIORIDADE
           MOVE SPACES TO ITEM-NEGOCIO

           IF WS-QTDE-CAMPOS < 5
               MOVE "CAMPOS INSUFICIENTES" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES AND WS-CPO-EXCESSO NOT = SPACES
               MOVE "CAMPOS EXCEDENTES" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               EVALUATE WS-CPO-ESTRUTURA
                   WHEN "PILHA"
                   WHEN "FILA"
                   WHEN "DEQUE"
                       MOVE WS-CPO-ESTRUTURA TO WS-ESTRUTURA
                   WHEN OTHER
                       MOVE "ESTRUTURA INVALIDA" TO WS-MOTIVO
               END-EVALUATE
           END-IF
           IF WS-MOTIVO = SPACES
               IF WS-CPO-ID = SPACES
                   MOVE "ID AUSENTE" TO WS-MOTIVO
               ELSE
                   IF WS-CPO-ID(9:22) NOT = SPACES
                       MOVE "ID MAIOR QUE 8" TO WS-MOTIVO
                   ELSE
                       MOVE WS-CPO-ID(1:8) TO ITEM-ID
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               IF WS-CPO-TIPO = SPACES
                   MOVE "TIPO AUSENTE" TO WS-MOTIVO
               ELSE
                   IF WS-CPO-TIPO(3:28) NOT = SPACES
                       MOVE "TIPO MAIOR QUE 2" TO WS-MOTIVO
                   ELSE
                       MOVE WS-CPO-TIPO(1:2) TO ITEM-TIPO
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM CONVERTER-VALOR
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM CONVERTER-DATA
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM CONVERTER-PRIORIDADE
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM VALIDAR-FORMATO-ITEM
               IF ITEM-INVALIDO
                   MOVE "ITEM INVALIDO" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO NOT = SPACES
               SET LINHA-RECUSADA TO TRUE
           END-IF.

       CONVERTER-VALOR.
           SET VALOR-OK TO TRUE
           MOVE 'N' TO WS-VAL-VIRGULA-SW
           MOVE 'N' TO WS-VAL-PONTO-SW
           MOVE 0 TO WS-VAL-GRUPO
           MOVE 0 TO WS-VAL-INTEIRO
           MOVE 0 TO WS-VAL-DECIMAL
           MOVE 0 TO WS-VAL-DIG-INT
           MOVE 0 TO WS-VAL-DIG-DEC
           MOVE 0 TO WS-VAL-TAM
           INSPECT WS-CPO-VALOR TALLYING WS-VAL-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-VAL-TAM = 0 OR WS-CPO-VALOR(WS-VAL-TAM + 1:) NOT =
               SPACES
               SET VALOR-INVALIDO TO TRUE
           ELSE
               PERFORM EXAMINAR-CARACTERE-VALOR
                   VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > WS-VAL-TAM OR VALOR-INVALIDO
           END-IF
           IF VALOR-OK
               IF WS-VAL-DIG-INT = 0
                   OR (VIRGULA-LIDA AND WS-VAL-DIG-DEC = 0)
                   OR (PONTO-LIDO AND NOT VIRGULA-LIDA
                       AND WS-VAL-GRUPO NOT = 3)
                   SET VALOR-INVALIDO TO TRUE
               END-IF
           END-IF
           IF VALOR-INVALIDO
               MOVE "VALOR INVALIDO" TO WS-MOTIVO
           ELSE
               IF WS-VAL-INTEIRO > 9999999
                   MOVE "VALOR EXCEDE LIMITE" TO WS-MOTIVO
               ELSE
                   IF WS-VAL-DIG-DEC = 1
                       COMPUTE ITEM-VALOR =
                           WS-VAL-INTEIRO + WS-VAL-DECIMAL / 10
                   ELSE
                       COMPUTE ITEM-VALOR =
                           WS-VAL-INTEIRO + WS-VAL-DECIMAL / 100
                   END-IF
               END-IF
           END-IF.

       EXAMINAR-CARACTERE-VALOR.
           MOVE WS-CPO-VALOR(WS-VAL-IDX:1) TO WS-CHAR
           EVALUATE TRUE
               WHEN WS-CHAR IS NUMERIC
                   MOVE WS-CHAR TO WS-VAL-DIGITO
                   IF VIRGULA-LIDA
                       IF WS-VAL-DIG-DEC >= 2
                           SET VALOR-INVALIDO TO TRUE
                       ELSE
                           ADD 1 TO WS-VAL-DIG-DEC
                           COMPUTE WS-VAL-DECIMAL =
                               WS-VAL-DECIMAL * 10 + WS-VAL-DIGITO
                       END-IF
                   ELSE
                       IF WS-VAL-DIG-INT >= 9
                           OR (PONTO-LIDO AND WS-VAL-GRUPO >= 3)
                           SET VALOR-INVALIDO TO TRUE
                       ELSE
                           ADD 1 TO WS-VAL-DIG-INT
                           ADD 1 TO WS-VAL-GRUPO
                           COMPUTE WS-VAL-INTEIRO =
                               WS-VAL-INTEIRO * 10 + WS-VAL-DIGITO
                       END-IF
                   END-IF
               WHEN WS-CHAR = ","
                   IF VIRGULA-LIDA
                       OR (PONTO-LIDO AND WS-VAL-GRUPO NOT = 3)
                       SET VALOR-INVALIDO TO TRUE
                   ELSE
                       SET VIRGULA-LIDA TO TRUE
                   END-IF
               WHEN WS-CHAR = "."
                   IF VIRGULA-LIDA OR WS-VAL-DIG-INT = 0
                       OR WS-VAL-GRUPO > 3
                       OR (PONTO-LIDO AND WS-VAL-GRUPO NOT = 3)
                       SET VALOR-INVALIDO TO TRUE
                   ELSE
                       SET PONTO-LIDO TO TRUE
                       MOVE 0 TO WS-VAL-GRUPO
                   END-IF
               WHEN OTHER
                   SET VALOR-INVALIDO TO TRUE
           END-EVALUATE.

      * DD/MM/AAAA para o AAAAMMDD do item.
       CONVERTER-DATA.
           IF WS-CPO-DATA(3:1) NOT = "/" OR WS-CPO-DATA(6:1) NOT = "/"
               OR WS-CPO-DATA(11:20) NOT = SPACES
               OR WS-CPO-DATA(1:2) IS NOT NUMERIC
               OR WS-CPO-DATA(4:2) IS NOT NUMERIC
               OR WS-CPO-DATA(7:4) IS NOT NUMERIC
               MOVE "DATA INVALIDA" TO WS-MOTIVO
           ELSE
               MOVE WS-CPO-DATA(7:4) TO WS-DATA-AAAA
               MOVE WS-CPO-DATA(4:2) TO WS-DATA-MM
               MOVE WS-CPO-DATA(1:2) TO WS-DATA-DD
               MOVE WS-DATA-ITEM TO ITEM-DATA-NEG
               MOVE WS-DATA-MM TO WS-MES-ITEM
               MOVE WS-DATA-DD TO WS-DIA-ITEM
               IF WS-MES-ITEM < 1 OR WS-MES-ITEM > 12
                   OR WS-DIA-ITEM < 1 OR WS-DIA-ITEM > 31
                   MOVE "DATA INVALIDA" TO WS-MOTIVO
               END-IF
           END-IF.

       CONVERTER-PRIORIDADE.
           MOVE SPACE TO WS-PRIORIDADE
           IF WS-ESTRUTURA = "DEQUE"
               EVALUATE WS-CPO-PRIORIDADE
                   WHEN SPACES
                       MOVE "R" TO WS-PRIORIDADE
                   WHEN "U"
                   WHEN "R"
                       MOVE WS-CPO-PRIORIDADE(1:1) TO WS-PRIORIDADE
                   WHEN OTHER
                       MOVE "PRIORIDADE INVALIDA" TO WS-MOTIVO
               END-EVALUATE
           ELSE
               IF WS-CPO-PRIORIDADE NOT = SPACES
                   MOVE "PRIORIDADE INDEVIDA" TO WS-MOTIVO
               END-IF
           END-IF.

      * Mesma validacao campo a campo aplicada pelos programas de
      * estrutura ao item estruturado.
       VALIDAR-FORMATO-ITEM.
           SET ITEM-VALIDO TO TRUE
           IF ITEM-ID = SPACES
               SET ITEM-INVALIDO TO TRUE
           ELSE
               PERFORM VERIFICAR-CARACTERE-ID
                   VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 8 OR ITEM-INVALIDO
           END-IF
           IF ITEM-VALIDO AND ITEM-TIPO = SPACES
               SET ITEM-INVALIDO TO TRUE
           END-IF
           IF ITEM-VALIDO
               PERFORM VERIFICAR-CARACTERE-TIPO
                   VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 2 OR ITEM-INVALIDO
           END-IF
           IF ITEM-VALIDO AND ITEM-VALOR IS NOT NUMERIC
               SET ITEM-INVALIDO TO TRUE
           END-IF
           IF ITEM-VALIDO
               PERFORM VALIDAR-DATA-ITEM
           END-IF.

       VERIFICAR-CARACTERE-ID.
           MOVE ITEM-ID(WS-CHAR-IDX:1) TO WS-CHAR
           IF WS-CHAR NOT = SPACE
               IF WS-CHAR IS NOT ALPHABETIC
                   AND WS-CHAR IS NOT NUMERIC
                   SET ITEM-INVALIDO TO TRUE
               END-IF
           END-IF.

       VERIFICAR-CARACTERE-TIPO.
           MOVE ITEM-TIPO(WS-CHAR-IDX:1) TO WS-CHAR
           IF WS-CHAR NOT = SPACE
               IF WS-CHAR IS NOT ALPHABETIC
                   AND WS-CHAR IS NOT NUMERIC
                   SET ITEM-INVALIDO TO TRUE
               END-IF
           END-IF.

       VALIDAR-DATA-ITEM.
           IF ITEM-DATA-NEG IS NOT NUMERIC
               SET ITEM-INVALIDO TO TRUE
           ELSE
               MOVE ITEM-DATA-NEG(5:2) TO WS-MES-ITEM
               MOVE ITEM-DATA-NEG(7:2) TO WS-DIA-ITEM
               IF WS-MES-ITEM < 1 OR WS-MES-ITEM > 12
                   OR WS-DIA-ITEM < 1 OR WS-DIA-ITEM > 31
                   SET ITEM-INVALIDO TO TRUE
               END-IF
           END-IF.

      * Todo corpo gerado carrega item de negocio, entao todos
      * contribuem o ITEM-VALOR para o hash do trailer.
       GRAVAR-CORPO-TRANSACAO.
           PERFORM ABRIR-ENVELOPE
           MOVE SPACES TO INT-REC
           MOVE WS-ESTRUTURA TO INT-ESTRUTURA
           EVALUATE WS-ESTRUTURA
               WHEN "PILHA"
                   MOVE "E" TO INT-CORPO(1:1)
                   MOVE ITEM-NEGOCIO TO INT-CORPO(2:27)
               WHEN "FILA"
                   MOVE ITEM-NEGOCIO TO INT-CORPO(1:27)
               WHEN "DEQUE"
                   MOVE "E" TO INT-CORPO(1:1)
                   MOVE WS-PRIORIDADE TO INT-CORPO(2:1)
                   MOVE ITEM-NEGOCIO TO INT-CORPO(3:27)
           END-EVALUATE
           WRITE INT-REC
           ADD 1 TO WS-ENV-CONTAGEM
           ADD ITEM-VALOR TO WS-ENV-HASH.

       ABRIR-ENVELOPE.
           IF ENVELOPE-FECHADO
               MOVE SPACES TO INT-REC
               MOVE "HDR" TO INT-ESTRUTURA
               MOVE WS-ORIGEM TO INT-HDR-ORIGEM
               MOVE WS-DATA-NEGOCIO TO INT-HDR-DATA-NEG
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-CORRENTE
               MOVE WS-DATA-CORRENTE(9:4) TO INT-HDR-HORA
               MOVE WS-FILIAL TO INT-HDR-FILIAL
               WRITE INT-REC
               SET ENVELOPE-ABERTO TO TRUE
           END-IF.

       FECHAR-ENVELOPE.
           IF ENVELOPE-ABERTO
               MOVE SPACES TO INT-REC
               MOVE "TRL" TO INT-ESTRUTURA
               MOVE WS-ENV-CONTAGEM TO INT-TRL-CONTAGEM
               MOVE WS-ENV-HASH TO INT-TRL-HASH
               WRITE INT-REC
               SET ENVELOPE-FECHADO TO TRUE
           END-IF.

       GRAVAR-LINHA-RECUSADA.
           IF NOT REJ-CABEC-IMPRESSO
               MOVE "ORIGEM    ARQUIVO         LINHA  MOTIVO          "
                   & "      IMAGEM DA LINHA" TO REJEITO-REC
               WRITE REJEITO-REC
               SET REJ-CABEC-IMPRESSO TO TRUE
           END-IF
           MOVE WS-ORIGEM TO REJ-ORIGEM
           MOVE WS-ARQ-NOME TO REJ-ARQUIVO
           MOVE WS-LINHA-NUM TO REJ-NUMERO
           MOVE WS-MOTIVO TO REJ-MOTIVO
           MOVE PARCEIRO-REC TO REJ-IMAGEM
           WRITE REJEITO-REC FROM REJ-LINHA.
