       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVAR-CORRECOES.
      * Aprovacao das correcoes de rejeitados (quatro olhos).  O
      * REPARO-REJEITADOS poe cada correcao digitada em CORRPEND como
      * pendente, com o operador que a digitou; aqui outro operador
      * cadastrado no OPERAUTH aprova ou recusa uma a uma.  Quem
      * digitou nao decide a propria correcao, e a que foi marcada
      * por diferenca de valor acima do limite so e decidida por
      * supervisor.  Cada decisao fica no CORRDEC com operador e
      * carimbo; a aprovada volta ao INTAKE na proxima execucao do
      * reparo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENTE-FILE ASSIGN TO "CORRPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDENTE-STATUS.
           SELECT DECISAO-FILE ASSIGN TO "CORRDEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DECISAO-STATUS.
           SELECT AUTORIZACAO-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUTORIZACAO-STATUS.
           SELECT CONSOLE-LOG-FILE ASSIGN TO "CONSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONSOLE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDENTE-FILE.
       COPY CORRPEND.

      * Trilha das decisoes: quem decidiu, quando, o que ('A'
      * aprovada, 'R' recusada) e a correcao decidida.
       FD  DECISAO-FILE.
       01  DECISAO-REC.
           05  DEC-TIMESTAMP        PIC X(26).
           05  DEC-OPERADOR         PIC X(08).
           05  DEC-DECISAO          PIC X(01).
           05  DEC-SEQUENCIA        PIC 9(06).
           05  DEC-DIGITADOR        PIC X(08).
           05  DEC-ORIGEM           PIC X(05).
           05  DEC-ITEM-ORIGINAL    PIC X(27).
           05  DEC-ITEM-CORRIGIDO   PIC X(27).
           05  DEC-VALOR-DIFERENCA  PIC 9(07)V99.

      * Mesmo cadastro de autorizacao do console do operador.
       FD  AUTORIZACAO-FILE.
       01  AUTORIZACAO-REC.
           05  OPA-ID               PIC X(08).
           05  OPA-PERFIL           PIC X(01).
           05  OPA-OPCOES           PIC X(07).

      * Trilha das acoes de operador, no leiaute do console.
       FD  CONSOLE-LOG-FILE.
       01  CONSOLE-LOG-REC.
           05  CLOG-TIMESTAMP       PIC X(26).
           05  CLOG-OPERADOR        PIC X(08).
           05  CLOG-ACAO            PIC X(40).

       WORKING-STORAGE SECTION.
       01  PENDENTE-STATUS      PIC X(02).
       01  DECISAO-STATUS       PIC X(02).
       01  AUTORIZACAO-STATUS   PIC X(02).
       01  CONSOLE-LOG-STATUS   PIC X(02).

       01  WS-OPERADOR          PIC X(08).
       01  WS-PERFIL            PIC X(01) VALUE SPACES.
           88  PERFIL-SUPERVISOR    VALUE 'S'.
       01  WS-CADASTRO-SW       PIC X(01) VALUE 'N'.
           88  OPERADOR-CADASTRADO     VALUE 'S'.
           88  OPERADOR-NAO-CADASTRADO VALUE 'N'.
       01  WS-LOG-ACAO          PIC X(40).

       01  WS-DECISAO           PIC X(01).
       01  WS-FIM-SW            PIC X(01) VALUE 'N'.
           88  FIM-DECISOES         VALUE 'S'.
       01  WS-DIFERENCA-EDIT    PIC Z,ZZZ,ZZ9.99.

       01  WS-COR-IDX           PIC 9(03).
       01  TAB-CORRECOES.
           05  COR-QTDE         PIC 9(03) VALUE 0.
           05  COR-ENT OCCURS 500 TIMES.
               10  COR-TAB-REC  PIC X(156).

       01  WS-TOTAL-PENDENTES   PIC 9(04) VALUE 0.
       01  WS-TOTAL-APROVADAS   PIC 9(04) VALUE 0.
       01  WS-TOTAL-RECUSADAS   PIC 9(04) VALUE 0.
       01  WS-TOTAL-PULADAS     PIC 9(04) VALUE 0.
       01  WS-TOTAL-PROPRIAS    PIC 9(04) VALUE 0.
       01  WS-TOTAL-SUPERVISOR  PIC 9(04) VALUE 0.

       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN-APROVACAO.
           DISPLAY "Aprovacao de correcoes de rejeitados (CORRPEND)"
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           ACCEPT WS-OPERADOR
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           PERFORM IDENTIFICAR-PERFIL
           IF OPERADOR-NAO-CADASTRADO
               DISPLAY "Operador " WS-OPERADOR " sem cadastro em "
                   "OPERAUTH - aprovacao negada"
               MOVE "NEGADA APROVACAO DE CORRECOES" TO WS-LOG-ACAO
               PERFORM REGISTRAR-ACAO-CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-PENDENTES
           IF WS-TOTAL-PENDENTES = 0
               DISPLAY "Nenhuma correcao pendente de aprovacao"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Correcoes pendentes: " WS-TOTAL-PENDENTES
           PERFORM DECIDIR-CORRECAO
               VARYING WS-COR-IDX FROM 1 BY 1
               UNTIL WS-COR-IDX > COR-QTDE OR FIM-DECISOES

           IF WS-TOTAL-APROVADAS > 0 OR WS-TOTAL-RECUSADAS > 0
               OPEN OUTPUT PENDENTE-FILE
               PERFORM REGRAVAR-PENDENTE
                   VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > COR-QTDE
               CLOSE PENDENTE-FILE
               MOVE SPACES TO WS-LOG-ACAO
               STRING "CORRECOES APROVADAS " WS-TOTAL-APROVADAS
                   " RECUSADAS " WS-TOTAL-RECUSADAS
                   DELIMITED BY SIZE INTO WS-LOG-ACAO
               PERFORM REGISTRAR-ACAO-CONSOLE
           END-IF
           PERFORM EXIBIR-RESUMO-APROVACAO
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * Qualquer operador do OPERAUTH pode decidir; o perfil
      * supervisor so e exigido para as correcoes marcadas.
       IDENTIFICAR-PERFIL.
           OPEN INPUT AUTORIZACAO-FILE
           IF AUTORIZACAO-STATUS = "00"
               PERFORM LER-AUTORIZACAO
                   UNTIL AUTORIZACAO-STATUS NOT = "00"
               CLOSE AUTORIZACAO-FILE
           ELSE
               DISPLAY "OPERAUTH ausente - aprovacao bloqueada"
           END-IF.

       LER-AUTORIZACAO.
           READ AUTORIZACAO-FILE
               NOT AT END
                   IF OPA-ID = WS-OPERADOR
                       SET OPERADOR-CADASTRADO TO TRUE
                       MOVE OPA-PERFIL TO WS-PERFIL
                   END-IF
           END-READ.

       CARREGAR-PENDENTES.
           MOVE 0 TO COR-QTDE
           OPEN INPUT PENDENTE-FILE
           IF PENDENTE-STATUS = "00"
               PERFORM LER-PENDENTE
                   UNTIL PENDENTE-STATUS NOT = "00"
               CLOSE PENDENTE-FILE
           END-IF.

       LER-PENDENTE.
           READ PENDENTE-FILE
               NOT AT END
                   IF COR-QTDE < 500
                       ADD 1 TO COR-QTDE
                       MOVE CPD-REC TO COR-TAB-REC(COR-QTDE)
                       IF CPD-PENDENTE
                           ADD 1 TO WS-TOTAL-PENDENTES
                       END-IF
                   ELSE
                       DISPLAY "ALERTA: limite de 500 correcoes em "
                           "CORRPEND excedido - aprovacao interrompida"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

       DECIDIR-CORRECAO.
           MOVE COR-TAB-REC(WS-COR-IDX) TO CPD-REC
           IF CPD-PENDENTE
               PERFORM EXIBIR-CORRECAO
               IF CPD-OPERADOR = WS-OPERADOR
                   DISPLAY "  Digitada por voce - a decisao cabe a "
                       "outro operador"
                   ADD 1 TO WS-TOTAL-PROPRIAS
               ELSE
                   IF CPD-EXIGE-SUPERVISOR = 'S'
                       AND NOT PERFIL-SUPERVISOR
                       DISPLAY "  Diferenca de valor acima do limite "
                           "- exige supervisor"
                       ADD 1 TO WS-TOTAL-SUPERVISOR
                   ELSE
                       PERFORM OBTER-DECISAO
                   END-IF
               END-IF
           END-IF.

       EXIBIR-CORRECAO.
           MOVE CPD-VALOR-DIFERENCA TO WS-DIFERENCA-EDIT
           DISPLAY "----------------------------------------------"
           DISPLAY "Correcao " CPD-SEQUENCIA " digitada por "
               CPD-OPERADOR " em " CPD-TIMESTAMP(1:4) "-"
               CPD-TIMESTAMP(5:2) "-" CPD-TIMESTAMP(7:2) " "
               CPD-TIMESTAMP(9:2) ":" CPD-TIMESTAMP(11:2)
           DISPLAY "  Origem........: " CPD-ORIGEM
           DISPLAY "  Filial........: " CPD-FILIAL
           DISPLAY "  Item rejeitado: " CPD-ITEM-ORIGINAL
           DISPLAY "  Item corrigido: " CPD-ITEM-CORRIGIDO
           DISPLAY "  Dif. de valor.: " WS-DIFERENCA-EDIT
               "  Exige supervisor: " CPD-EXIGE-SUPERVISOR.

       OBTER-DECISAO.
           DISPLAY "  Decisao (A=aprova R=recusa P=pula F=fim): "
               WITH NO ADVANCING
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN "A"
                   SET CPD-APROVADA TO TRUE
                   ADD 1 TO WS-TOTAL-APROVADAS
                   PERFORM REGISTRAR-DECISAO
               WHEN "R"
                   SET CPD-RECUSADA TO TRUE
                   ADD 1 TO WS-TOTAL-RECUSADAS
                   PERFORM REGISTRAR-DECISAO
               WHEN "F"
                   SET FIM-DECISOES TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-PULADAS
           END-EVALUATE.

       REGISTRAR-DECISAO.
           MOVE WS-OPERADOR TO CPD-DECISOR
           MOVE FUNCTION CURRENT-DATE TO CPD-TIMESTAMP-DECISAO
           MOVE CPD-REC TO COR-TAB-REC(WS-COR-IDX)
           MOVE CPD-TIMESTAMP-DECISAO TO DEC-TIMESTAMP
           MOVE WS-OPERADOR TO DEC-OPERADOR
           MOVE CPD-SITUACAO TO DEC-DECISAO
           MOVE CPD-SEQUENCIA TO DEC-SEQUENCIA
           MOVE CPD-OPERADOR TO DEC-DIGITADOR
           MOVE CPD-ORIGEM TO DEC-ORIGEM
           MOVE CPD-ITEM-ORIGINAL TO DEC-ITEM-ORIGINAL
           MOVE CPD-ITEM-CORRIGIDO TO DEC-ITEM-CORRIGIDO
           MOVE CPD-VALOR-DIFERENCA TO DEC-VALOR-DIFERENCA
           OPEN EXTEND DECISAO-FILE
           IF DECISAO-STATUS NOT = "00"
               OPEN OUTPUT DECISAO-FILE
           END-IF
           WRITE DECISAO-REC
           CLOSE DECISAO-FILE.

       REGRAVAR-PENDENTE.
           MOVE COR-TAB-REC(WS-COR-IDX) TO CPD-REC
           WRITE CPD-REC.

       REGISTRAR-ACAO-CONSOLE.
           MOVE FUNCTION CURRENT-DATE TO CLOG-TIMESTAMP
           MOVE WS-OPERADOR TO CLOG-OPERADOR
           MOVE WS-LOG-ACAO TO CLOG-ACAO
           OPEN EXTEND CONSOLE-LOG-FILE
           IF CONSOLE-LOG-STATUS NOT = "00"
               OPEN OUTPUT CONSOLE-LOG-FILE
           END-IF
           WRITE CONSOLE-LOG-REC
           CLOSE CONSOLE-LOG-FILE
           SET SLO-SELAR-ACRESCIMO TO TRUE
           MOVE "CONSLOG" TO SLO-ARQUIVO
           MOVE "APROVAR-CORRECOES" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS.

       EXIBIR-RESUMO-APROVACAO.
           DISPLAY "===== Resumo da aprovacao de correcoes ====="
           DISPLAY "Correcoes pendentes...........: "
               WS-TOTAL-PENDENTES
           DISPLAY "Aprovadas.....................: "
               WS-TOTAL-APROVADAS
           DISPLAY "Recusadas.....................: "
               WS-TOTAL-RECUSADAS
           DISPLAY "Puladas.......................: "
               WS-TOTAL-PULADAS
           DISPLAY "Digitadas pelo operador.......: "
               WS-TOTAL-PROPRIAS
           DISPLAY "A espera de supervisor........: "
               WS-TOTAL-SUPERVISOR
           DISPLAY "Decisoes gravadas em CORRDEC"
           DISPLAY "=============================================".
