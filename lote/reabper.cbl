       IDENTIFICATION DIVISION.
       PROGRAM-ID. REABRIR-PERIODO.
      * Reabertura formal de um periodo fechado pelo
      * FECHAMENTO-PERIODO.  So operador de perfil supervisor no
      * OPERAUTH pode reabrir; o periodo e escolhido pela data de
      * fim, a reabertura exige confirmacao e fica registrada no
      * proprio PERIODOS (situacao 'R', quem e quando) e na trilha
      * do console CONSLOG.  Com o periodo reaberto o LOTE-CONTROLE
      * volta a aceitar datas de negocio dentro dele, e o proximo
      * fim de periodo do CALPROC fecha-o de novo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERIODO-STATUS.
           SELECT AUTORIZACAO-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUTORIZACAO-STATUS.
           SELECT CONSOLE-LOG-FILE ASSIGN TO "CONSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONSOLE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FILE.
       COPY PERIODO.

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
       01  PERIODO-STATUS       PIC X(02).
       01  AUTORIZACAO-STATUS   PIC X(02).
       01  CONSOLE-LOG-STATUS   PIC X(02).

       01  WS-OPERADOR          PIC X(08).
       01  WS-PERFIL            PIC X(01) VALUE SPACES.
           88  PERFIL-SUPERVISOR    VALUE 'S'.
       01  WS-LOG-ACAO          PIC X(40).

       01  WS-ENTRADA           PIC X(08).
       01  WS-DATA-FIM          PIC 9(08).
       01  WS-CONFIRMA          PIC X(01).
       01  WS-PER-IDX           PIC 9(03).
       01  WS-PER-ACHADO        PIC 9(03) VALUE 0.
       01  TAB-PERIODOS.
           05  TPER-QTDE        PIC 9(03) VALUE 0.
           05  TPER-ENT OCCURS 500 TIMES.
               10  TPER-REC     PIC X(51).

       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN-REABERTURA.
           DISPLAY "Reabertura de periodo fechado (PERIODOS)"
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           ACCEPT WS-OPERADOR
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           PERFORM IDENTIFICAR-PERFIL
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "Operador " WS-OPERADOR " sem perfil de "
                   "supervisor em OPERAUTH - reabertura negada"
               MOVE "NEGADA REABERTURA DE PERIODO" TO WS-LOG-ACAO
               PERFORM REGISTRAR-ACAO-CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-PERIODOS
           IF TPER-QTDE = 0
               DISPLAY "Nenhum periodo registrado em PERIODOS"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "INICIO   FIM      SIT ULTIMA ALTERACAO"
           PERFORM EXIBIR-PERIODO
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > TPER-QTDE

           DISPLAY "Data de fim do periodo a reabrir (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA IS NOT NUMERIC
               DISPLAY "Data invalida - nada alterado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ENTRADA TO WS-DATA-FIM
           MOVE 0 TO WS-PER-ACHADO
           PERFORM LOCALIZAR-PERIODO
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > TPER-QTDE
           IF WS-PER-ACHADO = 0
               DISPLAY "Periodo com fim " WS-DATA-FIM
                   " nao encontrado - nada alterado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE TPER-REC(WS-PER-ACHADO) TO PER-REC
           IF NOT PER-FECHADO
               DISPLAY "Periodo " PER-DATA-INICIO " a " PER-DATA-FIM
                   " ja esta reaberto - nada alterado"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Confirma a reabertura do periodo " PER-DATA-INICIO
               " a " PER-DATA-FIM "? (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Reabertura cancelada"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           SET PER-REABERTO TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PER-TIMESTAMP
           MOVE WS-OPERADOR TO PER-OPERADOR
           MOVE PER-REC TO TPER-REC(WS-PER-ACHADO)
           OPEN OUTPUT PERIODO-FILE
           PERFORM REGRAVAR-PERIODO
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > TPER-QTDE
           CLOSE PERIODO-FILE
           MOVE SPACES TO WS-LOG-ACAO
           STRING "REABERTO PERIODO " PER-DATA-INICIO "-"
               PER-DATA-FIM
               DELIMITED BY SIZE INTO WS-LOG-ACAO
           PERFORM REGISTRAR-ACAO-CONSOLE
           DISPLAY "Periodo " PER-DATA-INICIO " a " PER-DATA-FIM
               " reaberto por " WS-OPERADOR
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * Sem OPERAUTH ninguem reabre: a reabertura e restrita a
      * supervisor, como a limpeza do checkpoint no console.
       IDENTIFICAR-PERFIL.
           OPEN INPUT AUTORIZACAO-FILE
           IF AUTORIZACAO-STATUS = "00"
               PERFORM LER-AUTORIZACAO
                   UNTIL AUTORIZACAO-STATUS NOT = "00"
               CLOSE AUTORIZACAO-FILE
           ELSE
               DISPLAY "OPERAUTH ausente - reabertura bloqueada"
           END-IF.

       LER-AUTORIZACAO.
           READ AUTORIZACAO-FILE
               NOT AT END
                   IF OPA-ID = WS-OPERADOR
                       MOVE OPA-PERFIL TO WS-PERFIL
                   END-IF
           END-READ.

       CARREGAR-PERIODOS.
           MOVE 0 TO TPER-QTDE
           OPEN INPUT PERIODO-FILE
           IF PERIODO-STATUS = "00"
               PERFORM LER-PERIODO
                   UNTIL PERIODO-STATUS NOT = "00"
               CLOSE PERIODO-FILE
           END-IF.

       LER-PERIODO.
           READ PERIODO-FILE
               NOT AT END
                   IF TPER-QTDE < 500
                       ADD 1 TO TPER-QTDE
                       MOVE PER-REC TO TPER-REC(TPER-QTDE)
                   END-IF
           END-READ.

       EXIBIR-PERIODO.
           MOVE TPER-REC(WS-PER-IDX) TO PER-REC
           DISPLAY PER-DATA-INICIO " " PER-DATA-FIM " " PER-SITUACAO
               "   " PER-TIMESTAMP(1:14) " " PER-OPERADOR.

       LOCALIZAR-PERIODO.
           MOVE TPER-REC(WS-PER-IDX) TO PER-REC
           IF PER-DATA-FIM = WS-DATA-FIM
               MOVE WS-PER-IDX TO WS-PER-ACHADO
           END-IF.

       REGRAVAR-PERIODO.
           MOVE TPER-REC(WS-PER-IDX) TO PER-REC
           WRITE PER-REC.

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
           MOVE "REABRIR-PERIODO" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS.
