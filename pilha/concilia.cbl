      * exemplo itens liberados do carry de dias anteriores) e
      * divergencias de valor.  E a trilha de auditoria no nivel do
      * item que a auditoria pediu, alem dos totais por execucao.
      * Empilhamento retirado por um cancelamento (codigo C) do
      * mesmo PILHATXN sai como cancelado, nao como push sem pop.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  PSH-ORIGEM       PIC X(08).
               10  PSH-CASADO-SW    PIC X(01).

      * Ids dos pedidos de cancelamento (PILHATXN codigo C).
       01  TAB-CANCELAMENTOS.
           05  CNC-QTDE         PIC 9(04) VALUE 0.
           05  CNC-ID OCCURS 500 TIMES PIC X(08).
       01  WS-CNC-IDX           PIC 9(04).
       01  WS-TOTAL-CANCELADOS  PIC 9(06) VALUE 0.

       01  WS-PSH-IDX           PIC 9(04).
       01  WS-PSH-ACHADO        PIC 9(04).
       01  WS-ITEM-UPPER        PIC X(27).
           PERFORM CARREGAR-PUSHES-TXN
           PERFORM CARREGAR-PUSHES-HND
           PERFORM CASAR-LIQUIDACOES
           PERFORM CASAR-CANCELAMENTO
               VARYING WS-CNC-IDX FROM 1 BY 1
               UNTIL WS-CNC-IDX > CNC-QTDE
           PERFORM LISTAR-PUSHES-SEM-POP
               VARYING WS-PSH-IDX FROM 1 BY 1
               UNTIL WS-PSH-IDX > PSH-QTDE
                       MOVE TXN-ITEM TO WS-ITEM-UPPER
                       PERFORM GUARDAR-PUSH
                   END-IF
                   IF TXN-CODE = "C" AND CNC-QTDE < 500
                       ADD 1 TO CNC-QTDE
                       MOVE FUNCTION UPPER-CASE(TXN-ITEM(1:8))
                           TO CNC-ID(CNC-QTDE)
                   END-IF
           END-READ.

       CARREGAR-PUSHES-HND.
               WRITE CONCILIA-REL-REC FROM DET-LINHA
           END-IF.

      * O cancelamento retira a ocorrencia mais recente do id na
      * pilha: casa com o ultimo empilhamento do id sem liquidacao.
      * Cancelamento de item carregado de dias anteriores nao tem
      * empilhamento no dia e nao aparece aqui.
       CASAR-CANCELAMENTO.
           MOVE 0 TO WS-PSH-ACHADO
           PERFORM LOCALIZAR-PUSH-CANCELADO
               VARYING WS-PSH-IDX FROM PSH-QTDE BY -1
               UNTIL WS-PSH-IDX < 1 OR WS-PSH-ACHADO > 0
           IF WS-PSH-ACHADO > 0
               MOVE 'C' TO PSH-CASADO-SW(WS-PSH-ACHADO)
               ADD 1 TO WS-TOTAL-CANCELADOS
               MOVE "CANCELADO" TO DET-SITUACAO
               MOVE PSH-ITEM(WS-PSH-ACHADO) TO DET-ITEM
               MOVE PSH-ORIGEM(WS-PSH-ACHADO) TO DET-ORIGEM
               MOVE "RETIRADO POR CANCELAMENTO (CANCREG)"
                   TO DET-DETALHE
               WRITE CONCILIA-REL-REC FROM DET-LINHA
           END-IF.

       LOCALIZAR-PUSH-CANCELADO.
           IF PSH-CASADO-SW(WS-PSH-IDX) = 'N'
               AND PSH-ITEM(WS-PSH-IDX)(1:8) = CNC-ID(WS-CNC-IDX)
               MOVE WS-PSH-IDX TO WS-PSH-ACHADO
           END-IF.

       LISTAR-PUSHES-SEM-POP.
           IF PSH-CASADO-SW(WS-PSH-IDX) = 'N'
               ADD 1 TO WS-PUSHES-SEM-POP
           STRING "PUSHES=" WS-TOTAL-PUSHES
               " POPS=" WS-TOTAL-POPS
               " CASADOS=" WS-TOTAL-CASADOS
               " CANCELADOS=" WS-TOTAL-CANCELADOS
               " PUSH-SEM-POP=" WS-PUSHES-SEM-POP
               " POP-SEM-PUSH=" WS-POPS-SEM-PUSH
               " VALOR-DIVERGENTE=" WS-DIF-VALOR
           DISPLAY "Empilhamentos carregados..: " WS-TOTAL-PUSHES
           DISPLAY "Liquidacoes lidas.........: " WS-TOTAL-POPS
           DISPLAY "Pares casados.............: " WS-TOTAL-CASADOS
           DISPLAY "Cancelados................: " WS-TOTAL-CANCELADOS
           DISPLAY "Push sem pop..............: " WS-PUSHES-SEM-POP
           DISPLAY "Pop sem push..............: " WS-POPS-SEM-PUSH
           DISPLAY "Valores divergentes.......: " WS-DIF-VALOR
