       PROGRAM-ID. MANTER-PARAMETROS.
      * Manutencao sancionada do registro de parametros PARAMRUN:
      * mostra os valores vigentes, valida cada campo antes de
      * aceitar (capacidades 1-100, a da fila 1-9999, alerta do
      * deque abaixo da capacidade, data de calendario valida,
      * numericos onde e numerico) e grava em PARAMHIS um registro
      * de historico por alteracao (quem, quando, campo, valor
      * antigo, valor novo).
      * Editar o arquivo na mao deixou de ser necessario - e de ser
      * aceito.
       ENVIRONMENT DIVISION.
           88  DATA-VALIDA      VALUE 'S'.
           88  DATA-INVALIDA    VALUE 'N'.

       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN-MANUTENCAO.
           DISPLAY "Manutencao de parametros de execucao (PARAMRUN)"
       ALTERAR-CAPACIDADE-FILA.
           PERFORM ACEITAR-ENTRADA-NUMERICA
           IF ENTRADA-NUMERICA
               IF WS-ENTRADA-NUM >= 1 AND WS-ENTRADA-NUM <= 9999
                   MOVE "CAPACIDADE-FILA" TO WS-CAMPO-NOME
                   MOVE PAR-CAPACIDADE-FILA TO WS-VALOR-ANTIGO
                   MOVE WS-ENTRADA-NUM TO PAR-CAPACIDADE-FILA
                   MOVE PAR-CAPACIDADE-FILA TO WS-VALOR-NOVO
                   PERFORM EFETIVAR-ALTERACAO
               ELSE
                   DISPLAY "Capacidade fora da faixa 1-9999 - recusada"
               END-IF
           END-IF.

               OPEN OUTPUT HISTORICO-FILE
           END-IF
           WRITE HISTORICO-REC
           CLOSE HISTORICO-FILE
           SET SLO-SELAR-ACRESCIMO TO TRUE
           MOVE "PARAMHIS" TO SLO-ARQUIVO
           MOVE "MANTER-PARAMETROS" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS.
