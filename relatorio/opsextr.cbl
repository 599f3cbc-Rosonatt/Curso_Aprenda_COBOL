      * Arquivo de interface delimitado por ";" para o painel da
      * equipe de gestao de servicos: registro H (data de negocio e
      * carimbo da extracao), um D por estrutura e um T com contagem
      * e totais de controle de processados/rejeitados.  Em lote com
      * filiais o D de filial leva o codigo no fim e, antes do T, sai
      * um S de subtotal por filial (o ultimo, "EMPRESA", para os
      * registros sem filial); o S nao entra na contagem do T.
       FD  INTERFACE-FILE.
       01  INTERFACE-REC        PIC X(132).

       01  WS-SOMA-REJEITADOS   PIC 9(08) VALUE 0.
       01  WS-VALOR-EDITADO     PIC 9(11).99.

       01  TAB-SUBTOTAL-FILIAL.
           05  SBF-QTDE         PIC 9(02) VALUE 0.
           05  SBF-ENT OCCURS 11 TIMES.
               10  SBF-FILIAL       PIC X(03).
               10  SBF-DETALHES     PIC 9(06).
               10  SBF-PROCESSADOS  PIC 9(08).
               10  SBF-REJEITADOS   PIC 9(08).
               10  SBF-VALOR        PIC 9(11)V99.
       01  WS-SBF-IDX           PIC 9(02).
       01  WS-SBF-ACHADA        PIC 9(02).
       01  WS-SBF-EMPRESA       PIC 9(02) VALUE 0.
       01  WS-FILIAIS-SW        PIC X(01) VALUE 'N'.
           88  LOTE-COM-FILIAIS VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-EXTRATO.
           PERFORM CARREGAR-PARAMETROS
               DISPLAY "OPSREPT indisponivel - extrato apenas com "
                   "cabecalho e trailer"
           END-IF
           IF LOTE-COM-FILIAIS
               PERFORM GRAVAR-SUBTOTAL-FILIAL
                   VARYING WS-SBF-IDX FROM 1 BY 1
                   UNTIL WS-SBF-IDX > SBF-QTDE
               IF WS-SBF-EMPRESA > 0
                   MOVE WS-SBF-EMPRESA TO WS-SBF-IDX
                   PERFORM GRAVAR-SUBTOTAL-EMPRESA
               END-IF
           END-IF
           PERFORM GRAVAR-TRAILER-INTERFACE
           CLOSE INTERFACE-FILE
           PERFORM REGISTRAR-EXTRACAO-ENVIADA
           READ CALENDARIO-FILE
               NOT AT END
                   IF CAL-DATA = WS-DATA-NEGOCIO
                       AND CAL-FECHA-PERIODO AND CAL-FILIAL = SPACES
                       SET FIM-DE-PERIODO TO TRUE
                   END-IF
           END-READ.
           ADD OPS-REJEITADOS TO WS-SOMA-REJEITADOS
           MOVE OPS-VALOR-TOTAL TO WS-VALOR-EDITADO
           MOVE SPACES TO INTERFACE-REC
           IF OPS-FILIAL = SPACES
               STRING "D;"
                   OPS-ESTRUTURA DELIMITED BY SPACE
                   ";" OPS-PROCESSADOS
                   ";" OPS-REJEITADOS
                   ";" OPS-RESTANTES
                   ";" WS-VALOR-EDITADO
                   DELIMITED BY SIZE
                   INTO INTERFACE-REC
           ELSE
               SET LOTE-COM-FILIAIS TO TRUE
               STRING "D;"
                   OPS-ESTRUTURA DELIMITED BY SPACE
                   ";" OPS-PROCESSADOS
                   ";" OPS-REJEITADOS
                   ";" OPS-RESTANTES
                   ";" WS-VALOR-EDITADO
                   ";" OPS-FILIAL
                   DELIMITED BY SIZE
                   INTO INTERFACE-REC
           END-IF
           WRITE INTERFACE-REC
           PERFORM ACUMULAR-SUBTOTAL-FILIAL.

       ACUMULAR-SUBTOTAL-FILIAL.
           MOVE 0 TO WS-SBF-ACHADA
           PERFORM PROCURAR-SUBTOTAL-FILIAL
               VARYING WS-SBF-IDX FROM 1 BY 1
               UNTIL WS-SBF-IDX > SBF-QTDE OR WS-SBF-ACHADA > 0
           IF WS-SBF-ACHADA = 0 AND SBF-QTDE < 11
               ADD 1 TO SBF-QTDE
               MOVE SBF-QTDE TO WS-SBF-ACHADA
               MOVE OPS-FILIAL TO SBF-FILIAL(WS-SBF-ACHADA)
               MOVE 0 TO SBF-DETALHES(WS-SBF-ACHADA)
                   SBF-PROCESSADOS(WS-SBF-ACHADA)
                   SBF-REJEITADOS(WS-SBF-ACHADA)
                   SBF-VALOR(WS-SBF-ACHADA)
               IF OPS-FILIAL = SPACES
                   MOVE WS-SBF-ACHADA TO WS-SBF-EMPRESA
               END-IF
           END-IF
           IF WS-SBF-ACHADA > 0
               ADD 1 TO SBF-DETALHES(WS-SBF-ACHADA)
               ADD OPS-PROCESSADOS TO SBF-PROCESSADOS(WS-SBF-ACHADA)
               ADD OPS-REJEITADOS TO SBF-REJEITADOS(WS-SBF-ACHADA)
               ADD OPS-VALOR-TOTAL TO SBF-VALOR(WS-SBF-ACHADA)
           END-IF.

       PROCURAR-SUBTOTAL-FILIAL.
           IF SBF-FILIAL(WS-SBF-IDX) = OPS-FILIAL
               MOVE WS-SBF-IDX TO WS-SBF-ACHADA
           END-IF.

      * Filiais na ordem em que apareceram; a empresa fica por ultimo.
       GRAVAR-SUBTOTAL-FILIAL.
           IF WS-SBF-IDX NOT = WS-SBF-EMPRESA
               MOVE SBF-VALOR(WS-SBF-IDX) TO WS-VALOR-EDITADO
               MOVE SPACES TO INTERFACE-REC
               STRING "S;" SBF-FILIAL(WS-SBF-IDX)
                   ";" SBF-DETALHES(WS-SBF-IDX)
                   ";" SBF-PROCESSADOS(WS-SBF-IDX)
                   ";" SBF-REJEITADOS(WS-SBF-IDX)
                   ";" WS-VALOR-EDITADO
                   DELIMITED BY SIZE
                   INTO INTERFACE-REC
               WRITE INTERFACE-REC
           END-IF.

       GRAVAR-SUBTOTAL-EMPRESA.
           MOVE SBF-VALOR(WS-SBF-IDX) TO WS-VALOR-EDITADO
           MOVE SPACES TO INTERFACE-REC
           STRING "S;EMPRESA"
               ";" SBF-DETALHES(WS-SBF-IDX)
               ";" SBF-PROCESSADOS(WS-SBF-IDX)
               ";" SBF-REJEITADOS(WS-SBF-IDX)
               ";" WS-VALOR-EDITADO
               DELIMITED BY SIZE
               INTO INTERFACE-REC
