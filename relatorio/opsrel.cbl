      * fora desta soma (o total geral continua incluindo tudo).
       01  WS-RESTANTES-VERD    PIC 9(06) VALUE 0.

      * Lote com filiais: uma secao por filial, na ordem em que
      * aparecem no OPSREPT, com subtotal, e por ultimo a secao da
      * empresa (registros sem filial, como a arvore AVL).  Sem
      * filial nenhuma o relatorio sai corrido, como sempre.
       01  TAB-FILIAIS-REL.
           05  FRL-QTDE         PIC 9(02) VALUE 0.
           05  FRL-CODIGO       PIC X(03) OCCURS 10 TIMES.
       01  WS-FRL-IDX           PIC 9(02).
       01  WS-FRL-ACHADA-SW     PIC X(01).
           88  FILIAL-JA-LISTADA VALUE 'S'.
       01  WS-EMPRESA-SW        PIC X(01) VALUE 'N'.
           88  HA-REGISTRO-EMPRESA VALUE 'S'.
       01  WS-FILIAL-SECAO      PIC X(03).
       01  WS-SUB-PROCESSADOS   PIC 9(06) VALUE 0.
       01  WS-SUB-REJEITADOS    PIC 9(06) VALUE 0.
       01  WS-SUB-RESTANTES     PIC 9(06) VALUE 0.
       01  WS-SUB-VALOR         PIC 9(13)V99 VALUE 0.

       01  CAB-TITULO.
           05  FILLER           PIC X(34) VALUE SPACES.
           05  FILLER           PIC X(44) VALUE
           05  FILLER           PIC X(02) VALUE SPACES.
           05  DET-OBSERVACAO   PIC X(60).

       01  SEC-LINHA.
           05  FILLER           PIC X(10) VALUE "SECAO:    ".
           05  SEC-ROTULO       PIC X(60).
           05  FILLER           PIC X(62) VALUE SPACES.

       01  SUB-LINHA.
           05  FILLER           PIC X(09) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE "SUBTOTAL".
           05  SUB-ROTULO       PIC X(11).
           05  SUB-PROCESSADOS  PIC ZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  SUB-REJEITADOS   PIC ZZZZZ9.
           05  FILLER           PIC X(01) VALUE SPACES.
           05  SUB-RESTANTES    PIC ZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  SUB-VALOR        PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(60) VALUE SPACES.

       01  TOT-LINHA.
           05  FILLER           PIC X(20) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE "TOTAL GERAL".
           PERFORM CARREGAR-DATA-NEGOCIO
           PERFORM VERIFICAR-FIM-PERIODO
           OPEN OUTPUT RELATORIO-FILE
           PERFORM LEVANTAR-FILIAIS
           IF FRL-QTDE = 0
               OPEN INPUT OPS-REPT-FILE
               IF OPS-REPT-STATUS = "00"
                   PERFORM LER-E-IMPRIMIR-DETALHE
                       UNTIL OPS-REPT-STATUS NOT = "00"
                   CLOSE OPS-REPT-FILE
               ELSE
                   DISPLAY "OPSREPT nao encontrado - relatorio vazio"
               END-IF
           ELSE
               PERFORM IMPRIMIR-SECAO-FILIAL
                   VARYING WS-FRL-IDX FROM 1 BY 1
                   UNTIL WS-FRL-IDX > FRL-QTDE
               IF HA-REGISTRO-EMPRESA
                   MOVE SPACES TO WS-FILIAL-SECAO
                   PERFORM IMPRIMIR-SECAO
               END-IF
           END-IF
           PERFORM IMPRIMIR-TOTAL-GERAL
           PERFORM IMPRIMIR-VEREDICTO
           READ CALENDARIO-FILE
               NOT AT END
                   IF CAL-DATA = WS-DATA-NEGOCIO
                       AND CAL-FECHA-PERIODO AND CAL-FILIAL = SPACES
                       SET FIM-DE-PERIODO TO TRUE
                   END-IF
           END-READ.

      * Primeira passada no OPSREPT so para saber quais filiais
      * tem registro no lote.
       LEVANTAR-FILIAIS.
           OPEN INPUT OPS-REPT-FILE
           IF OPS-REPT-STATUS = "00"
               PERFORM LER-FILIAL-REGISTRO
                   UNTIL OPS-REPT-STATUS NOT = "00"
               CLOSE OPS-REPT-FILE
           END-IF.

       LER-FILIAL-REGISTRO.
           READ OPS-REPT-FILE
               NOT AT END
                   IF OPS-FILIAL = SPACES
                       SET HA-REGISTRO-EMPRESA TO TRUE
                   ELSE
                       PERFORM LISTAR-FILIAL
                   END-IF
           END-READ.

       LISTAR-FILIAL.
           MOVE 'N' TO WS-FRL-ACHADA-SW
           PERFORM COMPARAR-FILIAL-LISTADA
               VARYING WS-FRL-IDX FROM 1 BY 1
               UNTIL WS-FRL-IDX > FRL-QTDE
           IF NOT FILIAL-JA-LISTADA AND FRL-QTDE < 10
               ADD 1 TO FRL-QTDE
               MOVE OPS-FILIAL TO FRL-CODIGO(FRL-QTDE)
           END-IF.

       COMPARAR-FILIAL-LISTADA.
           IF FRL-CODIGO(WS-FRL-IDX) = OPS-FILIAL
               SET FILIAL-JA-LISTADA TO TRUE
           END-IF.

       IMPRIMIR-SECAO-FILIAL.
           MOVE FRL-CODIGO(WS-FRL-IDX) TO WS-FILIAL-SECAO
           PERFORM IMPRIMIR-SECAO.

      * Cada secao rele o OPSREPT e imprime so os registros da sua
      * filial; o total geral continua somando tudo.
       IMPRIMIR-SECAO.
           MOVE 0 TO WS-SUB-PROCESSADOS WS-SUB-REJEITADOS
               WS-SUB-RESTANTES WS-SUB-VALOR
           IF WS-LINHA > WS-LINHAS-POR-PAGINA - 2
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO SEC-ROTULO
           IF WS-FILIAL-SECAO = SPACES
               MOVE "EMPRESA (ARVORE AVL E REGISTROS SEM FILIAL)"
                   TO SEC-ROTULO
               MOVE "EMPRESA" TO SUB-ROTULO
           ELSE
               STRING "FILIAL " WS-FILIAL-SECAO DELIMITED BY SIZE
                   INTO SEC-ROTULO
               MOVE SEC-ROTULO TO SUB-ROTULO
           END-IF
           WRITE RELATORIO-REC FROM SEC-LINHA
           ADD 1 TO WS-LINHA
           OPEN INPUT OPS-REPT-FILE
           IF OPS-REPT-STATUS = "00"
               PERFORM LER-E-IMPRIMIR-SECAO
                   UNTIL OPS-REPT-STATUS NOT = "00"
               CLOSE OPS-REPT-FILE
           END-IF
           MOVE WS-SUB-PROCESSADOS TO SUB-PROCESSADOS
           MOVE WS-SUB-REJEITADOS TO SUB-REJEITADOS
           MOVE WS-SUB-RESTANTES TO SUB-RESTANTES
           MOVE WS-SUB-VALOR TO SUB-VALOR
           WRITE RELATORIO-REC FROM SUB-LINHA
           ADD 1 TO WS-LINHA.

       LER-E-IMPRIMIR-SECAO.
           READ OPS-REPT-FILE
               NOT AT END
                   IF OPS-FILIAL = WS-FILIAL-SECAO
                       PERFORM ACUMULAR-E-IMPRIMIR
                   END-IF
           END-READ.

       LER-E-IMPRIMIR-DETALHE.
           READ OPS-REPT-FILE
               NOT AT END
                   PERFORM ACUMULAR-E-IMPRIMIR
           END-READ.

       ACUMULAR-E-IMPRIMIR.
           ADD 1 TO WS-TOTAL-LIDOS
           ADD OPS-PROCESSADOS TO WS-SOMA-PROCESSADOS
           ADD OPS-REJEITADOS TO WS-SOMA-REJEITADOS
           ADD OPS-RESTANTES TO WS-SOMA-RESTANTES
           ADD OPS-VALOR-TOTAL TO WS-SOMA-VALOR
           ADD OPS-PROCESSADOS TO WS-SUB-PROCESSADOS
           ADD OPS-REJEITADOS TO WS-SUB-REJEITADOS
           ADD OPS-RESTANTES TO WS-SUB-RESTANTES
           ADD OPS-VALOR-TOTAL TO WS-SUB-VALOR
      * Retidos de proposito (carry da pilha para data futura) nao
      * contam contra o veredicto de drenagem a zero.
           IF OPS-ESTRUTURA NOT = "AVL-TREE"
               COMPUTE WS-RESTANTES-VERD =
                   WS-RESTANTES-VERD + OPS-RESTANTES
                   - OPS-RETIDOS
           END-IF
           PERFORM IMPRIMIR-DETALHE.

       IMPRIMIR-DETALHE.
           IF WS-LINHA > WS-LINHAS-POR-PAGINA
