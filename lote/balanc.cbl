           SELECT AVL-TXN-FILE ASSIGN TO "AVLTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AVL-TXN-STATUS.
           SELECT AVL-DCTL-FILE ASSIGN TO "AVLDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AVL-DCTL-STATUS.
           SELECT PILHA-HND-FILE ASSIGN TO "PILHAHND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PILHA-HND-STATUS.
       FD  FILA-TXN-FILE.
       01  FILA-TXN-REC.
           05  FTX-ITEM         PIC X(27).
           05  FTX-CODE         PIC X(01).

       FD  DEQUE-TXN-FILE.
       01  DEQUE-TXN-REC.
       FD  AVL-TXN-FILE.
       01  AVL-TXN-REC.
           05  ATX-CODE         PIC X(01).
           05  ATX-VALUE        PIC X(12).
           05  ATX-VALUE2       PIC X(12).

       FD  AVL-DCTL-FILE.
       COPY AVLDCTL.

       FD  PILHA-HND-FILE.
       01  PILHA-HND-REC.
       01  FILA-TXN-STATUS      PIC X(02).
       01  DEQUE-TXN-STATUS     PIC X(02).
       01  AVL-TXN-STATUS       PIC X(02).
       01  AVL-DCTL-STATUS      PIC X(02).
       01  WS-AVL-DERIVADAS     PIC 9(06) VALUE 0.
       01  PILHA-HND-STATUS     PIC X(02).
       01  OPS-REPT-STATUS      PIC X(02).
       01  BALANCO-STATUS       PIC X(02).
      * BAL-TXN-TENTATIVAS sao as transacoes que a etapa deveria ter
      * contabilizado como processadas ou rejeitadas (inclusoes;
      * para a pilha, somando o repasse da fila via PILHAHND).
      * BAL-TXN-CANCEL sao os pedidos de cancelamento por ITEM-ID,
      * que a etapa conta como cancelados ou nao localizados.
       01  TAB-BALANCO.
           05  BAL-ENT OCCURS 4 TIMES.
               10  BAL-ESTRUTURA    PIC X(05).
               10  BAL-TXN-REGS     PIC 9(06).
               10  BAL-TXN-VALOR    PIC 9(13)V99.
               10  BAL-TXN-TENTATIVAS PIC 9(06).
               10  BAL-TXN-CANCEL   PIC 9(06).
               10  BAL-TXN-PRESENTE PIC X(01).
               10  BAL-OPS-PRESENTE PIC X(01).
               10  BAL-OPS-PROC     PIC 9(06).
               10  BAL-OPS-REJ      PIC 9(06).
               10  BAL-OPS-VALOR    PIC 9(13)V99.
               10  BAL-OPS-CANCEL   PIC 9(06).

       01  WS-INTAKE-PRESENTE   PIC X(01) VALUE 'N'.
       01  WS-CTRL-PRESENTE     PIC X(01) VALUE 'N'.
           MOVE 0 TO BAL-TXN-REGS(WS-EST-IDX)
           MOVE 0 TO BAL-TXN-VALOR(WS-EST-IDX)
           MOVE 0 TO BAL-TXN-TENTATIVAS(WS-EST-IDX)
           MOVE 0 TO BAL-TXN-CANCEL(WS-EST-IDX)
           MOVE 'N' TO BAL-TXN-PRESENTE(WS-EST-IDX)
           MOVE 'N' TO BAL-OPS-PRESENTE(WS-EST-IDX)
           MOVE 0 TO BAL-OPS-PROC(WS-EST-IDX)
           MOVE 0 TO BAL-OPS-REJ(WS-EST-IDX)
           MOVE 0 TO BAL-OPS-VALOR(WS-EST-IDX)
           MOVE 0 TO BAL-OPS-CANCEL(WS-EST-IDX).

      * ----- Apuracao independente do INTAKE -----

               CLOSE PILHA-TXN-FILE
           END-IF.

      * Registros "H" sao marcas de filial gravadas pelo roteador
      * e nao entram em nenhuma contagem.
       LER-E-CONTAR-PILHATXN.
           READ PILHA-TXN-FILE
               NOT AT END
                   IF TXN-CODE NOT = "H"
                       PERFORM CONTAR-REGISTRO-PILHATXN
                   END-IF
           END-READ.

       CONTAR-REGISTRO-PILHATXN.
           ADD 1 TO BAL-TXN-REGS(1)
           IF TXN-CODE = "C"
               ADD 1 TO BAL-TXN-CANCEL(1)
           END-IF
           IF TXN-CODE = "E"
               ADD 1 TO BAL-TXN-TENTATIVAS(1)
               MOVE TXN-ITEM(11:9) TO WS-VALOR-BRUTO
               IF WS-VALOR-BRUTO IS NUMERIC
                   COMPUTE WS-VALOR-REGISTRO =
                       FUNCTION NUMVAL(WS-VALOR-BRUTO) / 100
                   ADD WS-VALOR-REGISTRO TO BAL-TXN-VALOR(1)
               END-IF
           END-IF.

       APURAR-FILATXN.
           OPEN INPUT FILA-TXN-FILE
           IF FILA-TXN-STATUS = "00"
       LER-E-CONTAR-FILATXN.
           READ FILA-TXN-FILE
               NOT AT END
                   IF FTX-CODE NOT = "H"
                       PERFORM CONTAR-REGISTRO-FILATXN
                   END-IF
           END-READ.

       CONTAR-REGISTRO-FILATXN.
           ADD 1 TO BAL-TXN-REGS(2)
           IF FTX-CODE = "C"
               ADD 1 TO BAL-TXN-CANCEL(2)
           ELSE
               ADD 1 TO BAL-TXN-TENTATIVAS(2)
               MOVE FTX-ITEM(11:9) TO WS-VALOR-BRUTO
               IF WS-VALOR-BRUTO IS NUMERIC
                   COMPUTE WS-VALOR-REGISTRO =
                       FUNCTION NUMVAL(WS-VALOR-BRUTO) / 100
                   ADD WS-VALOR-REGISTRO TO BAL-TXN-VALOR(2)
               END-IF
           END-IF.

       APURAR-DEQUETXN.
           OPEN INPUT DEQUE-TXN-FILE
           IF DEQUE-TXN-STATUS = "00"
       LER-E-CONTAR-DEQUETXN.
           READ DEQUE-TXN-FILE
               NOT AT END
                   IF DTX-CODE NOT = "H"
                       PERFORM CONTAR-REGISTRO-DEQUETXN
                   END-IF
           END-READ.

       CONTAR-REGISTRO-DEQUETXN.
           ADD 1 TO BAL-TXN-REGS(3)
           IF DTX-CODE = "C"
               ADD 1 TO BAL-TXN-CANCEL(3)
           END-IF
           IF DTX-CODE = "E"
               ADD 1 TO BAL-TXN-TENTATIVAS(3)
               MOVE DTX-ITEM(11:9) TO WS-VALOR-BRUTO
               IF WS-VALOR-BRUTO IS NUMERIC
                   COMPUTE WS-VALOR-REGISTRO =
                       FUNCTION NUMVAL(WS-VALOR-BRUTO) / 100
                   ADD WS-VALOR-REGISTRO TO BAL-TXN-VALOR(3)
               END-IF
           END-IF.

       APURAR-AVLTXN.
           OPEN INPUT AVL-TXN-FILE
           IF AVL-TXN-STATUS = "00"
               PERFORM LER-E-CONTAR-AVLTXN
                   UNTIL AVL-TXN-STATUS NOT = "00"
               CLOSE AVL-TXN-FILE
               PERFORM DESCONTAR-AVL-DERIVADAS
           END-IF.

      * As transacoes derivadas dos itens do dia abrem o AVLTXN mas
      * nao passaram pelo roteador: saem da contagem enquanto o
      * arquivo for o montado pela derivacao (AVLDCTL).
       DESCONTAR-AVL-DERIVADAS.
           OPEN INPUT AVL-DCTL-FILE
           IF AVL-DCTL-STATUS = "00"
               READ AVL-DCTL-FILE
                   NOT AT END
                       IF DCT-TOTAL = BAL-TXN-REGS(4)
                           AND DCT-DERIVADAS <= BAL-TXN-REGS(4)
                           MOVE DCT-DERIVADAS TO WS-AVL-DERIVADAS
                           SUBTRACT DCT-DERIVADAS FROM BAL-TXN-REGS(4)
                       END-IF
               END-READ
               CLOSE AVL-DCTL-FILE
           END-IF.

       LER-E-CONTAR-AVLTXN.
                       UNTIL WS-EST-IDX > 4
           END-READ.

      * Com varias filiais cada estrutura grava um registro por
      * filial; o balanco e da empresa, soma todos.
       GUARDAR-REGISTRO-OPSREPT.
           IF OPS-ESTRUTURA = BAL-OPS-NOME(WS-EST-IDX)
               MOVE 'S' TO BAL-OPS-PRESENTE(WS-EST-IDX)
               ADD OPS-PROCESSADOS TO BAL-OPS-PROC(WS-EST-IDX)
               ADD OPS-REJEITADOS TO BAL-OPS-REJ(WS-EST-IDX)
               ADD OPS-VALOR-TOTAL TO BAL-OPS-VALOR(WS-EST-IDX)
               IF OPS-CANCELADOS IS NUMERIC
                   AND OPS-CANCEL-NAO-LOCALIZ IS NUMERIC
                   ADD OPS-CANCELADOS OPS-CANCEL-NAO-LOCALIZ
                       TO BAL-OPS-CANCEL(WS-EST-IDX)
               END-IF
           END-IF.

      * ----- Balanco por estrutura -----
           IF WS-EST-IDX = 4
               MOVE SPACES TO OBS-TEXTO
               STRING "AVLTXN COM " BAL-TXN-REGS(4)
                   " TRANSACAO(OES) + " WS-AVL-DERIVADAS
                   " DERIVADA(S); OPSREPT PROC="
                   BAL-OPS-PROC(4) " REJ=" BAL-OPS-REJ(4)
                   " (INFORMATIVO)"
                   DELIMITED BY SIZE INTO OBS-TEXTO
               ELSE
                   PERFORM IMPRIMIR-PERNA
               END-IF
               PERFORM BALANCAR-PERNA-CANCELAMENTO
           END-IF.

      * Cada pedido de cancelamento do arquivo TXN tem de aparecer
      * no OPSREPT como cancelado ou nao localizado.  So contagem:
      * o pedido nao carrega valor.
       BALANCAR-PERNA-CANCELAMENTO.
           IF BAL-TXN-CANCEL(WS-EST-IDX) > 0
               OR BAL-OPS-CANCEL(WS-EST-IDX) > 0
               MOVE "CANCELAMENTOS TXN X OPS" TO PRN-PERNA
               MOVE BAL-TXN-CANCEL(WS-EST-IDX) TO WS-ESPERADO-REGS
               MOVE 0 TO WS-ESPERADO-VALOR
               MOVE BAL-OPS-CANCEL(WS-EST-IDX) TO WS-APURADO-REGS
               MOVE 0 TO WS-APURADO-VALOR
               PERFORM IMPRIMIR-PERNA-SO-CONTAGEM
           END-IF.

       IMPRIMIR-PERNA.
