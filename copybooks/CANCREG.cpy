      * Registro de cancelamentos por ITEM-ID (CANCREG).  Cada pedido
      * de cancelamento atendido por uma estrutura grava a imagem do
      * item retirado e onde ele estava: CAN-LOCAL traz a estrutura,
      * ou PILHACKP para item que veio do checkpoint da pilha (carga
      * de dias anteriores); CAN-POSICAO conta a partir do ponto de
      * saida (topo da pilha, frente da fila e do deque).  Para o
      * deque CAN-PRIORIDADE e a prioridade U/R do item; para a fila,
      * a classe de drenagem.
       01  CAN-REC.
           05  CAN-TIMESTAMP        PIC X(26).
           05  CAN-DATA-NEGOCIO     PIC 9(08).
           05  CAN-ESTRUTURA        PIC X(05).
           05  CAN-LOCAL            PIC X(08).
           05  CAN-POSICAO          PIC 9(04).
           05  CAN-PRIORIDADE       PIC X(01).
           05  CAN-ITEM             PIC X(27).
