      * Pedidos de cancelamento por ITEM-ID sem item correspondente
      * na estrutura no momento do pedido (CANCNLOC): ja saiu,
      * nunca entrou ou foi rejeitado.  Ficam separados do registro
      * de cancelamentos (CANCREG) para tratamento pela operacao.
       01  NLOC-REC.
           05  NLOC-TIMESTAMP       PIC X(26).
           05  NLOC-DATA-NEGOCIO    PIC 9(08).
           05  NLOC-ESTRUTURA       PIC X(05).
           05  NLOC-ITEM-ID         PIC X(08).
