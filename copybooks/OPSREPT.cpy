      * simulacao; LOTE-CONTROLE nao arquiva esses registros no
      * historico OPSHIST.
           05  OPS-SIMULACAO        PIC X(01).
      * Valor em carteira na estrutura na abertura e no fechamento
      * da execucao.  Com eles o valor que saiu da estrutura (pilha
      * liquidada em PILHASET, deque expedido em DEQEXPED) fecha com
      * OPS-VALOR-TOTAL: abertura + entradas - fechamento.
           05  OPS-VALOR-ABERTURA   PIC 9(11)V99.
           05  OPS-VALOR-FECHAMENTO PIC 9(11)V99.
      * Data de negocio da execucao que gravou o registro.  OPSHIST
      * e datado pelo relogio (OPS-DATA); o fechamento de periodo
      * seleciona o historico por esta data.
           05  OPS-DATA-NEGOCIO     PIC 9(08).
      * Cancelamentos por ITEM-ID atendidos na execucao (item
      * retirado da estrutura, registrado em CANCREG), pedidos de
      * cancelamento sem item correspondente (CANCNLOC) e o valor
      * dos itens retirados.  O valor que saiu da estrutura fecha
      * entao com abertura + entradas - fechamento - cancelado.
           05  OPS-CANCELADOS       PIC 9(04).
           05  OPS-CANCEL-NAO-LOCALIZ PIC 9(04).
           05  OPS-VALOR-CANCELADO  PIC 9(11)V99.
      * Filial (cadastro FILIAIS) a que o registro se refere: pilha,
      * fila e deque gravam um registro por filial; em branco, o
      * registro e da empresa toda (arvore AVL, ou lote sem cadastro
      * de filiais).
           05  OPS-FILIAL           PIC X(03).
