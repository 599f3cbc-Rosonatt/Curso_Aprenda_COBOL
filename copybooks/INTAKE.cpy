      * todos os registros da fila); pops da pilha, remocoes do
      * deque e transacoes da arvore AVL contribuem zero.
      * ROTEADOR-ENTRADA confere cada envelope antes de rotear
      * qualquer registro do bloco.  O cabecalho pode trazer a hora
      * (HHMM) em que a fonte fechou o bloco, conferida contra o
      * horario de corte do cadastro FONTES; em branco, a entrega
      * conta como dentro do prazo.
      *
      * O cabecalho traz ainda o codigo da filial dona do bloco,
      * conferido contra o cadastro FILIAIS; em branco, o bloco e da
      * primeira filial cadastrada (a matriz).  Sem cadastro de
      * filiais o lote roda como filial unica e o codigo tem de vir
      * em branco.
      *
      * Cancelamento por ITEM-ID: na pilha e no deque, codigo "C" na
      * primeira posicao do corpo e o id logo apos o codigo (pilha
      * "C"+id, deque "C"+branco+id); na fila, o id nas 8 primeiras
      * posicoes e "C" na posicao 28 do corpo.  Nao carregam item
      * de negocio: contribuem zero para o hash.
       01  INT-REC.
           05  INT-ESTRUTURA        PIC X(05).
               88  INT-EST-PILHA    VALUE "PILHA".
           05  INT-CORPO-HDR REDEFINES INT-CORPO.
               10  INT-HDR-ORIGEM   PIC X(08).
               10  INT-HDR-DATA-NEG PIC 9(08).
               10  INT-HDR-HORA     PIC X(04).
               10  INT-HDR-FILIAL   PIC X(03).
               10  FILLER           PIC X(06).
           05  INT-CORPO-TRL REDEFINES INT-CORPO.
               10  INT-TRL-CONTAGEM PIC 9(06).
               10  INT-TRL-HASH     PIC 9(13)V99.
