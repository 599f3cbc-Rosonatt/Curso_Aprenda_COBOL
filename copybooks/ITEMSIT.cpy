      * Situacao do item de negocio ao longo do ciclo de vida
      * (arquivo indexado ITEMSIT).  Chave: ITEM-ID + ITEM-DATA-NEG.
      * Cada passagem do item pelo roteador, pelas estruturas e pelo
      * reparo acrescenta um evento datado; SIT-SITUACAO guarda o
      * ultimo.  Com a tabela de eventos cheia, o mais antigo sai
      * para dar lugar ao novo (SIT-EVT-DESCARTADOS conta quantos).
       01  SIT-REC.
           05  SIT-CHAVE.
               10  SIT-ITEM-ID      PIC X(08).
               10  SIT-DATA-NEG     PIC 9(08).
           05  SIT-TIPO             PIC X(02).
           05  SIT-VALOR            PIC 9(07)V99.
           05  SIT-SITUACAO         PIC X(12).
           05  SIT-ULTIMA-ATUALIZ   PIC X(14).
           05  SIT-EVT-DESCARTADOS  PIC 9(04).
           05  SIT-QTDE-EVENTOS     PIC 9(02).
           05  SIT-EVENTO OCCURS 20 TIMES.
               10  SIT-EVT-TIMESTAMP    PIC X(14).
               10  SIT-EVT-PROGRAMA     PIC X(08).
               10  SIT-EVT-CODIGO       PIC X(12).
               10  SIT-EVT-DETALHE      PIC X(20).
