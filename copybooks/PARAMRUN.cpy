      * defaults that were previously hardcoded (capacidade 10,
      * alerta 8, data corrente, carga de demonstracao permitida).
      * As capacidades sao limitadas a 100 (tamanho fisico das
      * tabelas em memoria), menos a da fila, que vai ate 9999.
       01  PARAM-REC.
           05  PAR-CAPACIDADE-PILHA   PIC 9(03).
           05  PAR-CAPACIDADE-FILA    PIC 9(04).
           05  PAR-CAPACIDADE-DEQUE   PIC 9(03).
           05  PAR-ALERTA-DEQUE       PIC 9(03).
           05  PAR-DATA-NEGOCIO       PIC 9(08).
