      * Arquivo dos ciclos do dia (OPSCICLO): ao fim de cada ciclo
      * completo o LOTE-CONTROLE copia para ca o OPSREPT do ciclo,
      * prefixado pela data de negocio e pelo numero do ciclo.  No
      * ultimo ciclo do dia CONSOLIDAR-CICLOS soma os ciclos da data
      * no registro diario do OPSHIST.  Um ciclo reexecutado grava
      * outro conjunto; vale o ultimo registro de cada estrutura e
      * filial no ciclo.
       01  CCL-REC.
           05  CCL-DATA-NEGOCIO     PIC 9(08).
           05  CCL-CICLO            PIC 9(02).
           05  CCL-CORPO            PIC X(269).
