      * Controle dos ciclos de processamento dentro da data de
      * negocio (CICLOCTL), um registro so.  CIC-CICLOS-DIA e posto
      * pelo operador (quantos ciclos a data tem: meio-dia, 18h e a
      * noite = 03); CIC-DATA-NEGOCIO e CIC-CICLO dizem qual ciclo a
      * proxima execucao do lote roda e sao mantidos pelo proprio
      * LOTE-CONTROLE, que avanca o ciclo a cada ciclo completo e,
      * no ultimo ciclo do dia, volta a 01 junto com o avanco da
      * data.  Data diferente da data de negocio corrente vale como
      * ciclo 01.  Sem este arquivo o lote roda um ciclo so por data,
      * como sempre rodou.  CIC-REPT-ARQUIVADO = 'S' indica que o
      * OPSREPT de cada ciclo completo ja e guardado em OPSCICLO e
      * consolidado no OPSHIST no fim do dia; o lote seguinte so o
      * esvazia, sem arquiva-lo de novo.
       01  CIC-REC.
           05  CIC-CICLOS-DIA       PIC 9(02).
           05  CIC-DATA-NEGOCIO     PIC 9(08).
           05  CIC-CICLO            PIC 9(02).
           05  CIC-REPT-ARQUIVADO   PIC X(01).
               88  CIC-REPT-EM-OPSCICLO VALUE 'S'.
           05  FILLER               PIC X(07).
