      * Controle de periodos contabeis (PERIODOS), um registro por
      * periodo ja fechado: intervalo de datas de negocio, situacao
      * ('F' fechado, 'R' reaberto formalmente) e quem/quando fez a
      * ultima mudanca.  FECHAMENTO-PERIODO grava o registro no fim
      * de periodo do CALPROC; REABRIR-PERIODO reabre com
      * autorizacao de supervisor.  LOTE-CONTROLE recusa rodar numa
      * data de negocio dentro de periodo fechado.
       01  PER-REC.
           05  PER-DATA-INICIO      PIC 9(08).
           05  PER-DATA-FIM         PIC 9(08).
           05  PER-SITUACAO         PIC X(01).
               88  PER-FECHADO      VALUE 'F'.
               88  PER-REABERTO     VALUE 'R'.
           05  PER-TIMESTAMP        PIC X(26).
           05  PER-OPERADOR         PIC X(08).
