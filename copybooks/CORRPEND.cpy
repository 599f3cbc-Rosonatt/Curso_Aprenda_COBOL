      * Correcoes de rejeitados a espera de aprovacao (CORRPEND).
      * REPARO-REJEITADOS move para ca cada registro digitado em
      * CORRECOES, com o operador que digitou e o carimbo, na
      * situacao 'P'.  APROVAR-CORRECOES registra a decisao de outro
      * operador do OPERAUTH ('A' aprovada, 'R' recusada), e so a
      * aprovada volta ao INTAKE na proxima execucao do reparo, que
      * a marca 'E' (reenviada) ou 'I' (ainda invalida).  Diferenca
      * de ITEM-VALOR acima do limite do CORRPARM exige supervisor
      * (CPD-EXIGE-SUPERVISOR = 'S').
       01  CPD-REC.
           05  CPD-SEQUENCIA        PIC 9(06).
           05  CPD-TIMESTAMP        PIC X(26).
           05  CPD-OPERADOR         PIC X(08).
           05  CPD-ORIGEM           PIC X(05).
           05  CPD-ITEM-ORIGINAL    PIC X(27).
           05  CPD-ITEM-CORRIGIDO   PIC X(27).
           05  CPD-PRIORIDADE       PIC X(01).
           05  CPD-VALOR-DIFERENCA  PIC 9(07)V99.
           05  CPD-EXIGE-SUPERVISOR PIC X(01).
           05  CPD-SITUACAO         PIC X(01).
               88  CPD-PENDENTE     VALUE 'P'.
               88  CPD-APROVADA     VALUE 'A'.
               88  CPD-RECUSADA     VALUE 'R'.
               88  CPD-REENVIADA    VALUE 'E'.
               88  CPD-INVALIDA     VALUE 'I'.
           05  CPD-DECISOR          PIC X(08).
           05  CPD-TIMESTAMP-DECISAO PIC X(26).
      * Fonte (INT-HDR-ORIGEM) e filial do item rejeitado.  A filial
      * vem digitada no CORRECOES (em branco vale para qualquer
      * filial); quando a correcao aprovada encontra o seu item no
      * FILAERRO/DEQUEERR, o reparo grava a fonte e a filial que o
      * rejeitado traz, e o reenvio sai no envelope delas.
           05  CPD-FONTE            PIC X(08).
           05  CPD-FILIAL           PIC X(03).
