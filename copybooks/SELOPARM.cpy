      * Parametros de chamada de SELAR-ARQUIVO.  Todo programa que
      * escreve em AVLJRNL, PILHASET, FILALOG, DEQEXPED, PARAMHIS ou
      * CONSLOG sela o arquivo ao fecha-lo, em nome de SLO-PROGRAMA:
      *   SLO-SELAR: o arquivo foi regravado por inteiro pela etapa;
      *   o selo e recalculado e gravado em SELOS.
      *   SLO-SELAR-ACRESCIMO: a etapa so acrescentou registros; o
      *   selo so e renovado se os registros ja selados continuam
      *   intactos - senao o selo antigo fica (a divergencia segue
      *   visivel) e sai alerta A.
      * SLO-VERIFICAR recalcula e compara com o selo gravado,
      * devolvendo o resultado e os dois lados.
      *   SLO-ACRESCIDO: os registros selados conferem, mas ha
      *   registros depois deles (etapa interrompida antes de selar
      *   ou acrescimo manual).
       01  SLO-PARAMETROS.
           05  SLO-OPERACAO         PIC X(01).
               88  SLO-SELAR        VALUE 'S'.
               88  SLO-SELAR-ACRESCIMO VALUE 'A'.
               88  SLO-VERIFICAR    VALUE 'V'.
           05  SLO-ARQUIVO          PIC X(08).
           05  SLO-PROGRAMA         PIC X(20).
           05  SLO-RESULTADO        PIC X(01).
               88  SLO-CONFERE      VALUE 'S'.
               88  SLO-DIVERGE      VALUE 'D'.
               88  SLO-ACRESCIDO    VALUE 'A'.
               88  SLO-SEM-SELO     VALUE 'N'.
               88  SLO-SEM-MOVIMENTO VALUE 'Z'.
               88  SLO-ARQ-INVALIDO VALUE 'X'.
           05  SLO-ARQ-PRESENTE     PIC X(01).
           05  SLO-ATUAL.
               10  SLO-QTDE-ATUAL   PIC 9(09).
               10  SLO-HASH-ATUAL   PIC 9(15).
               10  SLO-ULTIMO-ATUAL PIC X(26).
           05  SLO-SELO.
               10  SLO-QTDE-SELO    PIC 9(09).
               10  SLO-HASH-SELO    PIC 9(15).
               10  SLO-ULTIMO-SELO  PIC X(26).
               10  SLO-SELADO-POR   PIC X(20).
               10  SLO-SELADO-EM    PIC X(26).
