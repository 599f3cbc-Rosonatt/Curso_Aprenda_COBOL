      * Selos dos arquivos de auditoria e jornal (SELOS): um registro
      * por arquivo selado com a quantidade de registros, o total de
      * hash e o ultimo carimbo encontrados quando o ultimo programa
      * que o escreveu o fechou, mais quem selou e quando.  O total
      * de hash acumula, registro a registro, a soma dos bytes
      * ponderada pela posicao (H = H * 31 + soma, modulo o primo
      * 999999999999989), de modo que truncar, alterar, reordenar ou
      * acrescentar registros muda o selo.  SELAR-ARQUIVO grava e
      * confere; VERIFICAR-SELOS confere todos e emite o SELOREL.
       01  SEL-REC.
           05  SEL-ARQUIVO          PIC X(08).
           05  SEL-QTDE-REGISTROS   PIC 9(09).
           05  SEL-HASH             PIC 9(15).
           05  SEL-ULTIMO-CARIMBO   PIC X(26).
           05  SEL-PROGRAMA         PIC X(20).
           05  SEL-CARIMBO-SELO     PIC X(26).
           05  FILLER               PIC X(16).
