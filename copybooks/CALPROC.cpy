      * apos um lote completo, e os relatorios (OPS-RELATORIO,
      * OPS-EXTRATO) carimbam o fim de periodo na saida.  Datas
      * ausentes do calendario sao tratadas como uteis.
      * CAL-FILIAL em branco vale para a empresa toda; preenchido, o
      * registro so marca feriado daquela filial (cadastro FILIAIS):
      * o lote roda, os blocos da filial sao recusados pelo
      * ROTEADOR-ENTRADA e a pilha da filial nao e drenada.
       01  CAL-REC.
           05  CAL-DATA             PIC 9(08).
           05  CAL-TIPO             PIC X(01).
               88  CAL-FERIADO      VALUE 'F'.
           05  CAL-FIM-PERIODO      PIC X(01).
               88  CAL-FECHA-PERIODO VALUE 'S'.
           05  CAL-FILIAL           PIC X(03).
