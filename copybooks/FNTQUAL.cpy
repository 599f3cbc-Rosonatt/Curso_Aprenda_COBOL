      * Historico de qualidade das fontes (FNTQUAL), acumulado entre
      * noites por DEVOLVER-REJEITADOS: um registro por data de
      * negocio, ciclo e INT-HDR-ORIGEM, com o volume recebido
      * (blocos, blocos que falharam no envelope, registros de
      * detalhe, do ROTQUAL), os rejeitados devolvidos a fonte por
      * classe do codigo padrao (DEVOLREG) e os ITEM-ID duplicados
      * detectados, rejeitados ou nao.  A reexecucao do mesmo ciclo
      * substitui o volume e so soma rejeitados ainda nao
      * devolvidos.  QUALIDADE-FONTES le o arquivo para o placar
      * mensal.
       01  FQH-REC.
           05  FQH-DATA-NEGOCIO     PIC 9(08).
           05  FQH-CICLO            PIC 9(02).
           05  FQH-ORIGEM           PIC X(08).
           05  FQH-BLOCOS           PIC 9(05).
           05  FQH-BLOCOS-FALHOS    PIC 9(05).
           05  FQH-REGISTROS        PIC 9(07).
           05  FQH-REJ-ENVELOPE     PIC 9(07).
           05  FQH-REJ-DUPLICADO    PIC 9(07).
           05  FQH-REJ-REGRA        PIC 9(07).
           05  FQH-REJ-ESTRUTURA    PIC 9(07).
           05  FQH-REJ-FORMATO      PIC 9(07).
           05  FQH-REJ-OUTROS       PIC 9(07).
           05  FQH-DUPLICADOS       PIC 9(07).
           05  FILLER               PIC X(10).
