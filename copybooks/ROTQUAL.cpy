      * Volume recebido por fonte na execucao do roteador (ROTQUAL),
      * refeito a cada execucao de ROTEADOR-ENTRADA: por
      * INT-HDR-ORIGEM, quantos blocos chegaram, quantos falharam na
      * conferencia do envelope e quantos registros de detalhe os
      * blocos traziam.  Blocos sem cabecalho contam como
      * "*SEMHDR*".  Execucao sem INTAKE deixa o arquivo vazio.
      * DEVOLVER-REJEITADOS leva os numeros para o historico FNTQUAL.
       01  RQL-REC.
           05  RQL-DATA-NEGOCIO     PIC 9(08).
           05  RQL-ORIGEM           PIC X(08).
           05  RQL-BLOCOS           PIC 9(05).
           05  RQL-BLOCOS-FALHOS    PIC 9(05).
           05  RQL-REGISTROS        PIC 9(07).
           05  FILLER               PIC X(07).
