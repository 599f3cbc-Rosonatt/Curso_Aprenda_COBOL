      * Lista de trabalho de excecoes (EXCLIST).  LISTA-EXCECOES
      * junta a cada noite as excecoes novas de INTAKERR, ROTDUPS,
      * ROTREGRJ, FILAERRO, DEQUEERR, AVLINSRJ, FILASLA e ANOMRET
      * (itens retidos pela triagem de anomalias), uma entrada
      * por ocorrencia, com a fonte, o motivo, o item e a data de
      * negocio da noite em que apareceu.  A entrada fica aberta ate
      * receber um codigo de resolucao: 'CO' corrigido, 'BX' baixado
      * (perda assumida) ou 'DC' duplicidade confirmada, digitado
      * pelo operador em EXCRESOL ou posto pelo proprio programa
      * quando o REPARO-REJEITADOS reenvia o item (operador REPARO).
      * Severidade no padrao do ALERTREG ('A', 'M', 'I').
       01  EXC-REC.
           05  EXC-SEQUENCIA        PIC 9(07).
           05  EXC-FONTE            PIC X(08).
           05  EXC-SEVERIDADE       PIC X(01).
           05  EXC-MOTIVO           PIC X(20).
           05  EXC-ESTRUTURA        PIC X(05).
           05  EXC-ITEM-ID          PIC X(08).
           05  EXC-IMAGEM           PIC X(29).
           05  EXC-TIMESTAMP-ORIGEM PIC X(26).
           05  EXC-DATA-NEGOCIO     PIC 9(08).
           05  EXC-SITUACAO         PIC X(01).
               88  EXC-ABERTA       VALUE 'A'.
               88  EXC-FECHADA      VALUE 'F'.
           05  EXC-RESOLUCAO        PIC X(02).
               88  EXC-RES-VALIDA   VALUES 'CO' 'BX' 'DC'.
           05  EXC-OPERADOR         PIC X(08).
           05  EXC-DATA-FECHAMENTO  PIC 9(08).
           05  EXC-TIMESTAMP-FECHAMENTO PIC X(26).
