      * Cadastro de filiais (FILIAIS), um registro por filial que
      * roda no lote noturno.  O primeiro registro e a matriz: recebe
      * os blocos do INTAKE com codigo de filial em branco.  As
      * capacidades, o alerta do deque e o limite de espera da fila
      * valem so para a filial; zero usa o valor do PARAMRUN.  Sem
      * este arquivo o lote roda como filial unica (codigo em
      * branco), com os parametros do PARAMRUN.
       01  FIL-REC.
           05  FIL-CODIGO           PIC X(03).
           05  FIL-NOME             PIC X(20).
           05  FIL-CAP-PILHA        PIC 9(03).
           05  FIL-CAP-FILA         PIC 9(04).
           05  FIL-CAP-DEQUE        PIC 9(03).
           05  FIL-ALERTA-DEQUE     PIC 9(03).
           05  FIL-SLA-SEGUNDOS     PIC 9(05).
