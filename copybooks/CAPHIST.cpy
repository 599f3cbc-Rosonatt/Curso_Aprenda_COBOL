      * Historico de ocupacao das estruturas (CAPHIST), acumulado
      * entre noites: pilha, fila e deque acrescentam um registro
      * por filial a cada execucao (um por ciclo, com CICLOCTL) com
      * a capacidade vigente, o pico de ocupacao e o carimbo em que
      * foi atingido, quantas vezes a ocupacao entrou na margem de
      * alerta e quantos itens foram recusados por estrutura cheia
      * (pilha cheia, fila cheia, desvio do deque para o DEQSPILL).
      * A margem e o alerta do deque (PAR-ALERTA-DEQUE ou o da
      * filial); na pilha e na fila, 80% da capacidade.  Execucoes
      * em simulacao nao gravam.  PLANEJAR-CAPACIDADE le o arquivo
      * para o relatorio mensal de planejamento.
       01  CAP-REC.
           05  CAP-DATA-NEGOCIO     PIC 9(08).
           05  CAP-CICLO            PIC 9(02).
           05  CAP-ESTRUTURA        PIC X(05).
           05  CAP-FILIAL           PIC X(03).
           05  CAP-CAPACIDADE       PIC 9(04).
           05  CAP-LIMIAR           PIC 9(04).
           05  CAP-OCUPACAO-INICIAL PIC 9(04).
           05  CAP-PICO             PIC 9(04).
           05  CAP-PICO-CARIMBO     PIC X(26).
           05  CAP-ENTRADAS-MARGEM  PIC 9(05).
           05  CAP-RECUSADOS        PIC 9(05).
           05  FILLER               PIC X(06).
