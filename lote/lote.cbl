           SELECT TEMPO-FILE ASSIGN TO "LOTETIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TEMPO-STATUS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERIODO-STATUS.
           SELECT PILHA-CKPT-FILE ASSIGN TO "PILHACKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PILHA-CKPT-STATUS.
           SELECT PILHA-COPIA-FILE ASSIGN TO DYNAMIC WS-COPIA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PILHA-COPIA-STATUS.
           SELECT CARRY-CKPT-FILE ASSIGN TO DYNAMIC WS-CARRY-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARRY-CKPT-STATUS.
           SELECT CARRY-COPIA-FILE ASSIGN TO DYNAMIC WS-COPIA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARRY-COPIA-STATUS.
           SELECT CICLO-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CICLO-STATUS.
           SELECT OPS-CICLO-FILE ASSIGN TO "OPSCICLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPS-CICLO-STATUS.
           SELECT AVL-DCTL-FILE ASSIGN TO "AVLDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AVL-DCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AVL-TXN-FILE.
       01  AVL-TXN-REC.
           05  TXN-CODE             PIC X(01).
           05  TXN-VALUE            PIC X(12).
           05  TXN-VALUE2           PIC X(12).

      * HIS-CORPO precisa comportar o registro OPSREPT completo
      * (hoje 269 bytes, com os campos acrescentados no fim).
       FD  OPS-HIST-FILE.
       01  HIS-REC.
           05  HIS-DATA-REF         PIC X(08).
           05  HIS-CORPO            PIC X(269).

      * Cada registro de retomada leva a data de negocio e o ciclo
      * da execucao que o gravou; so vale para a mesma data e ciclo.
       FD  RESTART-FILE.
       01  RESTART-REC.
           05  RSTF-ETAPA           PIC 9(02).
           05  RSTF-COMPLETA        PIC X(01).
           05  RSTF-RC              PIC 9(02).
           05  RSTF-DATA            PIC 9(08).
           05  RSTF-CICLO           PIC 9(02).

       FD  PARAM-FILE.
       COPY PARAMRUN.

       FD  PILHA-TXN-FILE.
      * Registros de codigo "H" sao marcadores de filial gravados
      * pelo ROTEADOR-ENTRADA, nao transacoes: ficam fora da
      * contagem.
       01  PILHA-TXN-REC.
           05  PTX-CODE             PIC X(01).
           05  FILLER               PIC X(27).

       FD  FILA-TXN-FILE.
       01  FILA-TXN-REC.
           05  FILLER               PIC X(27).
           05  FTX-CODE             PIC X(01).

       FD  DEQUE-TXN-FILE.
       01  DEQUE-TXN-REC.
           05  DTX-CODE             PIC X(01).
           05  FILLER               PIC X(28).

      * Razao de lotes processados: uma linha por arquivo de
      * transacao consumido, chaveada por data de negocio + nome do
      * arquivo + contagem de registros + ciclo da data.  Impede
      * que o mesmo conteudo seja reprocessado na mesma data e ciclo
      * sem override.
       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LED-DATA             PIC 9(08).
           05  LED-ARQUIVO          PIC X(08).
           05  LED-CONTAGEM         PIC 9(06).
           05  LED-CICLO            PIC 9(02).

       FD  CALENDARIO-FILE.
       COPY CALPROC.
           05  TIM-FIM          PIC X(14).
           05  TIM-DURACAO-SEG  PIC 9(07).

       FD  PERIODO-FILE.
       COPY PERIODO.

      * Copia do checkpoint da pilha como estava antes da noite
      * (PCKP + data de negocio), guardada para o estorno da data;
      * um registro por filial.
       FD  PILHA-CKPT-FILE.
       01  PILHA-CKPT-REC           PIC X(2706).

       FD  PILHA-COPIA-FILE.
       01  PILHA-COPIA-REC          PIC X(2706).

      * Itens que a fila e o deque levam de um ciclo do dia para o
      * seguinte (FILACKP, DEQUECKP), copiados antes do primeiro
      * ciclo da data em FCKP / DCKP + data, como o PILHACKP.
       FD  CARRY-CKPT-FILE.
       01  CARRY-CKPT-REC           PIC X(60).

       FD  CARRY-COPIA-FILE.
       01  CARRY-COPIA-REC          PIC X(60).

       FD  CICLO-FILE.
       01  CICLO-REC                PIC X(20).

       FD  OPS-CICLO-FILE.
       COPY OPSCICLO.

       FD  AVL-DCTL-FILE.
       COPY AVLDCTL.

       WORKING-STORAGE SECTION.
       01  OPS-REPT-STATUS      PIC X(02).
       01  AVL-TXN-STATUS       PIC X(02).
       01  AVL-DCTL-STATUS      PIC X(02).
       01  OPS-HIST-STATUS      PIC X(02).
       01  RESTART-STATUS       PIC X(02).
       01  PARAM-STATUS         PIC X(02).
           88  DATA-NAO-UTIL    VALUE 'N'.
       01  WS-FIM-PERIODO-SW    PIC X(01) VALUE 'N'.
           88  FIM-DE-PERIODO   VALUE 'S'.
       01  WS-FIM-MES-SW        PIC X(01) VALUE 'N'.
           88  FIM-DE-MES       VALUE 'S'.
       01  WS-OVERRIDE-CAL-SW   PIC X(01) VALUE 'N'.
           88  OVERRIDE-CALENDARIO  VALUE 'S'.
       01  WS-PROXIMO-UTIL      PIC 9(08) VALUE 0.
       01  WS-AVANCO-SW         PIC X(01) VALUE 'N'.
           88  AVANCO-PENDENTE  VALUE 'S'.

      * Data de negocio dentro de periodo ja fechado (PERIODOS) e
      * ainda nao reaberto: o lote e recusado.
       01  PERIODO-STATUS       PIC X(02).
       01  WS-PER-FECHADO-SW    PIC X(01) VALUE 'N'.
           88  DATA-EM-PERIODO-FECHADO VALUE 'S'.
       01  WS-PER-INICIO        PIC 9(08) VALUE 0.
       01  WS-PER-FIM           PIC 9(08) VALUE 0.

       01  PILHA-CKPT-STATUS    PIC X(02).
       01  PILHA-COPIA-STATUS   PIC X(02).
       01  WS-COPIA-NOME        PIC X(12).
       01  CARRY-CKPT-STATUS    PIC X(02).
       01  CARRY-COPIA-STATUS   PIC X(02).
       01  WS-CARRY-NOME        PIC X(12).
       01  WS-CARRY-PREFIXO     PIC X(04).

      * Ciclos de processamento dentro da data de negocio
      * (CICLOCTL).  Sem o arquivo o lote e de ciclo unico: ciclo 01
      * e final, como sempre foi.  So o ciclo final avanca a data,
      * roda a limpeza, a consolidacao dos ciclos e o fechamento.
       01  CICLO-STATUS         PIC X(02).
       01  OPS-CICLO-STATUS     PIC X(02).
       COPY CICLOCTL.
       01  WS-MODO-CICLO-SW     PIC X(01) VALUE 'N'.
           88  MODO-CICLOS      VALUE 'S'.
       01  WS-CICLO             PIC 9(02) VALUE 1.
       01  WS-CICLOS-DIA        PIC 9(02) VALUE 1.
       01  WS-CICLO-FINAL-SW    PIC X(01) VALUE 'S'.
           88  CICLO-FINAL          VALUE 'S'.
           88  CICLO-INTERMEDIARIO  VALUE 'N'.
       01  WS-DATA-AVANCADA-SW  PIC X(01) VALUE 'N'.
           88  DATA-AVANCADA    VALUE 'S'.
       01  WS-RESTART-OUTRO-SW  PIC X(01) VALUE 'N'.
           88  RESTART-DE-OUTRO-CICLO VALUE 'S'.
       01  WS-CCL-GRAVADOS      PIC 9(04) VALUE 0.

      * Modo simulacao: a cadeia roda inteira, mas nada que
      * sobrevive a noite e gravado (retomada, ledger, historico de
      * tempos, avanco de data); os programas de estrutura leem o
           88  LOTE-BLOQUEADO   VALUE 'Y'.
           88  LOTE-LIBERADO    VALUE 'N'.

      * Roteador devolveu RC 12: fonte obrigatoria ausente com
      * retencao no cadastro FONTES; a noite nao roda.
       01  WS-RETENCAO-SW       PIC X(01) VALUE 'N'.
           88  ENTRADA-RETIDA   VALUE 'S'.

      * VERIFICAR-SELOS devolveu RC 8: arquivo de auditoria ou
      * jornal nao confere com o seu selo; a noite nao roda.
       01  WS-SELOS-SW          PIC X(01) VALUE 'S'.
           88  SELOS-INTEGROS   VALUE 'S'.
           88  SELO-VIOLADO     VALUE 'V'.

       01  WS-ARQ-IDX           PIC 9(02).
       01  TAB-ARQUIVOS.
           05  ARQ-ENT OCCURS 4 TIMES.
           88  KEEP-COUBE       VALUE 'N'.
       01  TAB-OPS-MANTIDOS.
           05  KEEP-QTDE        PIC 9(02) VALUE 0.
           05  KEEP-ENT OCCURS 40 TIMES.
               10  KEEP-REC     PIC X(269).

       COPY SELOPARM.

       PROCEDURE DIVISION.
       MAIN-LOTE.
           DISPLAY "===== Lote de controle - inicio ====="

           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CICLO

           PERFORM VERIFICAR-CALENDARIO
           IF DATA-NAO-UTIL AND NOT OVERRIDE-CALENDARIO
                   "no calendario"
           END-IF

           PERFORM VERIFICAR-PERIODO-FECHADO
           IF DATA-EM-PERIODO-FECHADO AND NOT MODO-SIMULACAO
               DISPLAY "ALERTA: data de negocio " WS-DATA-NEGOCIO
                   " pertence ao periodo fechado " WS-PER-INICIO
                   " a " WS-PER-FIM " - lote recusado (RC 12); "
                   "reabra o periodo com REABRIR-PERIODO"
               MOVE 'A' TO WS-ALR-SEVERIDADE
               MOVE "LOTEPER" TO WS-ALR-CODIGO
               MOVE SPACES TO WS-ALR-TEXTO
               STRING "LOTE RECUSADO: DATA " WS-DATA-NEGOCIO
                   " EM PERIODO FECHADO ATE " WS-PER-FIM
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               PERFORM GRAVAR-ALERTA
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF DATA-EM-PERIODO-FECHADO
               DISPLAY "Simulacao em data de periodo fechado - "
                   "permitida (nada sera persistido)"
           END-IF

           PERFORM CARREGAR-RESTART

           IF LOTE-NOVO
               IF MODO-CICLOS AND CIC-REPT-EM-OPSCICLO
                   DISPLAY "OPSREPT anterior ja guardado em OPSCICLO "
                       "- apenas esvaziado"
               ELSE
                   PERFORM ARQUIVAR-RELATORIO-ANTERIOR
               END-IF
               PERFORM INICIALIZAR-RELATORIO-CONSOLIDADO
               PERFORM INICIALIZAR-ARQUIVO-ALERTAS
               PERFORM VERIFICAR-SELOS-AUDITORIA
           ELSE
               DISPLAY "Execucao anterior incompleta detectada - "
                   "retomando etapas pendentes (OPSREPT preservado)"
           END-IF

           IF LOTE-NOVO AND SELOS-INTEGROS
               DISPLAY "Roteamento de entrada: ROTEADOR-ENTRADA"
               MOVE "ROTEADOR-ENTRADA" TO WS-CRONO-ETAPA
               PERFORM INICIAR-CRONOMETRO
               CALL "ROTEADOR-ENTRADA"
               PERFORM VERIFICAR-STATUS-ETAPA
               PERFORM ENCERRAR-CRONOMETRO
               IF WS-ETAPA-STATUS = 12
                   SET ENTRADA-RETIDA TO TRUE
               ELSE
                   DISPLAY "Triagem de anomalias: TRIAGEM-ANOMALIAS"
                   MOVE "TRIAGEM-ANOMALIAS" TO WS-CRONO-ETAPA
                   PERFORM INICIAR-CRONOMETRO
                   CALL "TRIAGEM-ANOMALIAS"
                   PERFORM VERIFICAR-STATUS-ETAPA
                   PERFORM ENCERRAR-CRONOMETRO
               END-IF
           END-IF

           PERFORM CONTAR-ARQUIVOS-TRANSACAO
           IF ENTRADA-RETIDA
               DISPLAY "ALERTA: entrada retida pelo roteador - fonte "
                   "obrigatoria ausente (ver FONTEREL); reexecute "
                   "quando a fonte chegar"
               SET LOTE-BLOQUEADO TO TRUE
           ELSE
               IF LOTE-NOVO AND NOT MODO-SIMULACAO
                   PERFORM VERIFICAR-DUPLO-PROCESSAMENTO
               END-IF
           END-IF

           IF SELO-VIOLADO
               DISPLAY "ALERTA: arquivo de auditoria nao confere com "
                   "o selo (ver SELOREL) - noite nao iniciada"
               SET LOTE-BLOQUEADO TO TRUE
           END-IF

           IF LOTE-BLOQUEADO
               DISPLAY "Lote bloqueado - nenhuma etapa executada"
               MOVE 12 TO WS-LOTE-STATUS
           ELSE
               IF LOTE-NOVO AND NOT MODO-SIMULACAO
                   PERFORM GUARDAR-CHECKPOINT-PILHA
               END-IF
               PERFORM EXECUTAR-ETAPA
                   VARYING WS-ETAPA-IDX FROM 1 BY 1
                   UNTIL WS-ETAPA-IDX > 4

               PERFORM ENCERRAR-RESTART
               IF AVANCO-PENDENTE AND MODO-CICLOS
                   PERFORM ARQUIVAR-RELATORIO-CICLO
               END-IF

               IF MODO-SIMULACAO
                   DISPLAY "Simulacao: LISTA-EXCECOES pulada "
                       "(reescreveria EXCLIST e EXCCTL)"
                   DISPLAY "Simulacao: DEVOLVER-REJEITADOS pulada "
                       "(gravaria a devolucao as fontes)"
                   DISPLAY "Simulacao: LIMPEZA-AUDITORIA pulada "
                       "(reescreveria os arquivos de auditoria)"
               ELSE
                   DISPLAY "Lista de excecoes: LISTA-EXCECOES"
                   MOVE "LISTA-EXCECOES" TO WS-CRONO-ETAPA
                   PERFORM INICIAR-CRONOMETRO
                   CALL "LISTA-EXCECOES"
                   PERFORM VERIFICAR-STATUS-ETAPA
                   PERFORM ENCERRAR-CRONOMETRO
                   DISPLAY "Devolucao as fontes: DEVOLVER-REJEITADOS"
                   MOVE "DEVOLVER-REJEITADOS" TO WS-CRONO-ETAPA
                   PERFORM INICIAR-CRONOMETRO
                   CALL "DEVOLVER-REJEITADOS"
                   PERFORM VERIFICAR-STATUS-ETAPA
                   PERFORM ENCERRAR-CRONOMETRO
      * A limpeza da auditoria e coisa do fim do dia: os ciclos
      * intermediarios ainda vao gravar na mesma trilha.
                   IF CICLO-INTERMEDIARIO
                       DISPLAY "Ciclo intermediario: LIMPEZA-AUDITORIA "
                           "fica para o ultimo ciclo do dia"
                   ELSE
                       DISPLAY "Etapa final: LIMPEZA-AUDITORIA"
                       MOVE "LIMPEZA-AUDITORIA" TO WS-CRONO-ETAPA
                       PERFORM INICIAR-CRONOMETRO
                       CALL "LIMPEZA-AUDITORIA"
                       PERFORM VERIFICAR-STATUS-ETAPA
                       PERFORM ENCERRAR-CRONOMETRO
                   END-IF
               END-IF
           END-IF

               CALL "LOTE-BALANCEAMENTO"
               PERFORM VERIFICAR-STATUS-ETAPA
               PERFORM ENCERRAR-CRONOMETRO
      * O diario contabil e a cobranca vao para o financeiro: um
      * dry-run nao pode gera-los.
               IF MODO-SIMULACAO
                   DISPLAY "Simulacao: LANCAMENTO-CONTABIL e "
                       "TARIFACAO-ITENS pulados (gerariam diario "
                       "contabil e cobranca)"
                   DISPLAY "Simulacao: CONCILIAR-ENTREGAS pulada "
                       "(baixaria a carteira ENTRPEND)"
               ELSE
                   DISPLAY "Interface contabil: LANCAMENTO-CONTABIL"
                   MOVE "LANCAMENTO-CONTABIL" TO WS-CRONO-ETAPA
                   PERFORM INICIAR-CRONOMETRO
                   CALL "LANCAMENTO-CONTABIL"
                   PERFORM VERIFICAR-STATUS-ETAPA
                   PERFORM ENCERRAR-CRONOMETRO
                   DISPLAY "Tarifacao dos itens: TARIFACAO-ITENS"
                   MOVE "TARIFACAO-ITENS" TO WS-CRONO-ETAPA
                   PERFORM INICIAR-CRONOMETRO
                   CALL "TARIFACAO-ITENS"
                   PERFORM VERIFICAR-STATUS-ETAPA
                   PERFORM ENCERRAR-CRONOMETRO
                   DISPLAY "Entregas do manifesto: CONCILIAR-ENTREGAS"
                   MOVE "CONCILIAR-ENTREGAS" TO WS-CRONO-ETAPA
                   PERFORM INICIAR-CRONOMETRO
                   CALL "CONCILIAR-ENTREGAS"
                   PERFORM VERIFICAR-STATUS-ETAPA
                   PERFORM ENCERRAR-CRONOMETRO
                   IF MODO-CICLOS AND CICLO-FINAL
                       PERFORM EXECUTAR-CONSOLIDACAO-CICLOS
                   END-IF
                   IF FIM-DE-PERIODO
                       IF CICLO-INTERMEDIARIO
                           DISPLAY "Ciclo intermediario: fechamento do "
                               "periodo fica para o ultimo ciclo do dia"
                       ELSE
                           PERFORM EXECUTAR-FECHAMENTO-PERIODO
                       END-IF
                   END-IF
               END-IF
               DISPLAY "Boletim de alertas: DESPACHO-ALERTAS"
               MOVE "DESPACHO-ALERTAS" TO WS-CRONO-ETAPA
               PERFORM INICIAR-CRONOMETRO
                   CALL "RELATORIO-TEMPOS"
                   PERFORM VERIFICAR-STATUS-ETAPA
               END-IF
      * Ultima noite util do mes (no ultimo ciclo, com ciclos):
      * planejamento de capacidade sobre o historico CAPHIST e
      * placar de qualidade das fontes sobre o FNTQUAL.
               IF NOT MODO-SIMULACAO AND FIM-DE-MES
                   AND NOT CICLO-INTERMEDIARIO
                   DISPLAY "Fim de mes: PLANEJAR-CAPACIDADE"
                   CALL "PLANEJAR-CAPACIDADE"
                   PERFORM VERIFICAR-STATUS-ETAPA
                   DISPLAY "Fim de mes: QUALIDADE-FONTES"
                   CALL "QUALIDADE-FONTES"
                   PERFORM VERIFICAR-STATUS-ETAPA
               END-IF
           END-IF

      * O avanco da data so acontece depois dos relatorios (que
      * ainda reportam a data desta noite) e so em noite sadia.  Um
      * ciclo intermediario avanca so o ciclo; o ultimo ciclo do dia
      * avanca a data e devolve o controle de ciclos ao ciclo 01.
           IF AVANCO-PENDENTE AND WS-LOTE-STATUS < 8
               IF CICLO-INTERMEDIARIO
                   PERFORM AVANCAR-CICLO
               ELSE
                   PERFORM AVANCAR-DATA-NEGOCIO
                   IF MODO-CICLOS AND DATA-AVANCADA
                       PERFORM REINICIAR-CICLO
                   END-IF
               END-IF
           END-IF

           MOVE WS-LOTE-STATUS TO RETURN-CODE
                   IF ETAPA-PROGRAMA(WS-ETAPA-IDX)
                       = "AVL-TREE-COMPLETE"
                       PERFORM PRIMAR-ARQUIVO-TRANSACAO-AVL
                       PERFORM DERIVAR-CONTAGEM-AVL
                   END-IF
                   MOVE ETAPA-PROGRAMA(WS-ETAPA-IDX)
                       TO WS-CRONO-ETAPA
                   "EFEITO SERA PERSISTIDO *****"
           END-IF.

      * Ciclo desta execucao dentro da data de negocio: o CICLOCTL
      * diz o proximo ciclo da data; data diferente e o ciclo 01.
      * Os programas de estrutura leem o mesmo arquivo e chegam ao
      * mesmo ciclo, pois o lote so o regrava no fim da execucao.
       CARREGAR-CICLO.
           OPEN INPUT CICLO-FILE
           IF CICLO-STATUS = "00"
               READ CICLO-FILE INTO CIC-REC
                   NOT AT END
                       SET MODO-CICLOS TO TRUE
               END-READ
               CLOSE CICLO-FILE
           END-IF
           IF MODO-CICLOS
               IF CIC-CICLOS-DIA NUMERIC AND CIC-CICLOS-DIA > 0
                   MOVE CIC-CICLOS-DIA TO WS-CICLOS-DIA
               END-IF
               IF CIC-DATA-NEGOCIO NUMERIC
                   AND CIC-DATA-NEGOCIO = WS-DATA-NEGOCIO
                   AND CIC-CICLO NUMERIC AND CIC-CICLO > 0
                   MOVE CIC-CICLO TO WS-CICLO
               END-IF
               IF WS-CICLO < WS-CICLOS-DIA
                   SET CICLO-INTERMEDIARIO TO TRUE
                   DISPLAY "Ciclo " WS-CICLO " de " WS-CICLOS-DIA
                       " da data de negocio - ciclo intermediario"
               ELSE
                   DISPLAY "Ciclo " WS-CICLO " de " WS-CICLOS-DIA
                       " da data de negocio - ultimo ciclo do dia"
               END-IF
           ELSE
               DISPLAY "Sem CICLOCTL - ciclo unico na data de negocio"
           END-IF.

      * Na retomada a etapa interrompida pode ja ter gravado o seu
      * registro no OPSREPT (um RC 8 grava antes de devolver o
      * controle); remove-o antes de reexecutar para que a nova
                   IF OPS-ESTRUTURA = ETAPA-ESTRUTURA(WS-ETAPA-IDX)
                       ADD 1 TO WS-OPS-REMOVIDOS
                   ELSE
                       IF KEEP-QTDE < 40
                           ADD 1 TO KEEP-QTDE
                           MOVE SPACES TO KEEP-REC(KEEP-QTDE)
                           MOVE OPS-REPT-REC TO KEEP-REC(KEEP-QTDE)
                   PERFORM LER-REGISTRO-RESTART
                       UNTIL RESTART-STATUS NOT = "00"
                   CLOSE RESTART-FILE
                   IF RESTART-DE-OUTRO-CICLO
                       PERFORM AVISAR-RESTART-DESCARTADO
                   END-IF
                   IF WS-QTDE-COMPLETAS > 0 AND WS-QTDE-COMPLETAS < 4
                       SET LOTE-RETOMADO TO TRUE
                   ELSE
       LER-REGISTRO-RESTART.
           READ RESTART-FILE
               NOT AT END
                   IF RSTF-DATA NOT = WS-DATA-NEGOCIO
                       OR RSTF-CICLO NOT = WS-CICLO
                       SET RESTART-DE-OUTRO-CICLO TO TRUE
                   ELSE
                       PERFORM APLICAR-REGISTRO-RESTART
                   END-IF
           END-READ.

       APLICAR-REGISTRO-RESTART.
           IF RSTF-ETAPA >= 1 AND RSTF-ETAPA <= 4
               MOVE RSTF-COMPLETA TO RST-COMPLETA(RSTF-ETAPA)
               MOVE RSTF-RC TO RST-RC(RSTF-ETAPA)
               IF RSTF-COMPLETA = 'S'
                   ADD 1 TO WS-QTDE-COMPLETAS
               END-IF
           END-IF.

      * Retomada gravada por outra data ou outro ciclo (data mexida
      * na mao, por exemplo) nao se aplica a esta execucao.
       AVISAR-RESTART-DESCARTADO.
           DISPLAY "ALERTA: LOTERSTR de outra data/ciclo que nao "
               WS-DATA-NEGOCIO " ciclo " WS-CICLO " - retomada "
               "ignorada"
           MOVE 'M' TO WS-ALR-SEVERIDADE
           MOVE "LOTERST" TO WS-ALR-CODIGO
           MOVE SPACES TO WS-ALR-TEXTO
           STRING "RETOMADA DE OUTRA DATA/CICLO IGNORADA EM "
               WS-DATA-NEGOCIO " CICLO " WS-CICLO
               DELIMITED BY SIZE INTO WS-ALR-TEXTO
           PERFORM GRAVAR-ALERTA.

       GRAVAR-RESTART.
           IF NOT MODO-SIMULACAO
               OPEN OUTPUT RESTART-FILE
           MOVE WS-GRAVA-IDX TO RSTF-ETAPA
           MOVE RST-COMPLETA(WS-GRAVA-IDX) TO RSTF-COMPLETA
           MOVE RST-RC(WS-GRAVA-IDX) TO RSTF-RC
           MOVE WS-DATA-NEGOCIO TO RSTF-DATA
           MOVE WS-CICLO TO RSTF-CICLO
           WRITE RESTART-REC.

       ENCERRAR-RESTART.
       LER-CONTAR-PILHATXN.
           READ PILHA-TXN-FILE
               NOT AT END
                   IF PTX-CODE NOT = "H"
                       ADD 1 TO ARQ-CONTAGEM(1)
                   END-IF
           END-READ.

       CONTAR-FILATXN.
       LER-CONTAR-FILATXN.
           READ FILA-TXN-FILE
               NOT AT END
                   IF FTX-CODE NOT = "H"
                       ADD 1 TO ARQ-CONTAGEM(2)
                   END-IF
           END-READ.

       CONTAR-DEQUETXN.
       LER-CONTAR-DEQUETXN.
           READ DEQUE-TXN-FILE
               NOT AT END
                   IF DTX-CODE NOT = "H"
                       ADD 1 TO ARQ-CONTAGEM(3)
                   END-IF
           END-READ.

      * As transacoes derivadas dos itens do dia (AVLDCTL) nao sao
      * entrada digitada: enquanto o AVLTXN for o montado pela
      * derivacao, elas saem da contagem do ledger.
       CONTAR-AVLTXN.
           OPEN INPUT AVL-TXN-FILE
           IF AVL-TXN-STATUS = "00"
               PERFORM LER-CONTAR-AVLTXN
                   UNTIL AVL-TXN-STATUS NOT = "00"
               CLOSE AVL-TXN-FILE
           END-IF
           OPEN INPUT AVL-DCTL-FILE
           IF AVL-DCTL-STATUS = "00"
               READ AVL-DCTL-FILE
                   NOT AT END
                       IF DCT-TOTAL = ARQ-CONTAGEM(4)
                           AND DCT-DERIVADAS <= ARQ-CONTAGEM(4)
                           SUBTRACT DCT-DERIVADAS FROM ARQ-CONTAGEM(4)
                       END-IF
               END-READ
               CLOSE AVL-DCTL-FILE
           END-IF.

       LER-CONTAR-AVLTXN.
           OPEN OUTPUT ALERTA-FILE
           CLOSE ALERTA-FILE.

      * Selos dos arquivos de auditoria e jornal conferidos antes de
      * a noite comecar (so em lote novo: na retomada a etapa
      * interrompida pode ter gravado sem selar).  Divergencia
      * bloqueia o lote como a entrada retida; arquivo ainda sem
      * selo so gera o alerta da propria verificacao.
       VERIFICAR-SELOS-AUDITORIA.
           DISPLAY "Selos de auditoria: VERIFICAR-SELOS"
           MOVE "VERIFICAR-SELOS" TO WS-CRONO-ETAPA
           PERFORM INICIAR-CRONOMETRO
           CALL "VERIFICAR-SELOS"
           MOVE RETURN-CODE TO WS-ETAPA-STATUS
           PERFORM ENCERRAR-CRONOMETRO
           IF WS-ETAPA-STATUS >= 8
               SET SELO-VIOLADO TO TRUE
           END-IF.

       GRAVAR-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE "LOTE-CONTROLE" TO ALR-PROGRAMA
           READ LEDGER-FILE
               NOT AT END
                   IF LED-DATA = WS-DATA-NEGOCIO
                       AND LED-CICLO = WS-CICLO
                       PERFORM COMPARAR-LEDGER-ARQUIVO
                           VARYING WS-ARQ-IDX FROM 1 BY 1
                           UNTIL WS-ARQ-IDX > 4
               AND LED-CONTAGEM = ARQ-CONTAGEM(WS-ARQ-IDX)
               DISPLAY "Ledger: " LED-ARQUIVO " com "
                   LED-CONTAGEM " registro(s) ja consumido em "
                   LED-DATA " ciclo " LED-CICLO
               SET LOTE-BLOQUEADO TO TRUE
           END-IF.

               MOVE WS-DATA-NEGOCIO TO LED-DATA
               MOVE ARQ-NOME(WS-ARQ-IDX) TO LED-ARQUIVO
               MOVE ARQ-CONTAGEM(WS-ARQ-IDX) TO LED-CONTAGEM
               MOVE WS-CICLO TO LED-CICLO
               WRITE LEDGER-REC
           END-IF.

      * (salvo override); o marcador de fim de periodo e repassado
      * aos relatorios pelos proprios programas, que leem o CALPROC.
      * Tambem ja se apura aqui o proximo dia util para o avanco
      * automatico apos o lote completo; se ele cai noutro mes, esta
      * e a ultima noite util do mes.
       VERIFICAR-CALENDARIO.
           MOVE 0 TO WS-PROXIMO-UTIL
           OPEN INPUT CALENDARIO-FILE
               PERFORM LER-REGISTRO-CALENDARIO
                   UNTIL CALENDARIO-STATUS NOT = "00"
               CLOSE CALENDARIO-FILE
               IF WS-PROXIMO-UTIL > 0
                   AND WS-PROXIMO-UTIL(1:6) NOT = WS-DATA-NEGOCIO(1:6)
                   SET FIM-DE-MES TO TRUE
               END-IF
           ELSE
               DISPLAY "Sem calendario CALPROC - qualquer data e "
                   "aceita e a data nao avanca sozinha"
       LER-REGISTRO-CALENDARIO.
           READ CALENDARIO-FILE
               NOT AT END
                   IF CAL-FILIAL = SPACES
                       PERFORM AVALIAR-DATA-CALENDARIO
                   END-IF
           END-READ.

      * Feriado de uma filial so (CAL-FILIAL preenchido) nao para o
      * lote nem conta para o avanco da data: quem o trata e o
      * ROTEADOR-ENTRADA e a etapa da pilha.
       AVALIAR-DATA-CALENDARIO.
           IF CAL-DATA = WS-DATA-NEGOCIO
               IF CAL-FERIADO
                   SET DATA-NAO-UTIL TO TRUE
               END-IF
               IF CAL-FECHA-PERIODO
                   SET FIM-DE-PERIODO TO TRUE
               END-IF
           END-IF
           IF CAL-DIA-UTIL AND CAL-DATA > WS-DATA-NEGOCIO
               IF WS-PROXIMO-UTIL = 0
                   OR CAL-DATA < WS-PROXIMO-UTIL
                   MOVE CAL-DATA TO WS-PROXIMO-UTIL
               END-IF
           END-IF.

      * Lote completo: avanca PAR-DATA-NEGOCIO para o proximo dia
      * util do calendario e deixa a trilha em PARAMHIS, acabando
      * com o ritual de editar a data na mao toda segunda-feira.
                   WRITE PARAM-REC
                   CLOSE PARAM-FILE
                   PERFORM GRAVAR-HISTORICO-AVANCO
                   SET DATA-AVANCADA TO TRUE
                   DISPLAY "Data de negocio avancada de "
                       WS-DATA-ANTERIOR " para " WS-PROXIMO-UTIL
               END-IF
           END-IF.

      * O periodo so fecha numa noite completa e sadia; senao fica
      * aberto e a reexecucao da mesma data o fecha.
       EXECUTAR-FECHAMENTO-PERIODO.
           IF AVANCO-PENDENTE AND WS-LOTE-STATUS < 8
               DISPLAY "Fim de periodo: FECHAMENTO-PERIODO"
               MOVE "FECHAMENTO-PERIODO" TO WS-CRONO-ETAPA
               PERFORM INICIAR-CRONOMETRO
               CALL "FECHAMENTO-PERIODO"
               PERFORM VERIFICAR-STATUS-ETAPA
               PERFORM ENCERRAR-CRONOMETRO
           ELSE
               DISPLAY "ALERTA: fim de periodo com lote incompleto ou "
                   "RC " WS-LOTE-STATUS " - fechamento adiado"
               MOVE 'M' TO WS-ALR-SEVERIDADE
               MOVE "LOTEPER" TO WS-ALR-CODIGO
               MOVE SPACES TO WS-ALR-TEXTO
               STRING "FECHAMENTO DO PERIODO ATE " WS-DATA-NEGOCIO
                   " ADIADO - LOTE INCOMPLETO"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               PERFORM GRAVAR-ALERTA
           END-IF.

      * Periodo fechado e ainda nao reaberto que contem a data de
      * negocio do lote.
       VERIFICAR-PERIODO-FECHADO.
           OPEN INPUT PERIODO-FILE
           IF PERIODO-STATUS = "00"
               PERFORM LER-REGISTRO-PERIODO
                   UNTIL PERIODO-STATUS NOT = "00"
               CLOSE PERIODO-FILE
           END-IF.

       LER-REGISTRO-PERIODO.
           READ PERIODO-FILE
               NOT AT END
                   IF PER-FECHADO
                       AND WS-DATA-NEGOCIO >= PER-DATA-INICIO
                       AND WS-DATA-NEGOCIO <= PER-DATA-FIM
                       SET DATA-EM-PERIODO-FECHADO TO TRUE
                       MOVE PER-DATA-INICIO TO WS-PER-INICIO
                       MOVE PER-DATA-FIM TO WS-PER-FIM
                   END-IF
           END-READ.

      * Guarda o PILHACKP de antes da noite em PCKP + data, para que
      * ESTORNO-DATA-NEGOCIO possa devolver a pilha ao estado
      * anterior.  Uma copia ja existente para a data (reexecucao
      * com override) e mantida: ela e a que precede a primeira
      * execucao.  Sem PILHACKP a copia fica vazia (pilha vazia).
      * Com ciclos, a copia da data e a de antes do primeiro ciclo;
      * os itens que a fila e o deque levam entre ciclos (FILACKP,
      * DEQUECKP) sao copiados do mesmo jeito em FCKP e DCKP.
       GUARDAR-CHECKPOINT-PILHA.
           MOVE SPACES TO WS-COPIA-NOME
           STRING "PCKP" WS-DATA-NEGOCIO DELIMITED BY SIZE
               INTO WS-COPIA-NOME
           OPEN INPUT PILHA-COPIA-FILE
           IF PILHA-COPIA-STATUS = "00"
               CLOSE PILHA-COPIA-FILE
               DISPLAY "Copia pre-execucao " WS-COPIA-NOME
                   " ja existe - mantida"
           ELSE
               OPEN OUTPUT PILHA-COPIA-FILE
               OPEN INPUT PILHA-CKPT-FILE
               IF PILHA-CKPT-STATUS = "00"
                   PERFORM COPIAR-REGISTRO-CHECKPOINT
                       UNTIL PILHA-CKPT-STATUS NOT = "00"
                   CLOSE PILHA-CKPT-FILE
               END-IF
               CLOSE PILHA-COPIA-FILE
               DISPLAY "Checkpoint da pilha copiado para "
                   WS-COPIA-NOME
           END-IF
           IF MODO-CICLOS
               MOVE "FILACKP" TO WS-CARRY-NOME
               MOVE "FCKP" TO WS-CARRY-PREFIXO
               PERFORM GUARDAR-CHECKPOINT-CARRY
               MOVE "DEQUECKP" TO WS-CARRY-NOME
               MOVE "DCKP" TO WS-CARRY-PREFIXO
               PERFORM GUARDAR-CHECKPOINT-CARRY
           END-IF.

       GUARDAR-CHECKPOINT-CARRY.
           MOVE SPACES TO WS-COPIA-NOME
           STRING WS-CARRY-PREFIXO WS-DATA-NEGOCIO DELIMITED BY SIZE
               INTO WS-COPIA-NOME
           OPEN INPUT CARRY-COPIA-FILE
           IF CARRY-COPIA-STATUS = "00"
               CLOSE CARRY-COPIA-FILE
           ELSE
               OPEN OUTPUT CARRY-COPIA-FILE
               OPEN INPUT CARRY-CKPT-FILE
               IF CARRY-CKPT-STATUS = "00"
                   PERFORM COPIAR-REGISTRO-CARRY
                       UNTIL CARRY-CKPT-STATUS NOT = "00"
                   CLOSE CARRY-CKPT-FILE
               END-IF
               CLOSE CARRY-COPIA-FILE
               DISPLAY "Itens entre ciclos de " WS-CARRY-NOME
                   " copiados para " WS-COPIA-NOME
           END-IF.

       COPIAR-REGISTRO-CARRY.
           READ CARRY-CKPT-FILE
               NOT AT END
                   WRITE CARRY-COPIA-REC FROM CARRY-CKPT-REC
           END-READ.

       COPIAR-REGISTRO-CHECKPOINT.
           READ PILHA-CKPT-FILE
               NOT AT END
                   WRITE PILHA-COPIA-REC FROM PILHA-CKPT-REC
           END-READ.

      * Ciclo completo e sadio que nao e o ultimo do dia: o proximo
      * lote roda o ciclo seguinte na mesma data de negocio.
       AVANCAR-CICLO.
           MOVE WS-CICLOS-DIA TO CIC-CICLOS-DIA
           MOVE WS-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
           COMPUTE CIC-CICLO = WS-CICLO + 1
           PERFORM GRAVAR-CONTROLE-CICLO
           MOVE FUNCTION CURRENT-DATE TO PHI-TIMESTAMP
           MOVE "LOTE" TO PHI-OPERADOR
           MOVE "CICLO" TO PHI-CAMPO
           MOVE SPACES TO PHI-VALOR-ANTIGO
           MOVE SPACES TO PHI-VALOR-NOVO
           MOVE WS-CICLO TO PHI-VALOR-ANTIGO(1:2)
           MOVE CIC-CICLO TO PHI-VALOR-NOVO(1:2)
           OPEN EXTEND HISTORICO-FILE
           IF HISTORICO-STATUS NOT = "00"
               OPEN OUTPUT HISTORICO-FILE
           END-IF
           WRITE HISTORICO-REC
           CLOSE HISTORICO-FILE
           PERFORM SELAR-HISTORICO-PARAMETROS
           DISPLAY "Ciclo avancado de " WS-CICLO " para " CIC-CICLO
               " na data de negocio " WS-DATA-NEGOCIO.

      * Data avancada no ultimo ciclo: a nova data comeca no ciclo
      * 01.  Sem avanco (calendario sem proximo dia util) o controle
      * fica como esta e uma reexecucao cai no ledger do ciclo.
       REINICIAR-CICLO.
           MOVE WS-CICLOS-DIA TO CIC-CICLOS-DIA
           MOVE WS-PROXIMO-UTIL TO CIC-DATA-NEGOCIO
           MOVE 1 TO CIC-CICLO
           PERFORM GRAVAR-CONTROLE-CICLO
           DISPLAY "Controle de ciclos reposto no ciclo 01 da data "
               WS-PROXIMO-UTIL.

       GRAVAR-CONTROLE-CICLO.
           OPEN OUTPUT CICLO-FILE
           WRITE CICLO-REC FROM CIC-REC
           CLOSE CICLO-FILE.

      * Ciclo completo: o OPSREPT do ciclo vai para OPSCICLO com a
      * data e o numero do ciclo; o OPSHIST recebe o dia somado pela
      * consolidacao do ultimo ciclo, nao cada ciclo em separado.
       ARQUIVAR-RELATORIO-CICLO.
           MOVE 0 TO WS-CCL-GRAVADOS
           OPEN INPUT OPS-REPT-FILE
           IF OPS-REPT-STATUS = "00"
               OPEN EXTEND OPS-CICLO-FILE
               IF OPS-CICLO-STATUS NOT = "00"
                   OPEN OUTPUT OPS-CICLO-FILE
               END-IF
               PERFORM LER-E-GUARDAR-CICLO
                   UNTIL OPS-REPT-STATUS NOT = "00"
               CLOSE OPS-CICLO-FILE
               CLOSE OPS-REPT-FILE
           END-IF
           DISPLAY "Ciclo " WS-CICLO ": " WS-CCL-GRAVADOS
               " registro(s) do OPSREPT guardados em OPSCICLO"
           MOVE WS-CICLOS-DIA TO CIC-CICLOS-DIA
           MOVE WS-DATA-NEGOCIO TO CIC-DATA-NEGOCIO
           MOVE WS-CICLO TO CIC-CICLO
           MOVE 'S' TO CIC-REPT-ARQUIVADO
           PERFORM GRAVAR-CONTROLE-CICLO.

       LER-E-GUARDAR-CICLO.
           READ OPS-REPT-FILE
               NOT AT END
                   IF OPS-SIMULACAO NOT = 'S'
                       MOVE WS-DATA-NEGOCIO TO CCL-DATA-NEGOCIO
                       MOVE WS-CICLO TO CCL-CICLO
                       MOVE SPACES TO CCL-CORPO
                       MOVE OPS-REPT-REC TO CCL-CORPO
                       WRITE CCL-REC
                       ADD 1 TO WS-CCL-GRAVADOS
                   END-IF
           END-READ.

      * Ultimo ciclo do dia: os ciclos da data sao somados no
      * registro diario do OPSHIST, antes do fechamento de periodo
      * que o le.  Mesma regra do fechamento: so em noite completa e
      * sadia; senao a reexecucao do ultimo ciclo consolida.
       EXECUTAR-CONSOLIDACAO-CICLOS.
           IF AVANCO-PENDENTE AND WS-LOTE-STATUS < 8
               DISPLAY "Fim do dia: CONSOLIDAR-CICLOS"
               MOVE "CONSOLIDAR-CICLOS" TO WS-CRONO-ETAPA
               PERFORM INICIAR-CRONOMETRO
               CALL "CONSOLIDAR-CICLOS"
               PERFORM VERIFICAR-STATUS-ETAPA
               PERFORM ENCERRAR-CRONOMETRO
           ELSE
               DISPLAY "ALERTA: ultimo ciclo incompleto ou RC "
                   WS-LOTE-STATUS " - consolidacao dos ciclos adiada"
               MOVE 'M' TO WS-ALR-SEVERIDADE
               MOVE "LOTECIC" TO WS-ALR-CODIGO
               MOVE SPACES TO WS-ALR-TEXTO
               STRING "CONSOLIDACAO DOS CICLOS DE " WS-DATA-NEGOCIO
                   " ADIADA - LOTE INCOMPLETO"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               PERFORM GRAVAR-ALERTA
           END-IF.

       GRAVAR-HISTORICO-AVANCO.
           MOVE FUNCTION CURRENT-DATE TO PHI-TIMESTAMP
           MOVE "LOTE" TO PHI-OPERADOR
               OPEN OUTPUT HISTORICO-FILE
           END-IF
           WRITE HISTORICO-REC
           CLOSE HISTORICO-FILE
           PERFORM SELAR-HISTORICO-PARAMETROS.

       SELAR-HISTORICO-PARAMETROS.
           SET SLO-SELAR-ACRESCIMO TO TRUE
           MOVE "PARAMHIS" TO SLO-ARQUIVO
           MOVE "LOTE-CONTROLE" TO SLO-PROGRAMA
           CALL "SELAR-ARQUIVO" USING SLO-PARAMETROS.

       INICIAR-CRONOMETRO.
           MOVE FUNCTION CURRENT-DATE TO WS-CRONO-INICIO.
               OPEN OUTPUT AVL-TXN-FILE
           END-IF
           CLOSE AVL-TXN-FILE.

      * Os itens liquidados, drenados e expedidos no dia viram
      * transacoes de contagem na frente das digitadas no AVLTXN,
      * antes da arvore processa-lo.
       DERIVAR-CONTAGEM-AVL.
           DISPLAY "Derivacao das contagens da arvore: "
               "DERIVAR-CONTAGEM-AVL"
           MOVE "DERIVAR-CONTAGEM-AVL" TO WS-CRONO-ETAPA
           PERFORM INICIAR-CRONOMETRO
           CALL "DERIVAR-CONTAGEM-AVL"
           PERFORM VERIFICAR-STATUS-ETAPA
           PERFORM ENCERRAR-CRONOMETRO.
