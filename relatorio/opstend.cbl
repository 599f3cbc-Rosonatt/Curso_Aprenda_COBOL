       DATA DIVISION.
       FILE SECTION.
      * HIS-CORPO precisa comportar o registro OPSREPT completo
      * (hoje 269 bytes, com os campos acrescentados no fim).
       FD  OPS-HIST-FILE.
       01  HIS-REC.
           05  HIS-DATA-REF         PIC X(08).
           05  HIS-CORPO            PIC X(269).

       FD  TENDENCIA-FILE.
       01  TENDENCIA-REC        PIC X(132).
                   15  DIA-DATA PIC X(08).
                   15  DIA-PROC PIC 9(06).
                   15  DIA-REJ  PIC 9(06).
                   15  DIA-FIL-QTDE PIC 9(02).
                   15  DIA-FILIAL PIC X(03) OCCURS 10 TIMES.

       01  WS-EST-IDX           PIC 9(02).
       01  WS-EST-ACHADO        PIC 9(02).
       01  WS-DIA-IDX           PIC 9(01).
       01  WS-FIL-IDX           PIC 9(02).
       01  WS-FIL-ACHADA-SW     PIC X(01).
           88  FILIAL-JA-NO-DIA VALUE 'S'.
       01  WS-DELTA-PROC        PIC S9(07).
       01  WS-DELTA-REJ         PIC S9(07).

      * O historico e gravado em ordem cronologica; o mesmo dia pode
      * reaparecer em caso de reexecucao do lote - prevalece o ultimo
      * registro do dia.  Com a janela de 7 dias cheia, o dia mais
      * antigo e descartado.  Com varias filiais no lote o dia soma
      * um registro de cada filial; filial repetida no mesmo dia e
      * reexecucao e recomeca a soma.
       ACUMULAR-DIA.
           IF EST-DIAS(WS-EST-IDX) > 0
               AND DIA-DATA(WS-EST-IDX, EST-DIAS(WS-EST-IDX))
                   = HIS-DATA-REF
               MOVE EST-DIAS(WS-EST-IDX) TO WS-DIA-IDX
               MOVE 'N' TO WS-FIL-ACHADA-SW
               PERFORM PROCURAR-FILIAL-DIA
                   VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > DIA-FIL-QTDE(WS-EST-IDX,
                       WS-DIA-IDX)
               IF OPS-FILIAL = SPACES OR FILIAL-JA-NO-DIA
                   MOVE OPS-PROCESSADOS
                       TO DIA-PROC(WS-EST-IDX, WS-DIA-IDX)
                   MOVE OPS-REJEITADOS
                       TO DIA-REJ(WS-EST-IDX, WS-DIA-IDX)
                   MOVE 1 TO DIA-FIL-QTDE(WS-EST-IDX, WS-DIA-IDX)
                   MOVE OPS-FILIAL TO DIA-FILIAL(WS-EST-IDX,
                       WS-DIA-IDX, 1)
               ELSE
                   ADD OPS-PROCESSADOS
                       TO DIA-PROC(WS-EST-IDX, WS-DIA-IDX)
                   ADD OPS-REJEITADOS
                       TO DIA-REJ(WS-EST-IDX, WS-DIA-IDX)
                   IF DIA-FIL-QTDE(WS-EST-IDX, WS-DIA-IDX) < 10
                       ADD 1 TO DIA-FIL-QTDE(WS-EST-IDX, WS-DIA-IDX)
                       MOVE OPS-FILIAL TO DIA-FILIAL(WS-EST-IDX,
                           WS-DIA-IDX,
                           DIA-FIL-QTDE(WS-EST-IDX, WS-DIA-IDX))
                   END-IF
               END-IF
           ELSE
               IF EST-DIAS(WS-EST-IDX) = 7
                   PERFORM DESLOCAR-JANELA
                   TO DIA-PROC(WS-EST-IDX, EST-DIAS(WS-EST-IDX))
               MOVE OPS-REJEITADOS
                   TO DIA-REJ(WS-EST-IDX, EST-DIAS(WS-EST-IDX))
               MOVE 1 TO DIA-FIL-QTDE(WS-EST-IDX, EST-DIAS(WS-EST-IDX))
               MOVE OPS-FILIAL TO DIA-FILIAL(WS-EST-IDX,
                   EST-DIAS(WS-EST-IDX), 1)
           END-IF.

       PROCURAR-FILIAL-DIA.
           IF DIA-FILIAL(WS-EST-IDX, WS-DIA-IDX, WS-FIL-IDX)
               = OPS-FILIAL
               MOVE 'S' TO WS-FIL-ACHADA-SW
           END-IF.

       DESLOCAR-JANELA.
