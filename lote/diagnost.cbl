       01  FILA-ERR-REC.
           05  ERR-TIMESTAMP    PIC X(26).
           05  ERR-ITEM         PIC X(27).
           05  ERR-ORIGEM       PIC X(08).
           05  ERR-FILIAL       PIC X(03).

       FD  DEQUE-ERR-FILE.
       01  DEQUE-ERR-REC.
           05  ERR-TIMESTAMP    PIC X(26).
           05  ERR-ITEM         PIC X(27).
           05  ERR-ORIGEM       PIC X(08).
           05  ERR-PRIORIDADE   PIC X(01).
           05  ERR-FILIAL       PIC X(03).

       WORKING-STORAGE SECTION.
       01  OPS-REPT-STATUS      PIC X(02).
