       01  AVL-JRNL-REC.
           05  JRN-SEQ              PIC 9(07).
           05  JRN-CODE             PIC X(01).
           05  JRN-VALUE            PIC X(12).
           05  JRN-COUNT-AFTER      PIC 9(04).
           05  JRN-TIMESTAMP        PIC X(26).
           05  JRN-ORIGEM           PIC X(08).
