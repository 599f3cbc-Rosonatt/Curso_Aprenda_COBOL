      * TEMP-NODE2 and NEW-NODE are BASED views laid over whatever
      * heap node a POINTER variable currently addresses; every
      * program that walks the tree COPYs this so the fields line
      * up the same way everywhere.  WS-DATA is the alphanumeric
      * reference key, left-justified and blank-filled; codes from
      * the former four-digit numeric key keep their zero-padded
      * form ("0042"), so they still sort in the same order.
       01  TEMP-NODE            BASED.
           05  WS-DATA           PIC X(12).
           05  WS-LEFT           USAGE POINTER.
           05  WS-RIGHT          USAGE POINTER.
           05  WS-HEIGHT         PIC 9(02).
           05  WS-COUNT          PIC 9(04).

       01  TEMP-NODE2           BASED.
           05  WS-DATA           PIC X(12).
           05  WS-LEFT           USAGE POINTER.
           05  WS-RIGHT          USAGE POINTER.
           05  WS-HEIGHT         PIC 9(02).
           05  WS-COUNT          PIC 9(04).

       01  NEW-NODE             BASED.
           05  WS-DATA           PIC X(12).
           05  WS-LEFT           USAGE POINTER.
           05  WS-RIGHT          USAGE POINTER.
           05  WS-HEIGHT         PIC 9(02).
