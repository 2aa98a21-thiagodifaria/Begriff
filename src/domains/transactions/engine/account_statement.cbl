           05  TR-BATCH-ID        PIC X(8).
           05  TR-SOURCE          PIC X(3).
           05  TR-ACCOUNT         PIC X(8).
           05  TR-ENTITY          PIC X(4).

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-RECORD    PIC X(120).
