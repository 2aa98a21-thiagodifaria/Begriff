           05  TR-BATCH-ID        PIC X(8).
           05  TR-SOURCE          PIC X(3).
           05  TR-ACCOUNT         PIC X(8).
           05  TR-ENTITY          PIC X(4).

       FD  SEARCH-PRINT-FILE.
       01  SEARCH-PRINT-RECORD       PIC X(132).
