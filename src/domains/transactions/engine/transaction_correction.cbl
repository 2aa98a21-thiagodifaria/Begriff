           05  SEQ-TR-BATCH-ID        PIC X(8).
           05  SEQ-TR-SOURCE          PIC X(3).
           05  SEQ-TR-ACCOUNT         PIC X(8).
           05  SEQ-TR-ENTITY          PIC X(4).

       FD  CORRECTION-PARM-FILE.
       01  CORRECTION-PARM-RECORD.
