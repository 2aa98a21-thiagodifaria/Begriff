           05  RT-BATCH-ID            PIC X(8).
           05  RT-SOURCE              PIC X(3).
           05  RT-ACCOUNT             PIC X(8).
           05  RT-ENTITY              PIC X(4).

       FD  PROC-RAW-FILE.
       01  PROC-RAW-RECORD.
