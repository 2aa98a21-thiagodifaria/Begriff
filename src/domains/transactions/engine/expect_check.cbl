           05  EP-SCHEDULE            PIC X(8).
           05  FILLER                 PIC X(01).
           05  EP-SCHED-DAY           PIC 9(2).
      *> Settlement currency, used by CASH-FORECAST; blank means the
      *> base currency. Not part of the match here.
           05  FILLER                 PIC X(01).
           05  EP-CURRENCY            PIC X(3).

       FD  TRANSACTION-FILE.
       01  FD-TRANSACTION-REC.
           05  TR-BATCH-ID        PIC X(8).
           05  TR-SOURCE          PIC X(3).
           05  TR-ACCOUNT         PIC X(8).
           05  TR-ENTITY          PIC X(4).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
