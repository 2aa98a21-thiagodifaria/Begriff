      * records outside any header/trailer pair (a legacy feed, or
      * repaired rejects spliced back in by REJECT-REPAIR) are
      * processed without batch control checks.
      * BH-ENTITY-CODE names the legal entity whose books the batch
      * belongs to; a sender that leaves it blank has its records
      * booked by the account master's entity alone.
      ******************************************************************
       01  BATCH-HEADER-RECORD.
           05 BH-RECORD-TAG           PIC X(3).
           05 BH-BATCH-ID             PIC X(8).
           05 BH-BUSINESS-DATE        PIC X(8).
           05 BH-SOURCE-CODE          PIC X(3).
           05 BH-ENTITY-CODE          PIC X(4).
           05 FILLER                  PIC X(54).
       01  BATCH-TRAILER-RECORD.
           05 BT-RECORD-TAG           PIC X(3).
           05 BT-EXPECTED-COUNT       PIC 9(9).
