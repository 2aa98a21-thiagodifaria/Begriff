      ******************************************************************
      * COPYBOOK FOR THE PER-ENTITY PERIOD ACCUMULATOR (PERIODEN.DAT)
      * PERIOD.DAT's companion for the legal entities: one line per
      * entity carrying its period-to-date record count, debits and
      * credits in the entity's own base currency. RECONCILE adds
      * each day's entity rollup (the net view when the day ran with
      * duplicate suppression, as for PERIOD.DAT), RUN-BACKOUT takes
      * a backed-out day away again from SUMENT.<date>.DAT, and
      * MONTH-END-CLOSE copies the closing values to PERIODHX.DAT
      * and resets every entity to zero for the new month.
      ******************************************************************
           05 PE-ENTITY               PIC X(4).
           05 FILLER                  PIC X(01).
           05 PE-BASE-CURRENCY        PIC X(3).
           05 FILLER                  PIC X(01).
           05 PE-TOTAL-RECORDS        PIC 9(9).
           05 FILLER                  PIC X(01).
           05 PE-TOTAL-DEBITS         PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 PE-TOTAL-CREDITS        PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
