      ******************************************************************
      * COPYBOOK FOR THE WATCH-LIST HIT LOG (WLHITS.DAT)
      * TRANSACTION-PROCESSOR appends one line per record it parks on
      * the held-items file for a watch-list match. WH-HIT-REF is the
      * HD-HOLD-KEY the held item carries under key type WATCHLST -
      * the run date, the partition for a split-mode instance, and
      * the record's position in the feed - so each hit is released
      * on its own through HOLD-RELEASE. WH-FIELD names what matched
      * (ACCOUNT or DESCRIPT). WATCHLIST-REPORT lists every hit with
      * the decision HOLD-RELEASE has logged against it.
      ******************************************************************
           05 WH-HIT-REF              PIC X(20).
           05 FILLER                  PIC X(01).
           05 WH-RUN-DATE             PIC X(8).
           05 FILLER                  PIC X(01).
           05 WH-ENTRY-ID             PIC X(8).
           05 FILLER                  PIC X(01).
           05 WH-MATCH-TYPE           PIC X(8).
           05 FILLER                  PIC X(01).
           05 WH-FIELD                PIC X(8).
           05 FILLER                  PIC X(01).
           05 WH-TERM                 PIC X(40).
           05 FILLER                  PIC X(01).
           05 WH-TR-ID                PIC X(36).
           05 FILLER                  PIC X(01).
           05 WH-AMOUNT               PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 WH-CURRENCY             PIC X(3).
           05 FILLER                  PIC X(01).
           05 WH-CATEGORY             PIC X(20).
           05 FILLER                  PIC X(01).
           05 WH-SOURCE-CODE          PIC X(3).
           05 FILLER                  PIC X(01).
           05 WH-BATCH-ID             PIC X(8).
