      *> Registered under TODAY'S run date, this is a resubmit of a
      *> night that failed after the gate accepted the feed (STEP010's
      *> checkpoint restart resubmits the whole job): accept it, and
      *> do not register the fingerprint a second time. FEED-ADAPTER
      *> keeps its extract fingerprints on the same file, marked with
      *> DELIM in the business-date field; those are not feeds.
           OPEN INPUT FEED-CONTROL-FILE
           IF FS-FEED-CONTROL = "00"
               PERFORM UNTIL WS-FEEDCTL-EOF = 'Y'
                                   = WS-FIRST-BATCH-ID
                               AND FC-LAST-BATCH-ID
                                   = WS-LAST-BATCH-ID
                               AND FC-BUSINESS-DATE(1:5) NOT = 'DELIM'
                               IF FC-RUN-DATE = WS-RUN-DATE
                                   MOVE 'Y' TO WS-SAME-DATE-RERUN
                               ELSE
