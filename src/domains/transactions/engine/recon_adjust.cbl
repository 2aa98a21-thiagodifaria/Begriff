      *> the adjusted record. A signed field is well-formed only
      *> when its leading separate sign is present.
           IF ORG-LAYOUT-VERSION NOT = '03'
                   AND ORG-LAYOUT-VERSION NOT = '04'
               IF ORG-PTD-TOTAL-RECORDS NOT NUMERIC
                   MOVE ZERO TO ORG-PTD-TOTAL-RECORDS
               END-IF
               MOVE 2 TO WS-EXIT-CODE
           ELSE
               MOVE ORIGINAL-SUMMARY-REC TO ADJUSTED-SUMMARY-REC
      *> The adjusted record is a stand-alone '03' summary: its own
      *> currency and source entries are re-derived below and no
      *> detail files are written beside it.
               MOVE '03' TO RS-LAYOUT-VERSION
               MOVE ZERO TO RS-CURRENCY-DETAIL-COUNT
               MOVE ZERO TO RS-SOURCE-DETAIL-COUNT
               MOVE WS-TOTAL-RECORDS TO RS-TOTAL-RECORDS
               MOVE WS-TOTAL-DEBITS TO RS-TOTAL-DEBITS
               MOVE WS-TOTAL-CREDITS TO RS-TOTAL-CREDITS
