                                   OR RC-EXIT-CODE NOT NUMERIC
                                   OR (RC-STATUS NOT = 'STARTED'
                                       AND RC-STATUS NOT = 'COMPLETE'
                                       AND RC-STATUS NOT = 'INTRADAY'
                                       AND RC-STATUS NOT = 'BACKOUT')
                               ADD 1 TO WS-BAD-RECORDS
                           END-IF
                   END-READ

       CHECK-ONE-CONTROL-RECORD.
      *> The amount matters only for the record types that read it;
      *> BASECURR/DUPSUPPR/LATEPOST/WOFFCATG steer off the category
      *> field.
           EVALUATE CTL-REC-TYPE
               WHEN 'THRESHLD'
               WHEN 'CATLIMIT'
               WHEN 'WINDOWVR'
               WHEN 'DUPHIST '
               WHEN 'CORRAPPR'
               WHEN 'NEARDUP '
               WHEN 'NEARSIM '
               WHEN 'BANKTOL '
               WHEN 'BANKAGE '
               WHEN 'CASHFLR '
               WHEN 'BUDGVAR '
               WHEN 'WOFFAPPR'
               WHEN 'KEEPDAYS'
                   IF CTL-LIMIT-AMOUNT-X NOT NUMERIC
                       ADD 1 TO WS-BAD-RECORDS
                   END-IF
               WHEN 'BASECURR'
               WHEN 'DUPSUPPR'
               WHEN 'LATEPOST'
               WHEN 'WOFFCATG'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-BAD-RECORDS
