      ******************************************************************
      * COPYBOOK FOR THE DAILY CURRENCY ROLLUP (SUMCCY.<date>.DAT)
      * Written by RECONCILE beside SUMMARY.<date>.DAT, one line per
      * currency the day's feed carried, in currency-code order, with
      * no ceiling on how many currencies a day may carry. Totals are
      * in the native currency and follow the rollup rules of the
      * summary (duplicate extras are left out when DUPSUPPR is on).
      * SC-RECORD-COUNT counts every record aggregated under the
      * currency, whatever its type. Month-end archives the file to
      * ARCHIVE.SUMCCY.<date>.DAT alongside the summary.
      ******************************************************************
           05 SC-CURRENCY             PIC X(3).
           05 FILLER                  PIC X(01).
           05 SC-RECORD-COUNT         PIC 9(9).
           05 FILLER                  PIC X(01).
           05 SC-DEBIT-TOTAL          PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SC-CREDIT-TOTAL         PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SC-TRANSFER-TOTAL       PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SC-REVERSAL-TOTAL       PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SC-FEE-TOTAL            PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
