      ******************************************************************
      * COPYBOOK FOR THE DAILY SOURCE ROLLUP (SUMSRC.<date>.DAT)
      * Written by RECONCILE beside SUMMARY.<date>.DAT, one line per
      * sending source the day's feed carried, in source-code order,
      * with no ceiling on how many sources a day may carry. Records
      * outside any batch roll up under a blank source code. Only
      * debits and credits are totalled (as on the summary's source
      * entries); SS-RECORD-COUNT counts every record of the source,
      * whatever its type. Month-end archives the file to
      * ARCHIVE.SUMSRC.<date>.DAT alongside the summary.
      ******************************************************************
           05 SS-SOURCE               PIC X(3).
           05 FILLER                  PIC X(01).
           05 SS-RECORD-COUNT         PIC 9(9).
           05 FILLER                  PIC X(01).
           05 SS-DEBIT-TOTAL          PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SS-CREDIT-TOTAL         PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
