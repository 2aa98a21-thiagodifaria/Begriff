      ******************************************************************
      * COPYBOOK FOR THE VALIDATION-RULES MASTER (VALRULES.DAT)
      * One rule per source/category key, maintained through
      * MASTER-MAINT (target VALRULE). A blank VR-SOURCE or
      * VR-CATEGORY matches any value; a record takes the most
      * specific rule that fits - source and category, then category
      * alone, then source alone, then the all-blank default row.
      * VR-MIN-AMOUNT/VR-MAX-AMOUNT bound the signed amount (both zero
      * means the rule sets no range). VR-CURRENCY and VR-TYPE list
      * what the key may carry; an all-blank list allows anything.
      * VR-DESC-REQUIRED and VR-ACCOUNT-REQUIRED are Y or N.
      * VR-BREACH-ACTION R rejects a breaching record in TRANSACTION-
      * PROCESSOR and REJECT-REPAIR; E lets it through for RECONCILE
      * to raise on the exception file. RECONCILE raises every breach
      * it sees, whichever the action.
      ******************************************************************
           05 VR-RULE-KEY.
              10 VR-SOURCE            PIC X(3).
              10 FILLER               PIC X(01).
              10 VR-CATEGORY          PIC X(20).
              10 FILLER               PIC X(01).
           05 VR-RULE-BODY.
              10 VR-MIN-AMOUNT        PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
              10 FILLER               PIC X(01).
              10 VR-MAX-AMOUNT        PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
              10 FILLER               PIC X(01).
              10 VR-CURRENCY-LIST.
                 15 VR-CURRENCY       PIC X(3) OCCURS 8 TIMES
                                      INDEXED BY VR-CCY-IDX.
              10 FILLER               PIC X(01).
              10 VR-TYPE-LIST.
                 15 VR-TYPE           PIC X(8) OCCURS 6 TIMES
                                      INDEXED BY VR-TYP-IDX.
              10 FILLER               PIC X(01).
              10 VR-DESC-REQUIRED     PIC X(1).
              10 FILLER               PIC X(01).
              10 VR-ACCOUNT-REQUIRED  PIC X(1).
              10 FILLER               PIC X(01).
              10 VR-BREACH-ACTION     PIC X(1).
