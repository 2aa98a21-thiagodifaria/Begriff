      ******************************************************************
      * COPYBOOK FOR THE PER-ENTITY CATEGORY REPORT (CATGENT)
      * The CATGOUT category report split by legal entity: one line
      * per entity and category the day's feed booked, in entity
      * then category order. The native columns and record count
      * are as on CATGOUT; the base columns are in the entity's own
      * base currency, named on every line (CE-BASE-CURRENCY), and
      * are what GL-EXTRACT posts for the entity's interface batch.
      * Transactions with no usable rate into the entity's base
      * contribute nothing to the base columns (they are already on
      * EXCEPTION.DAT as NO-RATE or NO-ENTITY-RATE).
      ******************************************************************
           05 CE-ENTITY               PIC X(4).
           05 FILLER                  PIC X(01).
           05 CE-BASE-CURRENCY        PIC X(3).
           05 FILLER                  PIC X(01).
           05 CE-CATEGORY             PIC X(20).
           05 FILLER                  PIC X(01).
           05 CE-DEBIT-TOTAL          PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 CE-CREDIT-TOTAL         PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 CE-TRANSFER-TOTAL       PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 CE-REVERSAL-TOTAL       PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 CE-FEE-TOTAL            PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 CE-RECORD-COUNT         PIC 9(9).
           05 FILLER                  PIC X(01).
           05 CE-BASE-DEBIT-TOTAL     PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 CE-BASE-CREDIT-TOTAL    PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 CE-BASE-TRANSFER-TOTAL  PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 CE-BASE-REVERSAL-TOTAL  PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 CE-BASE-FEE-TOTAL       PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
