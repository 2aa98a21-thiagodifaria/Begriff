      ******************************************************************
      * COPYBOOK FOR THE DAILY ENTITY SUMMARY (SUMENT.<date>.DAT)
      * Written by RECONCILE beside SUMMARY.<date>.DAT, one line per
      * legal entity the day's feed was booked to, in entity-code
      * order. A record's entity is its account's entity on the
      * account master, or failing that the entity its batch header
      * declared; records with neither roll up under a blank entity.
      * The native columns sum whatever currencies the entity saw;
      * the base columns are in the entity's own base currency
      * (SE-BASE-CURRENCY - BASECURR for the entity on CONTROL.DAT,
      * else the installation base). SE-PTD-* are the entity's
      * period-to-date totals in its base currency after the day, as
      * carried on PERIODEN.DAT. Month-end archives the file to
      * ARCHIVE.SUMENT.<date>.DAT alongside the summary.
      ******************************************************************
           05 SE-ENTITY               PIC X(4).
           05 FILLER                  PIC X(01).
           05 SE-BASE-CURRENCY        PIC X(3).
           05 FILLER                  PIC X(01).
           05 SE-RECORD-COUNT         PIC 9(9).
           05 FILLER                  PIC X(01).
           05 SE-DEBIT-TOTAL          PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SE-CREDIT-TOTAL         PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SE-BASE-DEBIT-TOTAL     PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SE-BASE-CREDIT-TOTAL    PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SE-BASE-TRANSFER-TOTAL  PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SE-BASE-REVERSAL-TOTAL  PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SE-BASE-FEE-TOTAL       PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SE-MISMATCH-COUNT       PIC 9(9).
           05 FILLER                  PIC X(01).
           05 SE-PTD-RECORDS          PIC 9(9).
           05 FILLER                  PIC X(01).
           05 SE-PTD-DEBITS           PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 SE-PTD-CREDITS          PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
