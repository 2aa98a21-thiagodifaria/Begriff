       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-REVALUATION.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-09-22.
      *> Month-end revaluation of foreign-currency positions. RECONCILE
      *> books each day's non-base-currency movement into the base
      *> currency at that day's RATEMAST.DAT rate and never looks at
      *> it again, so finance recalculated the unrealized FX gain or
      *> loss in a spreadsheet from the CATGHIST.DAT movements every
      *> month. This companion step to MONTH-END-CLOSE does it here.
      *> Positions are cumulative. FXPOS.DAT carries each position's
      *> native balance and the base equivalent it was last revalued
      *> to, as at the close of the last period revalued; those are
      *> brought forward and the period's movement is added to them.
      *> For every day of the period that is on the category ledger
      *> (CATGHIST.DAT) it reads the day's bridged feed and adds, per
      *> category and currency, the native net movement - credits
      *> and reversals in, debits, transfers and fees out, the same
      *> direction GL-EXTRACT posts them - and the base-currency
      *> equivalent RECONCILE booked for it at each day's rate. The
      *> old equivalent is the brought-forward revalued equivalent
      *> plus the period's booked equivalent. Each position's whole
      *> native balance is revalued at the closing rate, the latest
      *> RATEMAST rate effective on or before the last day of the
      *> period (the new equivalent), and the difference is the
      *> period's unrealized gain or loss - only the movement in the
      *> revalued figure since the last revaluation is posted, never
      *> the earlier periods' again. FXREVRPT prints the revaluation
      *> statement by currency and category;
      *> FXEXTR.DAT carries the gain/loss postings in the GLEXTR.DAT
      *> layout - GLH header, one GLP line per position with a
      *> non-zero result, GLT trailer with line count and hash total -
      *> so the GL loads and balances it the way it loads the daily
      *> extract. The revaluation type on each line is FXRV- plus the
      *> foreign currency code; a gain posts as a credit, a loss as a
      *> debit, both in the base currency.
      *> Each legal entity keeps its own books in its own base
      *> currency, so positions are held per entity as well. A record
      *> belongs to the entity RECONCILE booked it to - the account
      *> master's entity for its account, else the batch header's -
      *> and its old and new equivalents are in that entity's base
      *> (an entity-qualified BASECURR row, else the installation
      *> base), converted through the installation base the way
      *> RECONCILE's 2297-CONVERT-TO-ENTITY-BASE does. The statement
      *> totals each entity in its own base, and FXEXTR.DAT carries
      *> one GLH...GLT batch per entity, its header naming the entity
      *> and its base currency, as GL-EXTRACT's entity batches do.
      *> Records already in their entity's base currency need no
      *> revaluation, and records RECONCILE could not convert
      *> (NO-RATE or NO-ENTITY-RATE on the day) never reached the
      *> base totals, so neither is part of a position.
      *> Run ahead of MONTH-END-CLOSE on the month-end variant of the
      *> job, while the month's INPUT.<date>.DAT files are still live;
      *> a day whose live file has already been archived and emptied
      *> is read from its ARCHIVE.INPUT.<date>.DAT copy, so a rerun
      *> after the close gives the same statement. FXPOS.DAT is
      *> rewritten at the end of each run with the period, the
      *> opening figures it was brought forward with and the closing
      *> native balance and revalued equivalent; a rerun of the same
      *> period starts again from the opening figures. It is not
      *> rewritten when a table filled, and a position with no
      *> closing rate carries its old equivalent forward unrevalued.
      *> PARM is the period (YYYYMM); omitted, the month before today
      *> is revalued, as MONTH-END-CLOSE does. BASECURR on CONTROL.DAT
      *> names the base currency (default USD).
      *> Exit codes: 1 = no category ledger on file, 2 = output could
      *> not be opened or a table filled, 3 = FXPOS.DAT has already
      *> been carried past the period (a later period was revalued;
      *> nothing is written), 4 = a currency had no closing rate (its
      *> positions are printed but not posted).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> TRANSACTION-FILE is named at run time per day (live or
      *> archive copy) and must stay a DYNAMIC assign.
       FILE-CONTROL.
           SELECT CATEGORY-HISTORY-FILE ASSIGN TO "CATGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORY-HISTORY.
           SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSACTION-FILE.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RATE-MASTER.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-FILE.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCOUNT-MASTER.
           SELECT REVAL-PRINT-FILE ASSIGN TO "FXREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REVAL-PRINT.
           SELECT GL-INTERFACE-FILE ASSIGN TO "FXEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-INTERFACE.
           SELECT FX-POSITION-FILE ASSIGN TO "FXPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FX-POSITION.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-HISTORY-FILE.
       01  CATEGORY-HISTORY-RECORD.
           05  CH-RUN-DATE        PIC X(8).
           05  FILLER             PIC X(01).
           05  CH-CATEGORY        PIC X(20).
           05  FILLER             PIC X(01).
           05  CH-DEBIT-TOTAL     PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(01).
           05  CH-CREDIT-TOTAL    PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(01).
           05  CH-TRANSFER-TOTAL  PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(01).
           05  CH-REVERSAL-TOTAL  PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(01).
           05  CH-FEE-TOTAL       PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(01).
           05  CH-RECORD-COUNT    PIC 9(9).

       FD  TRANSACTION-FILE.
       01  FD-TRANSACTION-REC.
           05  TR-ID              PIC X(36).
           05  TR-DATE            PIC X(10).
           05  TR-AMOUNT          PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  TR-TYPE            PIC X(8).
           05  TR-CATEGORY        PIC X(20).
           05  TR-CURRENCY        PIC X(3).
           05  TR-DESCRIPTION     PIC X(100).
           05  TR-BATCH-ID        PIC X(8).
           05  TR-SOURCE          PIC X(3).
           05  TR-ACCOUNT         PIC X(8).
           05  TR-ENTITY          PIC X(4).

       FD  RATE-MASTER-FILE.
       01  RATE-MASTER-RECORD.
           05  RM-CURRENCY           PIC X(3).
           05  RM-RATE               PIC 9(5)V9(6).
           05  RM-EFFECTIVE-DATE     PIC X(8).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-REC-TYPE          PIC X(8).
           05  CTL-CATEGORY          PIC X(20).
           05  CTL-LIMIT-AMOUNT      PIC 9(15)V99.

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT            PIC X(8).
           05  FILLER                PIC X(01).
           05  AM-ENTITY-CODE        PIC X(4).

       FD  REVAL-PRINT-FILE.
       01  REVAL-PRINT-RECORD        PIC X(132).

      *> Same record layouts as GL-EXTRACT's GLEXTR.DAT.
       FD  GL-INTERFACE-FILE.
       01  GL-HEADER-RECORD.
           05  GLH-RECORD-TAG     PIC X(3).
           05  GLH-POSTING-DATE   PIC X(8).
           05  GLH-BATCH-ID       PIC X(8).
           05  GLH-BASE-CURRENCY  PIC X(3).
           05  GLH-ENTITY-CODE    PIC X(4).
           05  FILLER             PIC X(36).
       01  GL-POSTING-RECORD.
           05  GLP-RECORD-TAG     PIC X(3).
           05  GLP-CATEGORY       PIC X(20).
           05  GLP-TRAN-TYPE      PIC X(8).
           05  GLP-DC-INDICATOR   PIC X(1).
           05  GLP-CURRENCY       PIC X(3).
           05  GLP-AMOUNT         PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  GLP-POSTING-DATE   PIC X(8).
           05  FILLER             PIC X(01).
       01  GL-TRAILER-RECORD.
           05  GLT-RECORD-TAG     PIC X(3).
           05  GLT-LINE-COUNT     PIC 9(9).
           05  GLT-HASH-TOTAL     PIC S9(16)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(31).

      *> One line per position, written at the end of the run for the
      *> period revalued: the figures it was brought forward with and
      *> those it closed at.
       FD  FX-POSITION-FILE.
       01  FX-POSITION-RECORD.
           05  FP-ENTITY          PIC X(4).
           05  FP-CATEGORY        PIC X(20).
           05  FP-CURRENCY        PIC X(3).
           05  FP-PERIOD          PIC X(6).
           05  FP-OPEN-NATIVE     PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FP-OPEN-EQUIV      PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FP-CLOSE-NATIVE    PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FP-CLOSE-EQUIV     PIC S9(15)V99
                                  SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-CATEGORY-HISTORY     PIC X(2).
           05 FS-TRANSACTION-FILE     PIC X(2).
           05 FS-RATE-MASTER          PIC X(2).
           05 FS-CONTROL-FILE         PIC X(2).
           05 FS-ACCOUNT-MASTER       PIC X(2).
           05 FS-REVAL-PRINT          PIC X(2).
           05 FS-GL-INTERFACE         PIC X(2).
           05 FS-FX-POSITION          PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-PARM                    PIC X(20).
       01  WS-REVAL-PERIOD            PIC X(6).
       01  WS-TODAY                   PIC X(8).
       01  WS-CLOSING-DATE            PIC X(8).
       01  WS-INPUT-FILENAME          PIC X(30).
       01  WS-HISTORY-EOF             PIC X(1) VALUE 'N'.
       01  WS-TRANS-EOF               PIC X(1).
       01  WS-RATE-MASTER-EOF         PIC X(1) VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X(1) VALUE 'N'.
       01  WS-ACCOUNT-MASTER-EOF      PIC X(1) VALUE 'N'.
       01  WS-FX-POSITION-EOF         PIC X(1) VALUE 'N'.
       01  WS-BF-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-BF-NATIVE               PIC S9(15)V99.
       01  WS-BF-EQUIV                PIC S9(15)V99.
       01  WS-BASE-CURRENCY           PIC X(3) VALUE 'USD'.
       01  WS-GL-BATCH-ID             PIC X(8).
       01  WS-BATCH-ENTITY            PIC X(4).
       01  WS-BATCH-BASE-CURRENCY     PIC X(3).

       01  WS-DATE-WORK.
           05 WS-CUR-YEAR             PIC 9(4).
           05 WS-CUR-MONTH            PIC 9(2).
           05 WS-CUR-DAY              PIC 9(2).
           05 WS-CURRENT-YMD          PIC X(8).
           05 WS-LEAP-YEAR-FLAG       PIC X(1).
           05 WS-DAYS-IN-MONTH        PIC 99.

      *> Days of the period that made the category ledger. Only
      *> those days' movement is part of a booked position.
       01  WS-LEDGER-DAYS.
           05 WS-LEDGER-DAY OCCURS 31 TIMES PIC X(1).
       01  WS-LEDGER-DAY-NUM          PIC 9(2).

      *> Every RATEMAST record, so the rate in force on any day of
      *> the period - and at the close - can be looked up.
       01  WS-RATE-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 2000 TIMES INDEXED BY RT-IDX.
              10 WS-RT-CURRENCY       PIC X(3).
              10 WS-RT-RATE           PIC 9(5)V9(6).
              10 WS-RT-EFF-DATE       PIC X(8).
       01  WS-RT-IDX2                 PIC 9(4) COMP.
       01  WS-LOOKUP-CURRENCY         PIC X(3).
       01  WS-LOOKUP-DATE             PIC X(8).
       01  WS-LOOKUP-FOUND            PIC X(1).
       01  WS-LOOKUP-RATE             PIC 9(5)V9(6).
       01  WS-LOOKUP-EFF-DATE         PIC X(8).

      *> Account master, for the entity that owns each account. The
      *> same first 500 accounts RECONCILE loads, so a record lands in
      *> the entity RECONCILE booked it to.
       01  WS-ACCM-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-ACCM-TABLE.
           05 WS-ACCM-ENTRY OCCURS 500 TIMES INDEXED BY ACCM-IDX.
              10 WS-ACCM-ACCOUNT      PIC X(8).
              10 WS-ACCM-ENTITY       PIC X(4).

      *> Legal entities: each one's base currency and its statement
      *> totals in that base. The blank entity is the installation
      *> itself - records with no entity, as before entities were
      *> carried.
       01  WS-ENTITY-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-ENTITY-TABLE.
           05 WS-EN-ENTRY OCCURS 100 TIMES INDEXED BY EN-IDX.
              10 WS-EN-CODE           PIC X(4).
              10 WS-EN-BASE-CURRENCY  PIC X(3).
              10 WS-EN-POSITIONS      PIC 9(4) COMP.
              10 WS-EN-OLD-EQUIV      PIC S9(15)V99.
              10 WS-EN-NEW-EQUIV      PIC S9(15)V99.
              10 WS-EN-GAIN-LOSS      PIC S9(15)V99.
       01  WS-EN-IDX2                 PIC 9(4) COMP.
       01  WS-EN-SEARCH-CODE          PIC X(4).
       01  WS-EN-FOUND                PIC X(1).
       01  WS-REC-ENTITY              PIC X(4).
       01  WS-REC-BASE-CURRENCY       PIC X(3).
       01  WS-INST-EQUIV              PIC S9(15)V99.
       01  WS-BOOKED-FOUND            PIC X(1).

      *> Positions, one per entity, category and currency foreign to
      *> the entity: brought forward from FXPOS.DAT, then the period's
      *> movement. The native and old equivalent include what was
      *> brought forward; the closing equivalent is what FXPOS.DAT
      *> carries into the next period.
       01  WS-POSITION-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-POSITION-TABLE.
           05 WS-PS-ENTRY OCCURS 2000 TIMES INDEXED BY PS-IDX.
              10 WS-PS-ENTITY         PIC X(4).
              10 WS-PS-CATEGORY       PIC X(20).
              10 WS-PS-CURRENCY       PIC X(3).
              10 WS-PS-NATIVE         PIC S9(15)V99.
              10 WS-PS-OLD-EQUIV      PIC S9(15)V99.
              10 WS-PS-NEW-EQUIV      PIC S9(15)V99.
              10 WS-PS-GAIN-LOSS      PIC S9(15)V99.
              10 WS-PS-RECORDS        PIC 9(9).
              10 WS-PS-BF-NATIVE      PIC S9(15)V99.
              10 WS-PS-BF-EQUIV       PIC S9(15)V99.
              10 WS-PS-CLOSE-EQUIV    PIC S9(15)V99.
       01  WS-PS-IDX2                 PIC 9(4) COMP.

      *> Distinct foreign currencies per entity with their closing
      *> rates: the currency's own rate into the installation base
      *> and the entity base currency's (1 when the entity uses the
      *> installation base), so a position is restated into the
      *> entity base the way RECONCILE restated each day.
       01  WS-CCY-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-CCY-TABLE.
           05 WS-CC-ENTRY OCCURS 500 TIMES INDEXED BY CC-IDX.
              10 WS-CC-ENTITY         PIC X(4).
              10 WS-CC-CURRENCY       PIC X(3).
              10 WS-CC-BASE-CURRENCY  PIC X(3).
              10 WS-CC-RATE-FOUND     PIC X(1).
              10 WS-CC-CLOSING-RATE   PIC 9(5)V9(6).
              10 WS-CC-BASE-RATE      PIC 9(5)V9(6).
              10 WS-CC-RATE-DATE      PIC X(8).
              10 WS-CC-OLD-EQUIV      PIC S9(15)V99.
              10 WS-CC-NEW-EQUIV      PIC S9(15)V99.
              10 WS-CC-GAIN-LOSS      PIC S9(15)V99.
       01  WS-CC-IDX2                 PIC 9(4) COMP.

       01  WS-TABLE-OVERFLOW          PIC X(1) VALUE 'N'.
       01  WS-MOVEMENT                PIC S9(15)V99.
       01  WS-MOVEMENT-VALID          PIC X(1).
       01  WS-BOOKED-EQUIV            PIC S9(15)V99.

       01  WS-COUNTS.
           05 WS-LEDGER-DAY-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-DAYS-READ            PIC 9(6) VALUE ZERO.
           05 WS-DAYS-FROM-ARCHIVE    PIC 9(6) VALUE ZERO.
           05 WS-DAY-RECORDS          PIC 9(9) VALUE ZERO.
           05 WS-RECORDS-READ         PIC 9(9) VALUE ZERO.
           05 WS-RECORDS-FOREIGN      PIC 9(9) VALUE ZERO.
           05 WS-RECORDS-NO-RATE      PIC 9(9) VALUE ZERO.
           05 WS-POSITIONS-NO-RATE    PIC 9(6) VALUE ZERO.
           05 WS-POSITIONS-BF         PIC 9(6) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05 WS-LINE-COUNT           PIC 9(9) VALUE ZERO.
           05 WS-HASH-TOTAL           PIC S9(16)V99 VALUE ZERO.

       01  WS-POSTING-WORK.
           05 WS-POST-TYPE            PIC X(8).
           05 WS-POST-DC              PIC X(1).
           05 WS-POST-AMOUNT          PIC S9(15)V99.

       01  WS-PRINT-AREAS.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
           05 WS-RECORDS-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
           05 WS-NATIVE-DISPLAY       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-OLD-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-NEW-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-GAIN-DISPLAY         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-RATE-DISPLAY         PIC ZZZZ9.999999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:6) = SPACES
               MOVE WS-TODAY(1:4) TO WS-CUR-YEAR
               MOVE WS-TODAY(5:2) TO WS-CUR-MONTH
               IF WS-CUR-MONTH > 1
                   SUBTRACT 1 FROM WS-CUR-MONTH
               ELSE
                   MOVE 12 TO WS-CUR-MONTH
                   SUBTRACT 1 FROM WS-CUR-YEAR
               END-IF
               STRING WS-CUR-YEAR WS-CUR-MONTH
                   DELIMITED BY SIZE INTO WS-REVAL-PERIOD
           ELSE
               MOVE WS-PARM(1:6) TO WS-REVAL-PERIOD
           END-IF
           MOVE WS-REVAL-PERIOD(1:4) TO WS-CUR-YEAR
           MOVE WS-REVAL-PERIOD(5:2) TO WS-CUR-MONTH
           PERFORM DETERMINE-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-CUR-DAY
           STRING WS-CUR-YEAR WS-CUR-MONTH WS-CUR-DAY
               DELIMITED BY SIZE INTO WS-CLOSING-DATE
           MOVE SPACES TO WS-GL-BATCH-ID
           STRING 'FX' WS-REVAL-PERIOD
               DELIMITED BY SIZE INTO WS-GL-BATCH-ID

           PERFORM LOAD-CONTROL-FILE
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-RATE-MASTER
           PERFORM LOAD-LEDGER-DAYS
           IF WS-EXIT-CODE NOT = 0
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM LOAD-BROUGHT-FORWARD
           IF WS-EXIT-CODE NOT = 0
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM VARYING WS-LEDGER-DAY-NUM FROM 1 BY 1
                   UNTIL WS-LEDGER-DAY-NUM > WS-DAYS-IN-MONTH
               IF WS-LEDGER-DAY(WS-LEDGER-DAY-NUM) = 'Y'
                   MOVE WS-LEDGER-DAY-NUM TO WS-CUR-DAY
                   STRING WS-CUR-YEAR WS-CUR-MONTH WS-CUR-DAY
                       DELIMITED BY SIZE INTO WS-CURRENT-YMD
                   PERFORM ACCUMULATE-ONE-DAY
               END-IF
           END-PERFORM

           PERFORM REVALUE-POSITIONS

           OPEN OUTPUT REVAL-PRINT-FILE
           IF FS-REVAL-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           OPEN OUTPUT GL-INTERFACE-FILE
           IF FS-GL-INTERFACE NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               CLOSE REVAL-PRINT-FILE
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM WRITE-REVALUATION-STATEMENT
           PERFORM WRITE-GL-POSTINGS

           CLOSE REVAL-PRINT-FILE
           CLOSE GL-INTERFACE-FILE

           IF WS-TABLE-OVERFLOW = 'Y'
               MOVE 2 TO WS-EXIT-CODE
           ELSE
               IF WS-POSITIONS-NO-RATE > 0
                   MOVE 4 TO WS-EXIT-CODE
               END-IF
           END-IF
           IF WS-EXIT-CODE NOT = 2
               PERFORM WRITE-POSITION-FILE
           END-IF.

       CLEANUP-AND-EXIT.
           STOP RUN WS-EXIT-CODE.

       LOAD-CONTROL-FILE.
      *> The BASECURR row with no entity sets the installation base;
      *> an entity-qualified row (the entity code in bytes 5-8 of the
      *> category) sets that entity's. An entity with no row of its
      *> own uses the installation base, filled in once the whole
      *> file has been read. The installation itself is entered first
      *> so its totals lead the statement.
           MOVE SPACES TO WS-EN-SEARCH-CODE
           PERFORM LOCATE-ENTITY
           OPEN INPUT CONTROL-FILE
           IF FS-CONTROL-FILE = "00"
               PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-CONTROL-EOF
                       NOT AT END
                           IF CTL-REC-TYPE = 'BASECURR'
                               PERFORM APPLY-BASE-CURRENCY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           MOVE 'Y' TO WS-CONTROL-EOF
           PERFORM VARYING WS-EN-IDX2 FROM 1 BY 1
                   UNTIL WS-EN-IDX2 > WS-ENTITY-COUNT
               IF WS-EN-BASE-CURRENCY(WS-EN-IDX2) = SPACES
                   MOVE WS-BASE-CURRENCY
                       TO WS-EN-BASE-CURRENCY(WS-EN-IDX2)
               END-IF
           END-PERFORM.

       APPLY-BASE-CURRENCY-ROW.
           IF CTL-CATEGORY(5:4) = SPACES
               MOVE CTL-CATEGORY(1:3) TO WS-BASE-CURRENCY
           ELSE
               MOVE CTL-CATEGORY(5:4) TO WS-EN-SEARCH-CODE
               PERFORM LOCATE-ENTITY
               IF WS-EN-FOUND = 'Y'
                   MOVE CTL-CATEGORY(1:3)
                       TO WS-EN-BASE-CURRENCY(EN-IDX)
               END-IF
           END-IF.

       LOCATE-ENTITY.
      *> Point EN-IDX at WS-EN-SEARCH-CODE's entry, adding it when the
      *> entity is new. While CONTROL.DAT is being read a new entry's
      *> base is left blank for LOAD-CONTROL-FILE to fill in; after
      *> that it takes the installation base.
           MOVE 'N' TO WS-EN-FOUND
           SET EN-IDX TO 1
           SEARCH WS-EN-ENTRY
               AT END
                   PERFORM START-ENTITY
               WHEN EN-IDX > WS-ENTITY-COUNT
                   PERFORM START-ENTITY
               WHEN WS-EN-CODE(EN-IDX) = WS-EN-SEARCH-CODE
                   MOVE 'Y' TO WS-EN-FOUND
           END-SEARCH.

       START-ENTITY.
           IF WS-ENTITY-COUNT < 100
               ADD 1 TO WS-ENTITY-COUNT
               SET EN-IDX TO WS-ENTITY-COUNT
               MOVE WS-EN-SEARCH-CODE TO WS-EN-CODE(EN-IDX)
               IF WS-CONTROL-EOF = 'Y'
                   MOVE WS-BASE-CURRENCY TO WS-EN-BASE-CURRENCY(EN-IDX)
               ELSE
                   MOVE SPACES TO WS-EN-BASE-CURRENCY(EN-IDX)
               END-IF
               MOVE ZERO TO WS-EN-POSITIONS(EN-IDX)
               MOVE ZERO TO WS-EN-OLD-EQUIV(EN-IDX)
               MOVE ZERO TO WS-EN-NEW-EQUIV(EN-IDX)
               MOVE ZERO TO WS-EN-GAIN-LOSS(EN-IDX)
               MOVE 'Y' TO WS-EN-FOUND
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.

       LOAD-ACCOUNT-MASTER.
      *> ACCTMAST.DAT is optional, as it is for RECONCILE.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF FS-ACCOUNT-MASTER = "00"
               PERFORM UNTIL WS-ACCOUNT-MASTER-EOF = 'Y'
                       OR WS-ACCM-COUNT = 500
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-ACCOUNT-MASTER-EOF
                       NOT AT END
                           ADD 1 TO WS-ACCM-COUNT
                           SET ACCM-IDX TO WS-ACCM-COUNT
                           MOVE AM-ACCOUNT TO WS-ACCM-ACCOUNT(ACCM-IDX)
                           MOVE AM-ENTITY-CODE
                               TO WS-ACCM-ENTITY(ACCM-IDX)
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       LOAD-RATE-MASTER.
      *> RATEMAST.DAT is optional here as it is for RECONCILE; with no
      *> rates nothing foreign was booked and nothing is revalued.
           OPEN INPUT RATE-MASTER-FILE
           IF FS-RATE-MASTER = "00"
               PERFORM UNTIL WS-RATE-MASTER-EOF = 'Y'
                   READ RATE-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-RATE-MASTER-EOF
                       NOT AT END
                           IF RM-EFFECTIVE-DATE <= WS-CLOSING-DATE
                               PERFORM TABLE-ONE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-MASTER-FILE
           END-IF.

       TABLE-ONE-RATE.
           IF WS-RATE-COUNT < 2000
               ADD 1 TO WS-RATE-COUNT
               SET RT-IDX TO WS-RATE-COUNT
               MOVE RM-CURRENCY TO WS-RT-CURRENCY(RT-IDX)
               MOVE RM-RATE TO WS-RT-RATE(RT-IDX)
               MOVE RM-EFFECTIVE-DATE TO WS-RT-EFF-DATE(RT-IDX)
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.

       LOAD-LEDGER-DAYS.
      *> The category ledger decides which days count: a day that
      *> never reached CATGHIST.DAT is not part of the month's books.
           MOVE ALL 'N' TO WS-LEDGER-DAYS
           OPEN INPUT CATEGORY-HISTORY-FILE
           IF FS-CATEGORY-HISTORY NOT = "00"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                   READ CATEGORY-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           IF CH-RUN-DATE(1:6) = WS-REVAL-PERIOD
                                   AND CH-RUN-DATE(7:2) IS NUMERIC
                               MOVE CH-RUN-DATE(7:2)
                                   TO WS-LEDGER-DAY-NUM
                               PERFORM MARK-LEDGER-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-HISTORY-FILE
           END-IF.

       MARK-LEDGER-DAY.
           IF WS-LEDGER-DAY-NUM >= 1
                   AND WS-LEDGER-DAY-NUM <= WS-DAYS-IN-MONTH
               IF WS-LEDGER-DAY(WS-LEDGER-DAY-NUM) = 'N'
                   MOVE 'Y' TO WS-LEDGER-DAY(WS-LEDGER-DAY-NUM)
                   ADD 1 TO WS-LEDGER-DAY-COUNT
               END-IF
           END-IF.

       LOAD-BROUGHT-FORWARD.
      *> FXPOS.DAT is optional - with none, every position starts
      *> from nothing, as in the first period revalued. Its rows all
      *> carry the period that last wrote it: an earlier period's
      *> closing figures are this period's opening ones, while this
      *> period's own rows (a rerun) are started again from their
      *> opening figures. A file already written for a later period
      *> means this period's revaluation has been built on, and it is
      *> refused rather than posting it a second time.
           OPEN INPUT FX-POSITION-FILE
           IF FS-FX-POSITION = "00"
               PERFORM UNTIL WS-FX-POSITION-EOF = 'Y'
                   READ FX-POSITION-FILE
                       AT END
                           MOVE 'Y' TO WS-FX-POSITION-EOF
                       NOT AT END
                           PERFORM BRING-FORWARD-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE FX-POSITION-FILE
           END-IF
           IF WS-BF-PERIOD > WS-REVAL-PERIOD
               MOVE 3 TO WS-EXIT-CODE
           END-IF.

       BRING-FORWARD-ONE-ROW.
           IF FP-PERIOD > WS-BF-PERIOD
               MOVE FP-PERIOD TO WS-BF-PERIOD
           END-IF
           IF FP-PERIOD = WS-REVAL-PERIOD
               MOVE FP-OPEN-NATIVE TO WS-BF-NATIVE
               MOVE FP-OPEN-EQUIV TO WS-BF-EQUIV
           ELSE
               MOVE FP-CLOSE-NATIVE TO WS-BF-NATIVE
               MOVE FP-CLOSE-EQUIV TO WS-BF-EQUIV
           END-IF
           IF FP-PERIOD <= WS-REVAL-PERIOD
                   AND (WS-BF-NATIVE NOT = ZERO
                        OR WS-BF-EQUIV NOT = ZERO)
               MOVE FP-ENTITY TO WS-EN-SEARCH-CODE
               PERFORM LOCATE-ENTITY
               IF WS-EN-FOUND = 'Y'
                   PERFORM SEED-POSITION
               END-IF
           END-IF.

       SEED-POSITION.
           IF WS-POSITION-COUNT < 2000
               ADD 1 TO WS-POSITION-COUNT
               SET PS-IDX TO WS-POSITION-COUNT
               ADD 1 TO WS-EN-POSITIONS(EN-IDX)
               ADD 1 TO WS-POSITIONS-BF
               MOVE FP-ENTITY TO WS-PS-ENTITY(PS-IDX)
               MOVE FP-CATEGORY TO WS-PS-CATEGORY(PS-IDX)
               MOVE FP-CURRENCY TO WS-PS-CURRENCY(PS-IDX)
               MOVE WS-BF-NATIVE TO WS-PS-NATIVE(PS-IDX)
               MOVE WS-BF-NATIVE TO WS-PS-BF-NATIVE(PS-IDX)
               MOVE WS-BF-EQUIV TO WS-PS-OLD-EQUIV(PS-IDX)
               MOVE WS-BF-EQUIV TO WS-PS-BF-EQUIV(PS-IDX)
               MOVE ZERO TO WS-PS-NEW-EQUIV(PS-IDX)
               MOVE ZERO TO WS-PS-GAIN-LOSS(PS-IDX)
               MOVE ZERO TO WS-PS-RECORDS(PS-IDX)
               MOVE ZERO TO WS-PS-CLOSE-EQUIV(PS-IDX)
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.

       ACCUMULATE-ONE-DAY.
      *> The live file first; MONTH-END-CLOSE leaves an archived day's
      *> live file empty, so a day that yields nothing live is read
      *> again from its archive copy.
           MOVE SPACES TO WS-INPUT-FILENAME
           STRING 'INPUT.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-INPUT-FILENAME
           PERFORM READ-DAY-FILE
           IF WS-DAY-RECORDS = 0
               MOVE SPACES TO WS-INPUT-FILENAME
               STRING 'ARCHIVE.INPUT.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-INPUT-FILENAME
               PERFORM READ-DAY-FILE
               IF WS-DAY-RECORDS > 0
                   ADD 1 TO WS-DAYS-FROM-ARCHIVE
               END-IF
           END-IF
           IF WS-DAY-RECORDS > 0
               ADD 1 TO WS-DAYS-READ
           END-IF.

       READ-DAY-FILE.
           MOVE ZERO TO WS-DAY-RECORDS
           MOVE 'N' TO WS-TRANS-EOF
           OPEN INPUT TRANSACTION-FILE
           IF FS-TRANSACTION-FILE = "00"
               PERFORM UNTIL WS-TRANS-EOF = 'Y'
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-TRANS-EOF
                       NOT AT END
                           ADD 1 TO WS-DAY-RECORDS
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM ACCUMULATE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

       ACCUMULATE-ONE-RECORD.
      *> Credits and reversals keep their sign; debits, transfers and
      *> fees are outflow whatever sign the feed used. The booked
      *> equivalent is converted line by line at the day's rates, as
      *> RECONCILE's 2290-AGGREGATE-BASE-EQUIVALENT and
      *> 2295-DETERMINE-ENTITY-BASE-AMOUNT did.
           MOVE 'Y' TO WS-MOVEMENT-VALID
           EVALUATE TR-TYPE
               WHEN 'CREDIT'
               WHEN 'REVERSAL'
                   MOVE TR-AMOUNT TO WS-MOVEMENT
               WHEN 'DEBIT'
               WHEN 'TRANSFER'
               WHEN 'FEE'
                   COMPUTE WS-MOVEMENT = 0 - FUNCTION ABS(TR-AMOUNT)
               WHEN OTHER
                   MOVE 'N' TO WS-MOVEMENT-VALID
           END-EVALUATE
           IF WS-MOVEMENT-VALID = 'Y'
               PERFORM DETERMINE-RECORD-ENTITY
           END-IF
           IF WS-MOVEMENT-VALID = 'Y' AND WS-EN-FOUND = 'Y'
                   AND TR-CURRENCY NOT = WS-REC-BASE-CURRENCY
               ADD 1 TO WS-RECORDS-FOREIGN
               PERFORM CONVERT-BOOKED-EQUIV
               IF WS-BOOKED-FOUND = 'N'
                   ADD 1 TO WS-RECORDS-NO-RATE
               ELSE
                   SET PS-IDX TO 1
                   SEARCH WS-PS-ENTRY
                       AT END
                           PERFORM START-POSITION
                       WHEN PS-IDX > WS-POSITION-COUNT
                           PERFORM START-POSITION
                       WHEN WS-PS-ENTITY(PS-IDX) = WS-REC-ENTITY
                               AND WS-PS-CATEGORY(PS-IDX) = TR-CATEGORY
                               AND WS-PS-CURRENCY(PS-IDX) = TR-CURRENCY
                           PERFORM ADD-TO-POSITION
                   END-SEARCH
               END-IF
           END-IF.

       DETERMINE-RECORD-ENTITY.
      *> RECONCILE's 2140-DETERMINE-ENTITY: the account master's
      *> entity for the record's account, where it names one, else
      *> the entity off the batch header.
           MOVE TR-ENTITY TO WS-REC-ENTITY
           IF TR-ACCOUNT NOT = SPACES AND WS-ACCM-COUNT > 0
               SET ACCM-IDX TO 1
               SEARCH WS-ACCM-ENTRY
                   AT END
                       CONTINUE
                   WHEN ACCM-IDX > WS-ACCM-COUNT
                       CONTINUE
                   WHEN WS-ACCM-ACCOUNT(ACCM-IDX) = TR-ACCOUNT
                       IF WS-ACCM-ENTITY(ACCM-IDX) NOT = SPACES
                           MOVE WS-ACCM-ENTITY(ACCM-IDX)
                               TO WS-REC-ENTITY
                       END-IF
               END-SEARCH
           END-IF
           MOVE WS-REC-ENTITY TO WS-EN-SEARCH-CODE
           PERFORM LOCATE-ENTITY
           IF WS-EN-FOUND = 'Y'
               MOVE WS-EN-BASE-CURRENCY(EN-IDX)
                   TO WS-REC-BASE-CURRENCY
           END-IF.

       CONVERT-BOOKED-EQUIV.
      *> Into the installation base at the currency's rate for the
      *> day, then - for an entity on a different base - divided back
      *> out at the entity base currency's own rate for the day.
           MOVE 'Y' TO WS-BOOKED-FOUND
           IF TR-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-MOVEMENT TO WS-INST-EQUIV
           ELSE
               MOVE TR-CURRENCY TO WS-LOOKUP-CURRENCY
               MOVE WS-CURRENT-YMD TO WS-LOOKUP-DATE
               PERFORM LOOKUP-RATE
               IF WS-LOOKUP-FOUND = 'N'
                   MOVE 'N' TO WS-BOOKED-FOUND
               ELSE
                   COMPUTE WS-INST-EQUIV ROUNDED =
                       WS-MOVEMENT * WS-LOOKUP-RATE
               END-IF
           END-IF
           IF WS-BOOKED-FOUND = 'Y'
               IF WS-REC-BASE-CURRENCY = WS-BASE-CURRENCY
                   MOVE WS-INST-EQUIV TO WS-BOOKED-EQUIV
               ELSE
                   MOVE WS-REC-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
                   MOVE WS-CURRENT-YMD TO WS-LOOKUP-DATE
                   PERFORM LOOKUP-RATE
                   IF WS-LOOKUP-FOUND = 'N'
                           OR WS-LOOKUP-RATE = ZERO
                       MOVE 'N' TO WS-BOOKED-FOUND
                   ELSE
                       COMPUTE WS-BOOKED-EQUIV ROUNDED =
                           WS-INST-EQUIV / WS-LOOKUP-RATE
                   END-IF
               END-IF
           END-IF.

       START-POSITION.
           IF WS-POSITION-COUNT < 2000
               ADD 1 TO WS-POSITION-COUNT
               SET PS-IDX TO WS-POSITION-COUNT
               ADD 1 TO WS-EN-POSITIONS(EN-IDX)
               MOVE WS-REC-ENTITY TO WS-PS-ENTITY(PS-IDX)
               MOVE TR-CATEGORY TO WS-PS-CATEGORY(PS-IDX)
               MOVE TR-CURRENCY TO WS-PS-CURRENCY(PS-IDX)
               MOVE ZERO TO WS-PS-NATIVE(PS-IDX)
               MOVE ZERO TO WS-PS-OLD-EQUIV(PS-IDX)
               MOVE ZERO TO WS-PS-NEW-EQUIV(PS-IDX)
               MOVE ZERO TO WS-PS-GAIN-LOSS(PS-IDX)
               MOVE ZERO TO WS-PS-RECORDS(PS-IDX)
               MOVE ZERO TO WS-PS-BF-NATIVE(PS-IDX)
               MOVE ZERO TO WS-PS-BF-EQUIV(PS-IDX)
               MOVE ZERO TO WS-PS-CLOSE-EQUIV(PS-IDX)
               PERFORM ADD-TO-POSITION
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.

       ADD-TO-POSITION.
           ADD WS-MOVEMENT TO WS-PS-NATIVE(PS-IDX)
           ADD WS-BOOKED-EQUIV TO WS-PS-OLD-EQUIV(PS-IDX)
           ADD 1 TO WS-PS-RECORDS(PS-IDX).

       LOOKUP-RATE.
      *> The rate in force on WS-LOOKUP-DATE: the latest effective
      *> date on or before it, the rule RECONCILE applies each day.
           MOVE 'N' TO WS-LOOKUP-FOUND
           MOVE ZERO TO WS-LOOKUP-RATE
           MOVE SPACES TO WS-LOOKUP-EFF-DATE
           PERFORM VARYING WS-RT-IDX2 FROM 1 BY 1
                   UNTIL WS-RT-IDX2 > WS-RATE-COUNT
               IF WS-RT-CURRENCY(WS-RT-IDX2) = WS-LOOKUP-CURRENCY
                       AND WS-RT-EFF-DATE(WS-RT-IDX2)
                           <= WS-LOOKUP-DATE
                       AND (WS-LOOKUP-FOUND = 'N'
                            OR WS-RT-EFF-DATE(WS-RT-IDX2)
                               >= WS-LOOKUP-EFF-DATE)
                   MOVE 'Y' TO WS-LOOKUP-FOUND
                   MOVE WS-RT-RATE(WS-RT-IDX2) TO WS-LOOKUP-RATE
                   MOVE WS-RT-EFF-DATE(WS-RT-IDX2)
                       TO WS-LOOKUP-EFF-DATE
               END-IF
           END-PERFORM.

       REVALUE-POSITIONS.
      *> One set of closing rates per entity and currency, then each
      *> position at them. A currency with no closing rate keeps its
      *> positions on the statement without a revalued figure and
      *> posts nothing.
           PERFORM VARYING WS-PS-IDX2 FROM 1 BY 1
                   UNTIL WS-PS-IDX2 > WS-POSITION-COUNT
               MOVE WS-PS-ENTITY(WS-PS-IDX2) TO WS-EN-SEARCH-CODE
               PERFORM LOCATE-ENTITY
               SET CC-IDX TO 1
               SEARCH WS-CC-ENTRY
                   AT END
                       PERFORM START-CURRENCY
                   WHEN CC-IDX > WS-CCY-COUNT
                       PERFORM START-CURRENCY
                   WHEN WS-CC-ENTITY(CC-IDX)
                           = WS-PS-ENTITY(WS-PS-IDX2)
                           AND WS-CC-CURRENCY(CC-IDX)
                           = WS-PS-CURRENCY(WS-PS-IDX2)
                       CONTINUE
               END-SEARCH
               IF CC-IDX <= WS-CCY-COUNT
                   PERFORM REVALUE-ONE-POSITION
               END-IF
           END-PERFORM.

       START-CURRENCY.
      *> The installation base is 1 against itself; any other currency
      *> takes the rate in force at the close. The date shown is the
      *> currency's own rate date, or the entity base's where the
      *> position is held in the installation base.
           IF WS-CCY-COUNT < 500
               ADD 1 TO WS-CCY-COUNT
               SET CC-IDX TO WS-CCY-COUNT
               MOVE WS-PS-ENTITY(WS-PS-IDX2) TO WS-CC-ENTITY(CC-IDX)
               MOVE WS-PS-CURRENCY(WS-PS-IDX2)
                   TO WS-CC-CURRENCY(CC-IDX)
               MOVE WS-EN-BASE-CURRENCY(EN-IDX)
                   TO WS-CC-BASE-CURRENCY(CC-IDX)
               MOVE 'Y' TO WS-CC-RATE-FOUND(CC-IDX)
               MOVE 1 TO WS-CC-CLOSING-RATE(CC-IDX)
               MOVE 1 TO WS-CC-BASE-RATE(CC-IDX)
               MOVE SPACES TO WS-CC-RATE-DATE(CC-IDX)
               IF WS-CC-CURRENCY(CC-IDX) NOT = WS-BASE-CURRENCY
                   MOVE WS-CC-CURRENCY(CC-IDX) TO WS-LOOKUP-CURRENCY
                   MOVE WS-CLOSING-DATE TO WS-LOOKUP-DATE
                   PERFORM LOOKUP-RATE
                   MOVE WS-LOOKUP-FOUND TO WS-CC-RATE-FOUND(CC-IDX)
                   MOVE WS-LOOKUP-RATE TO WS-CC-CLOSING-RATE(CC-IDX)
                   MOVE WS-LOOKUP-EFF-DATE TO WS-CC-RATE-DATE(CC-IDX)
               END-IF
               IF WS-CC-BASE-CURRENCY(CC-IDX) NOT = WS-BASE-CURRENCY
                       AND WS-CC-RATE-FOUND(CC-IDX) = 'Y'
                   MOVE WS-CC-BASE-CURRENCY(CC-IDX)
                       TO WS-LOOKUP-CURRENCY
                   MOVE WS-CLOSING-DATE TO WS-LOOKUP-DATE
                   PERFORM LOOKUP-RATE
                   IF WS-LOOKUP-FOUND = 'N' OR WS-LOOKUP-RATE = ZERO
                       MOVE 'N' TO WS-CC-RATE-FOUND(CC-IDX)
                   ELSE
                       MOVE WS-LOOKUP-RATE TO WS-CC-BASE-RATE(CC-IDX)
                       IF WS-CC-RATE-DATE(CC-IDX) = SPACES
                           MOVE WS-LOOKUP-EFF-DATE
                               TO WS-CC-RATE-DATE(CC-IDX)
                       END-IF
                   END-IF
               END-IF
               MOVE ZERO TO WS-CC-OLD-EQUIV(CC-IDX)
               MOVE ZERO TO WS-CC-NEW-EQUIV(CC-IDX)
               MOVE ZERO TO WS-CC-GAIN-LOSS(CC-IDX)
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.

       REVALUE-ONE-POSITION.
           IF WS-CC-RATE-FOUND(CC-IDX) = 'N'
               ADD 1 TO WS-POSITIONS-NO-RATE
               MOVE WS-PS-OLD-EQUIV(WS-PS-IDX2)
                   TO WS-PS-CLOSE-EQUIV(WS-PS-IDX2)
           ELSE
               COMPUTE WS-PS-NEW-EQUIV(WS-PS-IDX2) ROUNDED =
                   WS-PS-NATIVE(WS-PS-IDX2)
                       * WS-CC-CLOSING-RATE(CC-IDX)
                       / WS-CC-BASE-RATE(CC-IDX)
               COMPUTE WS-PS-GAIN-LOSS(WS-PS-IDX2) =
                   WS-PS-NEW-EQUIV(WS-PS-IDX2)
                       - WS-PS-OLD-EQUIV(WS-PS-IDX2)
               MOVE WS-PS-NEW-EQUIV(WS-PS-IDX2)
                   TO WS-PS-CLOSE-EQUIV(WS-PS-IDX2)
               ADD WS-PS-OLD-EQUIV(WS-PS-IDX2)
                   TO WS-CC-OLD-EQUIV(CC-IDX)
               ADD WS-PS-NEW-EQUIV(WS-PS-IDX2)
                   TO WS-CC-NEW-EQUIV(CC-IDX)
               ADD WS-PS-GAIN-LOSS(WS-PS-IDX2)
                   TO WS-CC-GAIN-LOSS(CC-IDX)
               ADD WS-PS-OLD-EQUIV(WS-PS-IDX2)
                   TO WS-EN-OLD-EQUIV(EN-IDX)
               ADD WS-PS-NEW-EQUIV(WS-PS-IDX2)
                   TO WS-EN-NEW-EQUIV(EN-IDX)
               ADD WS-PS-GAIN-LOSS(WS-PS-IDX2)
                   TO WS-EN-GAIN-LOSS(EN-IDX)
           END-IF.

       WRITE-REVALUATION-STATEMENT.
           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'FX REVALUATION STATEMENT FOR PERIOD '
                  WS-REVAL-PERIOD
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'BASE CURRENCY . . . . . . . . : '
                  WS-BASE-CURRENCY
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'CLOSING RATE DATE . . . . . . : '
                  WS-CLOSING-DATE
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           MOVE WS-LEDGER-DAY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'LEDGER DAYS IN PERIOD . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           MOVE WS-DAYS-FROM-ARCHIVE TO WS-COUNT-DISPLAY
           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'DAYS READ FROM ARCHIVE. . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           MOVE WS-RECORDS-FOREIGN TO WS-RECORDS-DISPLAY
           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'FOREIGN-CURRENCY RECORDS. . . : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           MOVE WS-RECORDS-NO-RATE TO WS-RECORDS-DISPLAY
           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'NOT BOOKED (NO RATE ON DAY) . : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           MOVE WS-POSITIONS-BF TO WS-COUNT-DISPLAY
           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'POSITIONS BROUGHT FORWARD . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           PERFORM VARYING WS-CC-IDX2 FROM 1 BY 1
                   UNTIL WS-CC-IDX2 > WS-CCY-COUNT
               PERFORM WRITE-CURRENCY-SECTION
           END-PERFORM

           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

      *> Totals per entity, each in that entity's own base currency.
      *> With no positions at all the totals are simply zero.
           MOVE 'N' TO WS-EN-FOUND
           PERFORM VARYING WS-EN-IDX2 FROM 1 BY 1
                   UNTIL WS-EN-IDX2 > WS-ENTITY-COUNT
               IF WS-EN-POSITIONS(WS-EN-IDX2) > 0
                   MOVE 'Y' TO WS-EN-FOUND
                   PERFORM WRITE-ENTITY-TOTALS
               END-IF
           END-PERFORM
           IF WS-EN-FOUND = 'N'
               MOVE ZERO TO WS-OLD-DISPLAY
               MOVE ZERO TO WS-NEW-DISPLAY
               MOVE ZERO TO WS-GAIN-DISPLAY
               PERFORM WRITE-TOTAL-LINES
           END-IF

           IF WS-POSITIONS-NO-RATE > 0
               MOVE WS-POSITIONS-NO-RATE TO WS-COUNT-DISPLAY
               MOVE SPACES TO REVAL-PRINT-RECORD
               STRING '*** WARNING: ' WS-COUNT-DISPLAY
                      ' POSITION(S) HAVE NO CLOSING RATE -'
                      ' NOT REVALUED OR POSTED'
                   DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
               WRITE REVAL-PRINT-RECORD
           END-IF

           IF WS-TABLE-OVERFLOW = 'Y'
               MOVE SPACES TO REVAL-PRINT-RECORD
               STRING '*** WARNING: RATE, ENTITY, POSITION OR'
                      ' CURRENCY TABLE FULL - STATEMENT IS INCOMPLETE'
                   DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
               WRITE REVAL-PRINT-RECORD
           END-IF

           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING '*** END OF STATEMENT ***'
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD.

       WRITE-ENTITY-TOTALS.
           IF WS-EN-CODE(WS-EN-IDX2) NOT = SPACES
               MOVE SPACES TO REVAL-PRINT-RECORD
               STRING 'ENTITY ' WS-EN-CODE(WS-EN-IDX2)
                      '  BASE CURRENCY '
                      WS-EN-BASE-CURRENCY(WS-EN-IDX2)
                   DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
               WRITE REVAL-PRINT-RECORD
           END-IF
           MOVE WS-EN-OLD-EQUIV(WS-EN-IDX2) TO WS-OLD-DISPLAY
           MOVE WS-EN-NEW-EQUIV(WS-EN-IDX2) TO WS-NEW-DISPLAY
           MOVE WS-EN-GAIN-LOSS(WS-EN-IDX2) TO WS-GAIN-DISPLAY
           PERFORM WRITE-TOTAL-LINES.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'TOTAL OLD EQUIVALENT. . . . . : '
                  WS-OLD-DISPLAY
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'TOTAL NEW EQUIVALENT. . . . . : '
                  WS-NEW-DISPLAY
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'TOTAL UNREALIZED GAIN/LOSS. . : '
                  WS-GAIN-DISPLAY
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD.

       WRITE-CURRENCY-SECTION.
      *> For an entity on its own base the rate shown is the cross
      *> rate into that base, closing rate over base closing rate.
           MOVE SPACES TO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD
           MOVE SPACES TO REVAL-PRINT-RECORD
           IF WS-CC-RATE-FOUND(WS-CC-IDX2) = 'Y'
               COMPUTE WS-RATE-DISPLAY ROUNDED =
                   WS-CC-CLOSING-RATE(WS-CC-IDX2)
                       / WS-CC-BASE-RATE(WS-CC-IDX2)
               IF WS-CC-ENTITY(WS-CC-IDX2) = SPACES
                   STRING 'CURRENCY ' WS-CC-CURRENCY(WS-CC-IDX2)
                          '  CLOSING RATE ' WS-RATE-DISPLAY
                          '  EFFECTIVE ' WS-CC-RATE-DATE(WS-CC-IDX2)
                       DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
               ELSE
                   STRING 'ENTITY ' WS-CC-ENTITY(WS-CC-IDX2)
                          '  CURRENCY ' WS-CC-CURRENCY(WS-CC-IDX2)
                          ' INTO ' WS-CC-BASE-CURRENCY(WS-CC-IDX2)
                          '  CLOSING RATE ' WS-RATE-DISPLAY
                          '  EFFECTIVE ' WS-CC-RATE-DATE(WS-CC-IDX2)
                       DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
               END-IF
           ELSE
               IF WS-CC-ENTITY(WS-CC-IDX2) = SPACES
                   STRING 'CURRENCY ' WS-CC-CURRENCY(WS-CC-IDX2)
                          '  *** NO CLOSING RATE ON RATEMAST ***'
                       DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
               ELSE
                   STRING 'ENTITY ' WS-CC-ENTITY(WS-CC-IDX2)
                          '  CURRENCY ' WS-CC-CURRENCY(WS-CC-IDX2)
                          ' INTO ' WS-CC-BASE-CURRENCY(WS-CC-IDX2)
                          '  *** NO CLOSING RATE ON RATEMAST ***'
                       DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
               END-IF
           END-IF
           WRITE REVAL-PRINT-RECORD

           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING 'CATEGORY            '
                  '         NATIVE POSITION'
                  '          OLD EQUIVALENT'
                  '          NEW EQUIVALENT'
                  '               GAIN/LOSS'
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD

           PERFORM VARYING WS-PS-IDX2 FROM 1 BY 1
                   UNTIL WS-PS-IDX2 > WS-POSITION-COUNT
               IF WS-PS-ENTITY(WS-PS-IDX2)
                       = WS-CC-ENTITY(WS-CC-IDX2)
                       AND WS-PS-CURRENCY(WS-PS-IDX2)
                       = WS-CC-CURRENCY(WS-CC-IDX2)
                   PERFORM WRITE-POSITION-LINE
               END-IF
           END-PERFORM

           MOVE WS-CC-OLD-EQUIV(WS-CC-IDX2) TO WS-OLD-DISPLAY
           MOVE WS-CC-NEW-EQUIV(WS-CC-IDX2) TO WS-NEW-DISPLAY
           MOVE WS-CC-GAIN-LOSS(WS-CC-IDX2) TO WS-GAIN-DISPLAY
           MOVE SPACES TO REVAL-PRINT-RECORD
           STRING WS-CC-CURRENCY(WS-CC-IDX2) ' TOTAL'
                  '            '
                  '                        '
                  WS-OLD-DISPLAY ' '
                  WS-NEW-DISPLAY ' '
                  WS-GAIN-DISPLAY
               DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           WRITE REVAL-PRINT-RECORD.

       WRITE-POSITION-LINE.
           MOVE WS-PS-NATIVE(WS-PS-IDX2) TO WS-NATIVE-DISPLAY
           MOVE WS-PS-OLD-EQUIV(WS-PS-IDX2) TO WS-OLD-DISPLAY
           MOVE SPACES TO REVAL-PRINT-RECORD
           IF WS-CC-RATE-FOUND(WS-CC-IDX2) = 'Y'
               MOVE WS-PS-NEW-EQUIV(WS-PS-IDX2) TO WS-NEW-DISPLAY
               MOVE WS-PS-GAIN-LOSS(WS-PS-IDX2) TO WS-GAIN-DISPLAY
               STRING WS-PS-CATEGORY(WS-PS-IDX2) ' '
                      WS-NATIVE-DISPLAY ' '
                      WS-OLD-DISPLAY ' '
                      WS-NEW-DISPLAY ' '
                      WS-GAIN-DISPLAY
                   DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           ELSE
               STRING WS-PS-CATEGORY(WS-PS-IDX2) ' '
                      WS-NATIVE-DISPLAY ' '
                      WS-OLD-DISPLAY
                      '        NOT REVALUED'
                   DELIMITED BY SIZE INTO REVAL-PRINT-RECORD
           END-IF
           WRITE REVAL-PRINT-RECORD.

       WRITE-GL-POSTINGS.
      *> Header and trailer exactly as GL-EXTRACT writes them, so the
      *> GL's load and control-total check need nothing new. The
      *> postings are dated the last day of the period. One batch per
      *> entity holding positions, in its own base currency; with no
      *> positions at all a single empty installation batch is still
      *> written, as the GL expects a file every period.
           MOVE 'N' TO WS-EN-FOUND
           PERFORM VARYING WS-EN-IDX2 FROM 1 BY 1
                   UNTIL WS-EN-IDX2 > WS-ENTITY-COUNT
               IF WS-EN-POSITIONS(WS-EN-IDX2) > 0
                   MOVE 'Y' TO WS-EN-FOUND
                   MOVE WS-EN-CODE(WS-EN-IDX2) TO WS-BATCH-ENTITY
                   MOVE WS-EN-BASE-CURRENCY(WS-EN-IDX2)
                       TO WS-BATCH-BASE-CURRENCY
                   PERFORM WRITE-GL-BATCH
               END-IF
           END-PERFORM
           IF WS-EN-FOUND = 'N'
               MOVE SPACES TO WS-BATCH-ENTITY
               MOVE WS-BASE-CURRENCY TO WS-BATCH-BASE-CURRENCY
               PERFORM WRITE-GL-BATCH
           END-IF.

       WRITE-GL-BATCH.
      *> An entity batch is told apart from the installation batch and
      *> from its fellows by the entity code in its batch ID, the way
      *> GL-EXTRACT names its entity batches.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-HASH-TOTAL
           MOVE SPACES TO GL-HEADER-RECORD
           MOVE 'GLH' TO GLH-RECORD-TAG
           MOVE WS-CLOSING-DATE TO GLH-POSTING-DATE
           IF WS-BATCH-ENTITY = SPACES
               MOVE WS-GL-BATCH-ID TO GLH-BATCH-ID
           ELSE
               STRING WS-BATCH-ENTITY 'FX' WS-REVAL-PERIOD(5:2)
                   DELIMITED BY SIZE INTO GLH-BATCH-ID
           END-IF
           MOVE WS-BATCH-BASE-CURRENCY TO GLH-BASE-CURRENCY
           MOVE WS-BATCH-ENTITY TO GLH-ENTITY-CODE
           WRITE GL-HEADER-RECORD

           PERFORM VARYING WS-PS-IDX2 FROM 1 BY 1
                   UNTIL WS-PS-IDX2 > WS-POSITION-COUNT
               IF WS-PS-ENTITY(WS-PS-IDX2) = WS-BATCH-ENTITY
                       AND WS-PS-GAIN-LOSS(WS-PS-IDX2) NOT = ZERO
                   PERFORM WRITE-POSTING-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO GL-TRAILER-RECORD
           MOVE 'GLT' TO GLT-RECORD-TAG
           MOVE WS-LINE-COUNT TO GLT-LINE-COUNT
           MOVE WS-HASH-TOTAL TO GLT-HASH-TOTAL
           WRITE GL-TRAILER-RECORD.

       WRITE-POSTING-LINE.
           MOVE SPACES TO WS-POST-TYPE
           STRING 'FXRV-' WS-PS-CURRENCY(WS-PS-IDX2)
               DELIMITED BY SIZE INTO WS-POST-TYPE
           IF WS-PS-GAIN-LOSS(WS-PS-IDX2) > ZERO
               MOVE 'C' TO WS-POST-DC
               MOVE WS-PS-GAIN-LOSS(WS-PS-IDX2) TO WS-POST-AMOUNT
           ELSE
               MOVE 'D' TO WS-POST-DC
               COMPUTE WS-POST-AMOUNT =
                   0 - WS-PS-GAIN-LOSS(WS-PS-IDX2)
           END-IF
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE 'GLP' TO GLP-RECORD-TAG
           MOVE WS-PS-CATEGORY(WS-PS-IDX2) TO GLP-CATEGORY
           MOVE WS-POST-TYPE TO GLP-TRAN-TYPE
           MOVE WS-POST-DC TO GLP-DC-INDICATOR
           MOVE WS-BATCH-BASE-CURRENCY TO GLP-CURRENCY
           MOVE WS-POST-AMOUNT TO GLP-AMOUNT
           MOVE WS-CLOSING-DATE TO GLP-POSTING-DATE
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-POST-AMOUNT TO WS-HASH-TOTAL.

       WRITE-POSITION-FILE.
      *> Every position still holding a balance or an equivalent is
      *> carried into the next period; one that has run down to
      *> nothing either side is dropped.
           OPEN OUTPUT FX-POSITION-FILE
           IF FS-FX-POSITION NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
           ELSE
               PERFORM VARYING WS-PS-IDX2 FROM 1 BY 1
                       UNTIL WS-PS-IDX2 > WS-POSITION-COUNT
                   IF WS-PS-BF-NATIVE(WS-PS-IDX2) NOT = ZERO
                           OR WS-PS-BF-EQUIV(WS-PS-IDX2) NOT = ZERO
                           OR WS-PS-NATIVE(WS-PS-IDX2) NOT = ZERO
                           OR WS-PS-CLOSE-EQUIV(WS-PS-IDX2) NOT = ZERO
                       MOVE SPACES TO FX-POSITION-RECORD
                       MOVE WS-PS-ENTITY(WS-PS-IDX2) TO FP-ENTITY
                       MOVE WS-PS-CATEGORY(WS-PS-IDX2) TO FP-CATEGORY
                       MOVE WS-PS-CURRENCY(WS-PS-IDX2) TO FP-CURRENCY
                       MOVE WS-REVAL-PERIOD TO FP-PERIOD
                       MOVE WS-PS-BF-NATIVE(WS-PS-IDX2)
                           TO FP-OPEN-NATIVE
                       MOVE WS-PS-BF-EQUIV(WS-PS-IDX2) TO FP-OPEN-EQUIV
                       MOVE WS-PS-NATIVE(WS-PS-IDX2) TO FP-CLOSE-NATIVE
                       MOVE WS-PS-CLOSE-EQUIV(WS-PS-IDX2)
                           TO FP-CLOSE-EQUIV
                       WRITE FX-POSITION-RECORD
                   END-IF
               END-PERFORM
               CLOSE FX-POSITION-FILE
           END-IF.

       DETERMINE-DAYS-IN-MONTH.
           MOVE 'N' TO WS-LEAP-YEAR-FLAG
           IF FUNCTION MOD(WS-CUR-YEAR, 4) = 0
               AND (FUNCTION MOD(WS-CUR-YEAR, 100) NOT = 0
                    OR FUNCTION MOD(WS-CUR-YEAR, 400) = 0)
               MOVE 'Y' TO WS-LEAP-YEAR-FLAG
           END-IF

           EVALUATE WS-CUR-MONTH
               WHEN 1  MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF WS-LEAP-YEAR-FLAG = 'Y'
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN 3  MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 5  MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 6  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 7  MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 8  MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 9  MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 10 MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 11 MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 12 MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       END PROGRAM FX-REVALUATION.
