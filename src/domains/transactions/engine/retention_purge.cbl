       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
      *> Housekeeping for the state and log files nothing else ever
      *> trims. MONTH-END-CLOSE archives the dated INPUT/SUMMARY
      *> files, but AUDITLOG, RUNCTL, FEEDCTL.DAT, REJHIST.DAT,
      *> EXCPDISP.DAT, PERIODHX.DAT, CATGHIST.DAT and the watch-list
      *> logs WLHITS.DAT and WLDECN.DAT are appended to for ever,
      *> and RUN-HISTORY, BATCH-WINDOW-MONITOR, CATCHUP-DRIVER and
      *> the rest read them from the top. Each file's retention is a
      *> KEEPDAYS row on CONTROL.DAT - the file name in the category
      *> field and the number of days to keep in the amount. Rows
      *> dated before the run date less that many days are appended
      *> to ARCHIVE.<file>.<run date>.DAT and the live file is
      *> rewritten with only the retained window. A file with no
      *> KEEPDAYS row is counted and left alone.
      *> Nothing the open month needs is ever purged: the open month
      *> is the one after the latest period on PERIODHX.DAT (the run
      *> date's month when nothing has been closed yet), and the
      *> retained window always reaches back at least to its first
      *> day. Some files need more than that, and are held back
      *> further:
      *>   - RUNCTL keeps everything from the latest RECONCILE
      *>     COMPLETE on, the date CATCHUP-DRIVER plans forward from.
      *>   - REJHIST.DAT keeps the last closed month, which
      *>     BILLING-EXTRACT bills after the close.
      *>   - CATGHIST.DAT keeps the open month's whole year for
      *>     BUDGET-REPORT's year-to-date actuals. The ledger is
      *>     balance-forward, so its purged days are folded into one
      *>     opening row per category, dated 00000000 so it falls
      *>     before every statement month and in no budget year;
      *>     CATEGORY-STATEMENT's opening balances come out as
      *>     before. A later purge folds the old opening row in
      *>     again with the newly purged days.
      *>   - PERIODHX.DAT (dated by its close date) always keeps the
      *>     latest closed period - it is what marks the open month.
      *>   - EXCPDISP.DAT lines carry no date: a disposition is kept
      *>     while its item is still unresolved (on EXCPOPOUT or the
      *>     day's EXCEPTION.DAT) and archived once the item is gone,
      *>     whatever the KEEPDAYS figure. Without EXCPOPOUT the file
      *>     is left alone.
      *>   - WLHITS.DAT keeps every hit still held - one with no
      *>     RELEASED line on WLDECN.DAT - whatever its date, for
      *>     WATCHLIST-REPORT's pending list. With more releases on
      *>     file than the table holds the file is left alone.
      *>   - WLDECN.DAT is dated by when the release was logged, not
      *>     by the hit it releases, so a hit held for weeks keeps
      *>     its release line as long as a fresh one does - the line
      *>     TRANSACTION-PROCESSOR and TRANSACTION-BRIDGE re-screen
      *>     against.
      *>   - CORRECT.LOG is rewritten by every TRANSACTION-CORRECTION
      *>     run and its lines carry no date, so it is only counted.
      *> AUDITLOG continuation lines (those not starting with a
      *> timestamp) go wherever the line above them goes, and any row
      *> whose date cannot be read is kept. RETNRPT shows the before,
      *> archived and after counts per file, and every purge is
      *> audited on AUDITLOG once that file has been dealt with.
      *> PARM: the run date (YYYYMMDD), today's date when omitted.
      *> Exit codes: 1 = PARM date not numeric, 2 = the report could
      *> not be opened, 3 = an archive or live file could not be
      *> written (that file is left as it was).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> STATE-FILE and ARCHIVE-FILE are pointed at each file in turn
      *> and must stay DYNAMIC assigns.
       FILE-CONTROL.
           SELECT STATE-FILE ASSIGN TO DYNAMIC WS-STATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATE-FILE.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVE-FILE.
           SELECT KEEP-WORK-FILE ASSIGN TO "RETNKEEP.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KEEP-WORK.
           SELECT PURGE-WORK-FILE ASSIGN TO "RETNPURG.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PURGE-WORK.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-FILE.
           SELECT OPEN-ITEMS-FILE ASSIGN TO "EXCPOPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPEN-ITEMS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-FILE.
           SELECT RELEASE-LOG ASSIGN TO "WLDECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELEASE-LOG.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
           SELECT RETENTION-PRINT-FILE ASSIGN TO "RETNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENTION-PRINT.

       DATA DIVISION.
       FILE SECTION.
      *> FEEDCTL.DAT, REJHIST.DAT, CATGHIST.DAT and RUNCTL carry
      *> their run date in the first eight bytes; the other views are
      *> the files whose date (or key) sits elsewhere.
       FD  STATE-FILE.
       01  STATE-RECORD.
           05  ST-RUN-DATE            PIC X(8).
           05  ST-REST                PIC X(292).
       01  STATE-AUDIT-VIEW.
           05  SA-YEAR                PIC X(4).
           05  SA-DASH-1              PIC X(1).
           05  SA-MONTH               PIC X(2).
           05  SA-DASH-2              PIC X(1).
           05  SA-DAY                 PIC X(2).
           05  FILLER                 PIC X(290).
       01  STATE-RUNCTL-VIEW.
           COPY "runctl_record.cpy".
       01  STATE-PERIOD-VIEW.
           05  PH-PERIOD              PIC X(6).
           05  FILLER                 PIC X(01).
           05  PH-TOTAL-RECORDS       PIC 9(9).
           05  FILLER                 PIC X(01).
           05  PH-TOTAL-DEBITS        PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  PH-TOTAL-CREDITS       PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  PH-CLOSED-DATE         PIC X(8).
           05  FILLER                 PIC X(01).
           05  PH-ENTITY-CODE         PIC X(4).
           05  FILLER                 PIC X(01).
           05  PH-BASE-CURRENCY       PIC X(3).
       01  STATE-CATGHIST-VIEW.
           05  CH-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(01).
           05  CH-CATEGORY            PIC X(20).
           05  FILLER                 PIC X(01).
           05  CH-DEBIT-TOTAL         PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  CH-CREDIT-TOTAL        PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  CH-TRANSFER-TOTAL      PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  CH-REVERSAL-TOTAL      PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  CH-FEE-TOTAL           PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  CH-RECORD-COUNT        PIC 9(9).
       01  STATE-DISPOSITION-VIEW.
           05  DS-TR-ID               PIC X(36).
           05  FILLER                 PIC X(264).
       01  STATE-WLHIT-VIEW.
           COPY "wlhit_record.cpy".
       01  STATE-DECISION-VIEW.
           05  WD-HIT-REF             PIC X(20).
           05  FILLER                 PIC X(01).
           05  WD-DECISION            PIC X(8).
           05  FILLER                 PIC X(01).
           05  WD-YEAR                PIC X(4).
           05  WD-DASH-1              PIC X(1).
           05  WD-MONTH               PIC X(2).
           05  WD-DASH-2              PIC X(1).
           05  WD-DAY                 PIC X(2).
           05  FILLER                 PIC X(260).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD             PIC X(300).

       FD  KEEP-WORK-FILE.
       01  KEEP-WORK-RECORD           PIC X(300).

       FD  PURGE-WORK-FILE.
       01  PURGE-WORK-RECORD          PIC X(300).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-REC-TYPE           PIC X(8).
           05  CTL-CATEGORY           PIC X(20).
           05  CTL-LIMIT-AMOUNT       PIC 9(15)V99.

       FD  OPEN-ITEMS-FILE.
       01  OPEN-ITEM-RECORD.
           05  OI-TR-ID               PIC X(36).
           05  FILLER                 PIC X(100).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EX-TR-ID               PIC X(36).
           05  FILLER                 PIC X(40).

       FD  RELEASE-LOG.
       01  RELEASE-LOG-RECORD.
           05  RL-HIT-REF             PIC X(20).
           05  FILLER                 PIC X(01).
           05  RL-DECISION            PIC X(8).
           05  FILLER                 PIC X(66).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD           PIC X(80).

       FD  RETENTION-PRINT-FILE.
       01  RETENTION-PRINT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-STATE-FILE           PIC X(2).
           05 FS-ARCHIVE-FILE         PIC X(2).
           05 FS-KEEP-WORK            PIC X(2).
           05 FS-PURGE-WORK           PIC X(2).
           05 FS-CONTROL-FILE         PIC X(2).
           05 FS-OPEN-ITEMS           PIC X(2).
           05 FS-EXCEPTION-FILE       PIC X(2).
           05 FS-RELEASE-LOG          PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).
           05 FS-RETENTION-PRINT      PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-PARM                    PIC X(20).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-STATE-FILENAME          PIC X(20).
       01  WS-ARCHIVE-BASE            PIC X(8).
       01  WS-ARCHIVE-FILENAME        PIC X(30).
       01  WS-EOF                     PIC X(1).
       01  WS-CONTROL-EOF             PIC X(1) VALUE 'N'.

      *> KEEPDAYS rows from CONTROL.DAT, one per file name.
       01  WS-RETAIN-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-RETAIN-TABLE.
           05 WS-RETAIN-ENTRY OCCURS 20 TIMES INDEXED BY RET-IDX.
              10 WS-RETAIN-FILE       PIC X(20).
              10 WS-RETAIN-DAYS       PIC 9(5).

      *> The open month and the dates the guards hold back to.
       01  WS-PERIOD-AREAS.
           05 WS-LAST-CLOSED          PIC X(6) VALUE SPACES.
           05 WS-OPEN-MONTH           PIC X(6).
           05 WS-OPEN-MONTH-START     PIC X(8).
           05 WS-LAST-RECON-DATE      PIC X(8).
           05 WS-PERIOD-YEAR          PIC 9(4).
           05 WS-PERIOD-MONTH         PIC 9(2).

      *> The file in hand.
       01  WS-FILE-AREAS.
           05 WS-KEEP-SET             PIC X(1).
           05 WS-KEEP-DAYS            PIC 9(5).
           05 WS-CUTOFF-DAYNUM        PIC 9(8).
           05 WS-CUTOFF-NUM           PIC 9(8).
           05 WS-CUTOFF               PIC X(8).
           05 WS-FLOOR                PIC X(8).
           05 WS-FLOOR-REASON         PIC X(40).
           05 WS-HELD-BACK            PIC X(1).
           05 WS-ROW-DATE             PIC X(8).
           05 WS-ROW-PURGE            PIC X(1).
           05 WS-FILE-NOTE            PIC X(60).
           05 WS-ROWS-BEFORE          PIC 9(9).
           05 WS-ROWS-ARCHIVED        PIC 9(9).
           05 WS-ROWS-KEPT            PIC 9(9).
           05 WS-OPENING-ROWS-IN      PIC 9(9).
           05 WS-ROWS-AFTER           PIC 9(9).
           05 WS-TOTAL-ARCHIVED       PIC 9(9) VALUE ZERO.

      *> What each purge did, audited at the end - AUDITLOG is one of
      *> the files rewritten, so nothing is appended to it mid-run.
       01  WS-RESULT-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-RESULT-TABLE.
           05 WS-RESULT-ENTRY OCCURS 10 TIMES INDEXED BY RES-IDX.
              10 WS-RESULT-FILE       PIC X(20).
              10 WS-RESULT-ARCHIVED   PIC 9(9).
              10 WS-RESULT-NOTE       PIC X(15).

      *> Unresolved exception items - EXCPOPOUT plus the day's
      *> EXCEPTION.DAT not yet merged into it.
       01  WS-OPEN-ITEMS-OK           PIC X(1).
       01  WS-OPEN-ITEM-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-OPEN-ITEM-TABLE.
           05 WS-OPEN-ITEM-ENTRY OCCURS 2000 TIMES
                  INDEXED BY OPEN-IDX.
              10 WS-OPEN-TR-ID        PIC X(36).
       01  WS-LOOKUP-ID               PIC X(36).

      *> Watch-list hits released on WLDECN.DAT - any other hit on
      *> WLHITS.DAT is still held.
       01  WS-RELEASES-OK             PIC X(1).
       01  WS-RELEASE-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-RELEASE-TABLE.
           05 WS-RELEASE-ENTRY OCCURS 5000 TIMES
                  INDEXED BY REL-IDX.
              10 WS-RELEASE-HIT-REF   PIC X(20).

      *> CATGHIST.DAT purged days, folded per category.
       01  WS-FOLD-OVERFLOW           PIC X(1).
       01  WS-FOLD-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-FOLD-TABLE.
           05 WS-FOLD-ENTRY OCCURS 500 TIMES INDEXED BY FOLD-IDX.
              10 WS-FOLD-CATEGORY     PIC X(20).
              10 WS-FOLD-DEBITS       PIC S9(15)V99.
              10 WS-FOLD-CREDITS      PIC S9(15)V99.
              10 WS-FOLD-TRANSFERS    PIC S9(15)V99.
              10 WS-FOLD-REVERSALS    PIC S9(15)V99.
              10 WS-FOLD-FEES         PIC S9(15)V99.
              10 WS-FOLD-RECORDS      PIC 9(9).

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).
           05 WS-AUDIT-EXIT-DISPLAY   PIC 9(1).

       01  WS-PRINT-AREAS.
           05 WS-BEFORE-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
           05 WS-ARCHIVED-DISPLAY     PIC ZZZ,ZZZ,ZZ9.
           05 WS-AFTER-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-DAYS-DISPLAY         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:8) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-PARM(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY 'RETENTION-PURGE: PARM MUST BE YYYYMMDD'
               MOVE 1 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

           OPEN OUTPUT RETENTION-PRINT-FILE
           IF FS-RETENTION-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM LOAD-RETENTION-SETTINGS
           PERFORM FIND-OPEN-MONTH
           PERFORM WRITE-REPORT-HEADING

      *> AUDITLOG goes first so the closing audit lines land in the
      *> rewritten file.
           MOVE 'AUDITLOG' TO WS-STATE-FILENAME
           MOVE 'AUDITLOG' TO WS-ARCHIVE-BASE
           PERFORM PURGE-ONE-FILE THRU PURGE-ONE-FILE-EXIT
           MOVE 'RUNCTL' TO WS-STATE-FILENAME
           MOVE 'RUNCTL' TO WS-ARCHIVE-BASE
           PERFORM PURGE-ONE-FILE THRU PURGE-ONE-FILE-EXIT
           MOVE 'CORRECT.LOG' TO WS-STATE-FILENAME
           MOVE 'CORRECT' TO WS-ARCHIVE-BASE
           PERFORM PURGE-ONE-FILE THRU PURGE-ONE-FILE-EXIT
           MOVE 'FEEDCTL.DAT' TO WS-STATE-FILENAME
           MOVE 'FEEDCTL' TO WS-ARCHIVE-BASE
           PERFORM PURGE-ONE-FILE THRU PURGE-ONE-FILE-EXIT
           MOVE 'REJHIST.DAT' TO WS-STATE-FILENAME
           MOVE 'REJHIST' TO WS-ARCHIVE-BASE
           PERFORM PURGE-ONE-FILE THRU PURGE-ONE-FILE-EXIT
           MOVE 'EXCPDISP.DAT' TO WS-STATE-FILENAME
           MOVE 'EXCPDISP' TO WS-ARCHIVE-BASE
           PERFORM PURGE-ONE-FILE THRU PURGE-ONE-FILE-EXIT
           MOVE 'PERIODHX.DAT' TO WS-STATE-FILENAME
           MOVE 'PERIODHX' TO WS-ARCHIVE-BASE
           PERFORM PURGE-ONE-FILE THRU PURGE-ONE-FILE-EXIT
           MOVE 'CATGHIST.DAT' TO WS-STATE-FILENAME
           MOVE 'CATGHIST' TO WS-ARCHIVE-BASE
           PERFORM PURGE-ONE-FILE THRU PURGE-ONE-FILE-EXIT
      *> WLHITS.DAT goes ahead of WLDECN.DAT so its pending test
      *> reads every release on file.
           MOVE 'WLHITS.DAT' TO WS-STATE-FILENAME
           MOVE 'WLHITS' TO WS-ARCHIVE-BASE
           PERFORM PURGE-ONE-FILE THRU PURGE-ONE-FILE-EXIT
           MOVE 'WLDECN.DAT' TO WS-STATE-FILENAME
           MOVE 'WLDECN' TO WS-ARCHIVE-BASE
           PERFORM PURGE-ONE-FILE THRU PURGE-ONE-FILE-EXIT

           MOVE SPACES TO RETENTION-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
           WRITE RETENTION-PRINT-RECORD
           MOVE WS-TOTAL-ARCHIVED TO WS-ARCHIVED-DISPLAY
           MOVE SPACES TO RETENTION-PRINT-RECORD
           STRING 'ROWS ARCHIVED, ALL FILES. . . : '
                  WS-ARCHIVED-DISPLAY
               DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
           WRITE RETENTION-PRINT-RECORD
           MOVE SPACES TO RETENTION-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
           WRITE RETENTION-PRINT-RECORD
           CLOSE RETENTION-PRINT-FILE

           PERFORM WRITE-AUDIT-LINES.

       CLEANUP-AND-EXIT.
           STOP RUN WS-EXIT-CODE.

       LOAD-RETENTION-SETTINGS.
           OPEN INPUT CONTROL-FILE
           IF FS-CONTROL-FILE = "00"
               PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-CONTROL-EOF
                       NOT AT END
                           IF CTL-REC-TYPE = 'KEEPDAYS'
                                   AND WS-RETAIN-COUNT < 20
                               ADD 1 TO WS-RETAIN-COUNT
                               SET RET-IDX TO WS-RETAIN-COUNT
                               MOVE CTL-CATEGORY
                                   TO WS-RETAIN-FILE(RET-IDX)
                               MOVE CTL-LIMIT-AMOUNT
                                   TO WS-RETAIN-DAYS(RET-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       FIND-OPEN-MONTH.
      *> The open month follows the latest period closed on
      *> PERIODHX.DAT, but is never later than the run date's month.
           MOVE 'N' TO WS-EOF
           MOVE 'PERIODHX.DAT' TO WS-STATE-FILENAME
           OPEN INPUT STATE-FILE
           IF FS-STATE-FILE = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PH-PERIOD IS NUMERIC
                                   AND (WS-LAST-CLOSED = SPACES
                                   OR PH-PERIOD > WS-LAST-CLOSED)
                               MOVE PH-PERIOD TO WS-LAST-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF

           MOVE WS-RUN-DATE(1:6) TO WS-OPEN-MONTH
           IF WS-LAST-CLOSED NOT = SPACES
               MOVE WS-LAST-CLOSED(1:4) TO WS-PERIOD-YEAR
               MOVE WS-LAST-CLOSED(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH < 12
                   ADD 1 TO WS-PERIOD-MONTH
               ELSE
                   MOVE 1 TO WS-PERIOD-MONTH
                   ADD 1 TO WS-PERIOD-YEAR
               END-IF
               IF WS-PERIOD-YEAR < WS-RUN-DATE(1:4)
                       OR (WS-PERIOD-YEAR = WS-RUN-DATE(1:4)
                       AND WS-PERIOD-MONTH < WS-RUN-DATE(5:2))
                   MOVE SPACES TO WS-OPEN-MONTH
                   STRING WS-PERIOD-YEAR WS-PERIOD-MONTH
                       DELIMITED BY SIZE INTO WS-OPEN-MONTH
               END-IF
           END-IF
           MOVE SPACES TO WS-OPEN-MONTH-START
           STRING WS-OPEN-MONTH '01'
               DELIMITED BY SIZE INTO WS-OPEN-MONTH-START.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RETENTION-PRINT-RECORD
           STRING 'RETENTION PURGE FOR RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
           WRITE RETENTION-PRINT-RECORD

           MOVE SPACES TO RETENTION-PRINT-RECORD
           IF WS-LAST-CLOSED = SPACES
               STRING 'LAST CLOSED PERIOD . . . . . : NONE ON FILE'
                   DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
           ELSE
               STRING 'LAST CLOSED PERIOD . . . . . : ' WS-LAST-CLOSED
                   DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
           END-IF
           WRITE RETENTION-PRINT-RECORD

           MOVE SPACES TO RETENTION-PRINT-RECORD
           STRING 'OPEN MONTH . . . . . . . . . : ' WS-OPEN-MONTH
                  ' - NOTHING FROM ' WS-OPEN-MONTH-START
                  ' ON IS PURGED'
               DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
           WRITE RETENTION-PRINT-RECORD

           MOVE SPACES TO RETENTION-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
           WRITE RETENTION-PRINT-RECORD.

       PURGE-ONE-FILE.
      *> Split the file into the rows to keep and the rows to
      *> archive (two work files), then append the archived rows to
      *> the dated archive and rewrite the live file from the kept
      *> rows - only once the split is complete, so a failure leaves
      *> the live file as it was.
           MOVE ZERO TO WS-ROWS-BEFORE
           MOVE ZERO TO WS-ROWS-ARCHIVED
           MOVE ZERO TO WS-ROWS-KEPT
           MOVE ZERO TO WS-OPENING-ROWS-IN
           MOVE ZERO TO WS-ROWS-AFTER
           MOVE SPACES TO WS-FILE-NOTE
           MOVE SPACES TO WS-CUTOFF
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING 'ARCHIVE.' WS-ARCHIVE-BASE DELIMITED BY SPACE
                  '.' WS-RUN-DATE '.DAT' DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME

           MOVE 'N' TO WS-KEEP-SET
           SET RET-IDX TO 1
           SEARCH WS-RETAIN-ENTRY
               AT END
                   CONTINUE
               WHEN RET-IDX > WS-RETAIN-COUNT
                   CONTINUE
               WHEN WS-RETAIN-FILE(RET-IDX) = WS-STATE-FILENAME
                   MOVE 'Y' TO WS-KEEP-SET
                   MOVE WS-RETAIN-DAYS(RET-IDX) TO WS-KEEP-DAYS
           END-SEARCH

           OPEN INPUT STATE-FILE
           IF FS-STATE-FILE NOT = "00"
               MOVE 'NOT ON FILE - UNCHANGED' TO WS-FILE-NOTE
               PERFORM WRITE-FILE-REPORT
               GO TO PURGE-ONE-FILE-EXIT
           END-IF
           CLOSE STATE-FILE

           IF WS-STATE-FILENAME = 'CORRECT.LOG'
               MOVE 'REWRITTEN EACH RUN, NO DATES - KEPT IN FULL'
                   TO WS-FILE-NOTE
               PERFORM COUNT-ROWS-ONLY
               GO TO PURGE-ONE-FILE-EXIT
           END-IF
           IF WS-KEEP-SET = 'N'
               MOVE 'NO KEEPDAYS SETTING - KEPT IN FULL'
                   TO WS-FILE-NOTE
               PERFORM COUNT-ROWS-ONLY
               GO TO PURGE-ONE-FILE-EXIT
           END-IF

           PERFORM SET-FILE-CUTOFF
           IF WS-STATE-FILENAME = 'EXCPDISP.DAT'
               PERFORM LOAD-OPEN-ITEMS
               IF WS-OPEN-ITEMS-OK = 'N'
                   MOVE 'OPEN ITEMS NOT AVAILABLE - KEPT IN FULL'
                       TO WS-FILE-NOTE
                   MOVE SPACES TO WS-CUTOFF
                   PERFORM COUNT-ROWS-ONLY
                   GO TO PURGE-ONE-FILE-EXIT
               END-IF
           END-IF
           IF WS-STATE-FILENAME = 'WLHITS.DAT'
               PERFORM LOAD-RELEASED-HITS
               IF WS-RELEASES-OK = 'N'
                   MOVE 'OVER 5000 RELEASES ON WLDECN - KEPT IN FULL'
                       TO WS-FILE-NOTE
                   MOVE SPACES TO WS-CUTOFF
                   PERFORM COUNT-ROWS-ONLY
                   GO TO PURGE-ONE-FILE-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-FOLD-COUNT
           MOVE 'N' TO WS-FOLD-OVERFLOW

           PERFORM SPLIT-STATE-FILE
           IF WS-FOLD-OVERFLOW = 'Y'
               MOVE 'OVER 500 CATEGORIES TO FOLD - UNCHANGED'
                   TO WS-FILE-NOTE
               MOVE ZERO TO WS-ROWS-ARCHIVED
               MOVE WS-ROWS-BEFORE TO WS-ROWS-AFTER
               PERFORM WRITE-FILE-REPORT
               GO TO PURGE-ONE-FILE-EXIT
           END-IF
      *> Earlier opening rows alone are not worth a rewrite.
           IF WS-ROWS-ARCHIVED = WS-OPENING-ROWS-IN
               MOVE ZERO TO WS-ROWS-ARCHIVED
           END-IF
           IF WS-ROWS-ARCHIVED = 0
               MOVE 'NOTHING PAST RETENTION - UNCHANGED'
                   TO WS-FILE-NOTE
               MOVE WS-ROWS-BEFORE TO WS-ROWS-AFTER
               PERFORM WRITE-FILE-REPORT
               GO TO PURGE-ONE-FILE-EXIT
           END-IF

           PERFORM APPEND-TO-ARCHIVE
           IF FS-ARCHIVE-FILE NOT = "00"
               MOVE 3 TO WS-EXIT-CODE
               MOVE 'ARCHIVE COULD NOT BE WRITTEN - UNCHANGED'
                   TO WS-FILE-NOTE
               MOVE ZERO TO WS-ROWS-ARCHIVED
               MOVE WS-ROWS-BEFORE TO WS-ROWS-AFTER
               PERFORM WRITE-FILE-REPORT
               GO TO PURGE-ONE-FILE-EXIT
           END-IF

           PERFORM REWRITE-STATE-FILE
           IF FS-STATE-FILE NOT = "00"
               MOVE 3 TO WS-EXIT-CODE
               MOVE 'LIVE FILE COULD NOT BE REWRITTEN'
                   TO WS-FILE-NOTE
               MOVE WS-ROWS-BEFORE TO WS-ROWS-AFTER
               PERFORM WRITE-FILE-REPORT
               GO TO PURGE-ONE-FILE-EXIT
           END-IF

           ADD WS-ROWS-ARCHIVED TO WS-TOTAL-ARCHIVED
           IF WS-RESULT-COUNT < 10
               ADD 1 TO WS-RESULT-COUNT
               SET RES-IDX TO WS-RESULT-COUNT
               MOVE WS-STATE-FILENAME TO WS-RESULT-FILE(RES-IDX)
               MOVE WS-ROWS-ARCHIVED TO WS-RESULT-ARCHIVED(RES-IDX)
               IF WS-STATE-FILENAME = 'EXCPDISP.DAT'
                   MOVE 'ITEMS RESOLVED' TO WS-RESULT-NOTE(RES-IDX)
               ELSE
                   MOVE SPACES TO WS-RESULT-NOTE(RES-IDX)
                   STRING 'BEFORE ' WS-CUTOFF
                       DELIMITED BY SIZE INTO WS-RESULT-NOTE(RES-IDX)
               END-IF
           END-IF
           MOVE WS-ARCHIVE-FILENAME TO WS-FILE-NOTE
           PERFORM WRITE-FILE-REPORT.

       PURGE-ONE-FILE-EXIT.
           EXIT.

       SET-FILE-CUTOFF.
      *> The retention cutoff, pulled back to whatever the file's
      *> guard still needs. Rows dated before WS-CUTOFF go.
           COMPUTE WS-CUTOFF-DAYNUM =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
                   - WS-KEEP-DAYS
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAYNUM)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF

           MOVE WS-OPEN-MONTH-START TO WS-FLOOR
           MOVE 'OPEN MONTH' TO WS-FLOOR-REASON
           EVALUATE WS-STATE-FILENAME
               WHEN 'RUNCTL'
                   PERFORM FIND-LAST-RECONCILE
                   IF WS-LAST-RECON-DATE NOT = SPACES
                           AND WS-LAST-RECON-DATE < WS-FLOOR
                       MOVE WS-LAST-RECON-DATE TO WS-FLOOR
                       MOVE 'LATEST RECONCILE COMPLETE'
                           TO WS-FLOOR-REASON
                   END-IF
               WHEN 'REJHIST.DAT'
                   IF WS-LAST-CLOSED NOT = SPACES
                           AND WS-LAST-CLOSED < WS-OPEN-MONTH
                       MOVE SPACES TO WS-FLOOR
                       STRING WS-LAST-CLOSED '01'
                           DELIMITED BY SIZE INTO WS-FLOOR
                       MOVE 'LAST CLOSED MONTH, STILL TO BE BILLED'
                           TO WS-FLOOR-REASON
                   END-IF
               WHEN 'CATGHIST.DAT'
                   MOVE SPACES TO WS-FLOOR
                   STRING WS-OPEN-MONTH(1:4) '0101'
                       DELIMITED BY SIZE INTO WS-FLOOR
                   MOVE 'OPEN MONTH''S YEAR TO DATE'
                       TO WS-FLOOR-REASON
           END-EVALUATE

           MOVE 'N' TO WS-HELD-BACK
           IF WS-FLOOR < WS-CUTOFF
               MOVE WS-FLOOR TO WS-CUTOFF
               MOVE 'Y' TO WS-HELD-BACK
           END-IF.

       FIND-LAST-RECONCILE.
           MOVE SPACES TO WS-LAST-RECON-DATE
           MOVE 'N' TO WS-EOF
           OPEN INPUT STATE-FILE
           IF FS-STATE-FILE = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RC-PROGRAM = 'RECONCILE'
                                   AND RC-STATUS = 'COMPLETE'
                                   AND (RC-EXIT-CODE = 0
                                   OR RC-EXIT-CODE = 4)
                                   AND RC-RUN-DATE IS NUMERIC
                                   AND (WS-LAST-RECON-DATE = SPACES
                                   OR RC-RUN-DATE > WS-LAST-RECON-DATE)
                               MOVE RC-RUN-DATE TO WS-LAST-RECON-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

       LOAD-OPEN-ITEMS.
      *> EXCPOPOUT must be readable - without it nothing shows which
      *> items are still open, so nothing may go. EXCEPTION.DAT is
      *> optional. A table overflow is treated like a missing file.
           MOVE 'Y' TO WS-OPEN-ITEMS-OK
           MOVE ZERO TO WS-OPEN-ITEM-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT OPEN-ITEMS-FILE
           IF FS-OPEN-ITEMS NOT = "00"
               MOVE 'N' TO WS-OPEN-ITEMS-OK
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPEN-ITEMS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OI-TR-ID TO WS-LOOKUP-ID
                           PERFORM ADD-OPEN-ITEM
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEMS-FILE
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT EXCEPTION-FILE
           IF FS-EXCEPTION-FILE = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXCEPTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE EX-TR-ID TO WS-LOOKUP-ID
                           PERFORM ADD-OPEN-ITEM
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

       ADD-OPEN-ITEM.
           IF WS-OPEN-ITEM-COUNT < 2000
               ADD 1 TO WS-OPEN-ITEM-COUNT
               SET OPEN-IDX TO WS-OPEN-ITEM-COUNT
               MOVE WS-LOOKUP-ID TO WS-OPEN-TR-ID(OPEN-IDX)
           ELSE
               MOVE 'N' TO WS-OPEN-ITEMS-OK
           END-IF.

       LOAD-RELEASED-HITS.
      *> No WLDECN.DAT means nothing has been released, so every hit
      *> is still held. A table overflow keeps the whole file.
           MOVE 'Y' TO WS-RELEASES-OK
           MOVE ZERO TO WS-RELEASE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT RELEASE-LOG
           IF FS-RELEASE-LOG = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RELEASE-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RL-DECISION = 'RELEASED'
                               PERFORM ADD-RELEASED-HIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-LOG
           END-IF.

       ADD-RELEASED-HIT.
           IF WS-RELEASE-COUNT < 5000
               ADD 1 TO WS-RELEASE-COUNT
               SET REL-IDX TO WS-RELEASE-COUNT
               MOVE RL-HIT-REF TO WS-RELEASE-HIT-REF(REL-IDX)
           ELSE
               MOVE 'N' TO WS-RELEASES-OK
           END-IF.

       SPLIT-STATE-FILE.
           MOVE 'N' TO WS-EOF
           MOVE WS-RUN-DATE TO WS-ROW-DATE
           OPEN INPUT STATE-FILE
           OPEN OUTPUT KEEP-WORK-FILE
           OPEN OUTPUT PURGE-WORK-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-BEFORE
                       PERFORM DECIDE-ONE-ROW
                       IF WS-ROW-PURGE = 'Y'
                           ADD 1 TO WS-ROWS-ARCHIVED
                           MOVE STATE-RECORD TO PURGE-WORK-RECORD
                           WRITE PURGE-WORK-RECORD
                           IF WS-STATE-FILENAME = 'CATGHIST.DAT'
                               PERFORM FOLD-CATEGORY-ROW
                               IF CH-RUN-DATE = '00000000'
                                   ADD 1 TO WS-OPENING-ROWS-IN
                               END-IF
                           END-IF
                       ELSE
                           ADD 1 TO WS-ROWS-KEPT
                           MOVE STATE-RECORD TO KEEP-WORK-RECORD
                           WRITE KEEP-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           CLOSE KEEP-WORK-FILE
           CLOSE PURGE-WORK-FILE.

       DECIDE-ONE-ROW.
      *> WS-ROW-DATE carries over from the row above for AUDITLOG
      *> continuation lines; an unreadable date keeps the row.
           MOVE 'N' TO WS-ROW-PURGE
           EVALUATE WS-STATE-FILENAME
               WHEN 'AUDITLOG'
                   IF SA-YEAR IS NUMERIC AND SA-DASH-1 = '-'
                           AND SA-MONTH IS NUMERIC AND SA-DASH-2 = '-'
                           AND SA-DAY IS NUMERIC
                       MOVE SPACES TO WS-ROW-DATE
                       STRING SA-YEAR SA-MONTH SA-DAY
                           DELIMITED BY SIZE INTO WS-ROW-DATE
                   ELSE
                       IF STATE-RECORD(1:1) NOT = SPACE
                           MOVE WS-RUN-DATE TO WS-ROW-DATE
                       END-IF
                   END-IF
               WHEN 'PERIODHX.DAT'
                   IF PH-PERIOD = WS-LAST-CLOSED
                       MOVE WS-RUN-DATE TO WS-ROW-DATE
                   ELSE
                       MOVE PH-CLOSED-DATE TO WS-ROW-DATE
                   END-IF
               WHEN 'EXCPDISP.DAT'
                   MOVE 'Y' TO WS-ROW-PURGE
                   SET OPEN-IDX TO 1
                   SEARCH WS-OPEN-ITEM-ENTRY
                       AT END
                           CONTINUE
                       WHEN OPEN-IDX > WS-OPEN-ITEM-COUNT
                           CONTINUE
                       WHEN WS-OPEN-TR-ID(OPEN-IDX) = DS-TR-ID
                           MOVE 'N' TO WS-ROW-PURGE
                   END-SEARCH
               WHEN 'WLHITS.DAT'
                   MOVE WS-RUN-DATE TO WS-ROW-DATE
                   SET REL-IDX TO 1
                   SEARCH WS-RELEASE-ENTRY
                       AT END
                           CONTINUE
                       WHEN REL-IDX > WS-RELEASE-COUNT
                           CONTINUE
                       WHEN WS-RELEASE-HIT-REF(REL-IDX) = WH-HIT-REF
                           MOVE WH-RUN-DATE TO WS-ROW-DATE
                   END-SEARCH
               WHEN 'WLDECN.DAT'
                   MOVE WS-RUN-DATE TO WS-ROW-DATE
                   IF WD-YEAR IS NUMERIC AND WD-DASH-1 = '-'
                           AND WD-MONTH IS NUMERIC AND WD-DASH-2 = '-'
                           AND WD-DAY IS NUMERIC
                       MOVE SPACES TO WS-ROW-DATE
                       STRING WD-YEAR WD-MONTH WD-DAY
                           DELIMITED BY SIZE INTO WS-ROW-DATE
                   END-IF
               WHEN OTHER
                   MOVE ST-RUN-DATE TO WS-ROW-DATE
           END-EVALUATE
           IF WS-STATE-FILENAME NOT = 'EXCPDISP.DAT'
                   AND WS-ROW-DATE IS NUMERIC
                   AND WS-ROW-DATE < WS-CUTOFF
               MOVE 'Y' TO WS-ROW-PURGE
           END-IF.

       FOLD-CATEGORY-ROW.
      *> Readers take the debit magnitude of every row, so the
      *> opening row carries the summed magnitudes.
           SET FOLD-IDX TO 1
           SEARCH WS-FOLD-ENTRY
               AT END
                   MOVE 'Y' TO WS-FOLD-OVERFLOW
               WHEN FOLD-IDX > WS-FOLD-COUNT
                   IF WS-FOLD-COUNT < 500
                       ADD 1 TO WS-FOLD-COUNT
                       SET FOLD-IDX TO WS-FOLD-COUNT
                       MOVE CH-CATEGORY TO WS-FOLD-CATEGORY(FOLD-IDX)
                       MOVE ZERO TO WS-FOLD-DEBITS(FOLD-IDX)
                       MOVE ZERO TO WS-FOLD-CREDITS(FOLD-IDX)
                       MOVE ZERO TO WS-FOLD-TRANSFERS(FOLD-IDX)
                       MOVE ZERO TO WS-FOLD-REVERSALS(FOLD-IDX)
                       MOVE ZERO TO WS-FOLD-FEES(FOLD-IDX)
                       MOVE ZERO TO WS-FOLD-RECORDS(FOLD-IDX)
                       PERFORM ADD-ROW-TO-FOLD
                   ELSE
                       MOVE 'Y' TO WS-FOLD-OVERFLOW
                   END-IF
               WHEN WS-FOLD-CATEGORY(FOLD-IDX) = CH-CATEGORY
                   PERFORM ADD-ROW-TO-FOLD
           END-SEARCH.

       ADD-ROW-TO-FOLD.
           ADD FUNCTION ABS(CH-DEBIT-TOTAL) TO WS-FOLD-DEBITS(FOLD-IDX)
           ADD CH-CREDIT-TOTAL TO WS-FOLD-CREDITS(FOLD-IDX)
           ADD CH-TRANSFER-TOTAL TO WS-FOLD-TRANSFERS(FOLD-IDX)
           ADD CH-REVERSAL-TOTAL TO WS-FOLD-REVERSALS(FOLD-IDX)
           ADD CH-FEE-TOTAL TO WS-FOLD-FEES(FOLD-IDX)
           ADD CH-RECORD-COUNT TO WS-FOLD-RECORDS(FOLD-IDX).

       APPEND-TO-ARCHIVE.
      *> A second purge on the same run date adds to that day's
      *> archive rather than replacing it.
           OPEN EXTEND ARCHIVE-FILE
           IF FS-ARCHIVE-FILE NOT = "00" AND FS-ARCHIVE-FILE NOT = "05"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF FS-ARCHIVE-FILE = "05"
               MOVE "00" TO FS-ARCHIVE-FILE
           END-IF
           IF FS-ARCHIVE-FILE = "00"
               MOVE 'N' TO WS-EOF
               OPEN INPUT PURGE-WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PURGE-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE PURGE-WORK-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PURGE-WORK-FILE
               CLOSE ARCHIVE-FILE
           END-IF.

       REWRITE-STATE-FILE.
      *> CATGHIST.DAT's opening rows go ahead of the retained days.
           OPEN OUTPUT STATE-FILE
           IF FS-STATE-FILE = "00"
               IF WS-STATE-FILENAME = 'CATGHIST.DAT'
                   PERFORM VARYING FOLD-IDX FROM 1 BY 1
                           UNTIL FOLD-IDX > WS-FOLD-COUNT
                       PERFORM WRITE-OPENING-ROW
                   END-PERFORM
               END-IF
               MOVE 'N' TO WS-EOF
               OPEN INPUT KEEP-WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ KEEP-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE KEEP-WORK-RECORD TO STATE-RECORD
                           WRITE STATE-RECORD
                           ADD 1 TO WS-ROWS-AFTER
                   END-READ
               END-PERFORM
               CLOSE KEEP-WORK-FILE
               CLOSE STATE-FILE
           END-IF.

       WRITE-OPENING-ROW.
           MOVE SPACES TO STATE-CATGHIST-VIEW
           MOVE '00000000' TO CH-RUN-DATE
           MOVE WS-FOLD-CATEGORY(FOLD-IDX) TO CH-CATEGORY
           MOVE WS-FOLD-DEBITS(FOLD-IDX) TO CH-DEBIT-TOTAL
           MOVE WS-FOLD-CREDITS(FOLD-IDX) TO CH-CREDIT-TOTAL
           MOVE WS-FOLD-TRANSFERS(FOLD-IDX) TO CH-TRANSFER-TOTAL
           MOVE WS-FOLD-REVERSALS(FOLD-IDX) TO CH-REVERSAL-TOTAL
           MOVE WS-FOLD-FEES(FOLD-IDX) TO CH-FEE-TOTAL
           MOVE WS-FOLD-RECORDS(FOLD-IDX) TO CH-RECORD-COUNT
           WRITE STATE-CATGHIST-VIEW
           ADD 1 TO WS-ROWS-AFTER.

       COUNT-ROWS-ONLY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STATE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-BEFORE
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           MOVE WS-ROWS-BEFORE TO WS-ROWS-AFTER
           PERFORM WRITE-FILE-REPORT.

       WRITE-FILE-REPORT.
           MOVE WS-ROWS-BEFORE TO WS-BEFORE-DISPLAY
           MOVE WS-ROWS-ARCHIVED TO WS-ARCHIVED-DISPLAY
           MOVE WS-ROWS-AFTER TO WS-AFTER-DISPLAY
           MOVE SPACES TO RETENTION-PRINT-RECORD
           STRING WS-STATE-FILENAME(1:14)
                  'BEFORE ' WS-BEFORE-DISPLAY
                  '  ARCHIVED ' WS-ARCHIVED-DISPLAY
                  '  AFTER ' WS-AFTER-DISPLAY
               DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
           WRITE RETENTION-PRINT-RECORD

           IF WS-CUTOFF NOT = SPACES
               MOVE WS-KEEP-DAYS TO WS-DAYS-DISPLAY
               MOVE SPACES TO RETENTION-PRINT-RECORD
               IF WS-STATE-FILENAME = 'EXCPDISP.DAT'
                   STRING '              KEPT WHILE THE ITEM IS STILL'
                          ' OPEN'
                       DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
               ELSE
                   STRING '              KEEPDAYS ' WS-DAYS-DISPLAY
                          '  KEPT FROM ' WS-CUTOFF
                       DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
               END-IF
               WRITE RETENTION-PRINT-RECORD
               IF WS-HELD-BACK = 'Y'
                       AND WS-STATE-FILENAME NOT = 'EXCPDISP.DAT'
                   MOVE SPACES TO RETENTION-PRINT-RECORD
                   STRING '              HELD BACK TO ' WS-CUTOFF
                          ' - ' WS-FLOOR-REASON
                       DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
                   WRITE RETENTION-PRINT-RECORD
               END-IF
               IF WS-STATE-FILENAME = 'WLHITS.DAT'
                   MOVE SPACES TO RETENTION-PRINT-RECORD
                   STRING '              HITS STILL HELD ARE KEPT'
                          ' WHATEVER THEIR DATE'
                       DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
                   WRITE RETENTION-PRINT-RECORD
               END-IF
               IF WS-STATE-FILENAME = 'CATGHIST.DAT'
                       AND WS-FOLD-COUNT > 0
                       AND WS-FOLD-OVERFLOW = 'N'
                       AND WS-ROWS-ARCHIVED > 0
                   MOVE WS-FOLD-COUNT TO WS-AFTER-DISPLAY
                   MOVE SPACES TO RETENTION-PRINT-RECORD
                   STRING '              OPENING ROWS '
                          WS-AFTER-DISPLAY
                       DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
                   WRITE RETENTION-PRINT-RECORD
               END-IF
           END-IF

           MOVE SPACES TO RETENTION-PRINT-RECORD
           STRING '              ' WS-FILE-NOTE
               DELIMITED BY SIZE INTO RETENTION-PRINT-RECORD
           WRITE RETENTION-PRINT-RECORD.

       WRITE-AUDIT-LINES.
           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT-LOG NOT = "00" AND FS-AUDIT-LOG NOT = "05"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           PERFORM FORMAT-AUDIT-TIMESTAMP
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > WS-RESULT-COUNT
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP ' PURGE ' DELIMITED BY SIZE
                      WS-RESULT-FILE(RES-IDX) DELIMITED BY SPACE
                      ' ARCHIVED ' WS-RESULT-ARCHIVED(RES-IDX)
                      ' ' WS-RESULT-NOTE(RES-IDX)
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-PERFORM
           MOVE WS-EXIT-CODE TO WS-AUDIT-EXIT-DISPLAY
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=RETENTION-PURGE'
                  ' RECORDS=' WS-TOTAL-ARCHIVED
                  ' EXIT-CODE=' WS-AUDIT-EXIT-DISPLAY
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

       FORMAT-AUDIT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) '-' WS-CURRENT-DATETIME(5:2)
                  '-' WS-CURRENT-DATETIME(7:2) ' '
                  WS-CURRENT-DATETIME(9:2) ':' WS-CURRENT-DATETIME(11:2)
                  ':' WS-CURRENT-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.

       END PROGRAM RETENTION-PURGE.
