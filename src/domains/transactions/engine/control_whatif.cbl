       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-WHATIF.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
      *> Impact run for a proposed CONTROL.DAT change. Until now a
      *> change to THRESHLD, a CATLIMIT, DUPSUPPR or LATEPOST was made
      *> through MASTER-MAINT and its effect only seen the next
      *> morning. This program takes the proposed control file
      *> (CTLPROP.DAT, CONTROL.DAT layout) and a date range from the
      *> PARM ('YYYYMMDD YYYYMMDD', the second date defaulting to the
      *> first), and replays the part of RECONCILE's exception logic
      *> those settings steer over every day in the range - the live
      *> INPUT.<date>.DAT first and, for a day MONTH-END-CLOSE has
      *> already emptied, its ARCHIVE.INPUT.<date>.DAT copy - once
      *> under the current CONTROL.DAT settings and once under the
      *> proposed ones. Three kinds of item are replayed:
      *>     HIGH-VALUE     magnitude above the category's CATLIMIT,
      *>                    or THRESHLD when it has none (2100/2110)
      *>     DUP-SUPPRESSED a same-day repeat of an ID and type kept
      *>                    out of the rollups (DUPSUPPR=Y, 2650)
      *>     LATE-HELD-OUT  a backdated record kept out of the day's
      *>                    accumulators (LATEPOST=A, 2600/2658)
      *> WHATRPT shows, per day and per category, the items under
      *> the current and the proposed settings and how many newly
      *> appear or drop off, then lists each such item, then the same
      *> side-by-side counts for the whole range. The pending CONTROL
      *> requests on MAINTREQ.DAT are echoed at the head of the
      *> report, so it can go with that change request for approval.
      *> Nothing is written but the report - no state file, carry
      *> file, run-control or audit entry is touched, so the run can
      *> be repeated as often as the proposal changes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> DAY-INPUT-FILE is re-opened for every day in the range with
      *> the live or archive name and must stay a DYNAMIC assign.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-FILE.
           SELECT PROPOSED-CONTROL-FILE ASSIGN TO "CTLPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPOSED-CONTROL.
           SELECT MAINT-REQUEST-FILE ASSIGN TO "MAINTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT-REQUEST.
           SELECT DAY-INPUT-FILE
               ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DAY-INPUT.
           SELECT WHATIF-PRINT-FILE ASSIGN TO "WHATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WHATIF-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-REC-TYPE          PIC X(8).
           05  CTL-CATEGORY          PIC X(20).
           05  CTL-LIMIT-AMOUNT      PIC 9(15)V99.

       FD  PROPOSED-CONTROL-FILE.
       01  PROPOSED-CONTROL-RECORD.
           05  PCT-REC-TYPE          PIC X(8).
           05  PCT-CATEGORY          PIC X(20).
           05  PCT-LIMIT-AMOUNT      PIC 9(15)V99.

       FD  MAINT-REQUEST-FILE.
       01  MAINT-REQUEST-RECORD.
           05  MR-ACTION              PIC X(6).
           05  FILLER                 PIC X(01).
           05  MR-TARGET              PIC X(8).
           05  FILLER                 PIC X(01).
           05  MR-REC-TYPE            PIC X(8).
           05  FILLER                 PIC X(01).
           05  MR-CATEGORY            PIC X(20).
           05  FILLER                 PIC X(01).
           05  MR-AMOUNT              PIC X(17).
           05  FILLER                 PIC X(01).
           05  MR-USER-ID             PIC X(8).

      *> The live and archived input files carry the bridged
      *> FD-TRANSACTION-REC layout RECONCILE reads.
       FD  DAY-INPUT-FILE.
       01  DAY-TRANSACTION-REC.
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

       FD  WHATIF-PRINT-FILE.
       01  WHATIF-PRINT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-CONTROL-FILE         PIC X(2).
           05 FS-PROPOSED-CONTROL     PIC X(2).
           05 FS-MAINT-REQUEST        PIC X(2).
           05 FS-DAY-INPUT            PIC X(2).
           05 FS-WHATIF-PRINT         PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-PARM                    PIC X(40).
       01  WS-FROM-DATE               PIC X(8).
       01  WS-TO-DATE                 PIC X(8).
       01  WS-CONTROL-EOF             PIC X(1) VALUE 'N'.
       01  WS-REQUEST-EOF             PIC X(1) VALUE 'N'.
       01  WS-DAY-EOF                 PIC X(1).
       01  WS-INPUT-FILENAME          PIC X(30).
       01  WS-DAY-RECORDS             PIC 9(9).

      *> The settings RECONCILE's 1160-APPLY-CONTROL-RECORD takes
      *> from the control file, once as CONTROL.DAT has them and once
      *> as CTLPROP.DAT proposes them. The defaults are RECONCILE's.
       01  WS-CURRENT-SETTINGS.
           05 WS-CUR-THRESHOLD        PIC 9(15)V99 VALUE 10000.00.
           05 WS-CUR-DUP-SUPPRESS     PIC X(1) VALUE 'N'.
           05 WS-CUR-LATE-POST-MODE   PIC X(1) VALUE 'C'.
           05 WS-CUR-LIMIT-COUNT      PIC 9(4) COMP VALUE 0.
           05 WS-CUR-LIM-ENTRY OCCURS 500 TIMES INDEXED BY CLIM-IDX.
              10 WS-CUR-LIM-CATEGORY  PIC X(20).
              10 WS-CUR-LIM-AMOUNT    PIC 9(15)V99.

       01  WS-PROPOSED-SETTINGS.
           05 WS-PRP-THRESHOLD        PIC 9(15)V99 VALUE 10000.00.
           05 WS-PRP-DUP-SUPPRESS     PIC X(1) VALUE 'N'.
           05 WS-PRP-LATE-POST-MODE   PIC X(1) VALUE 'C'.
           05 WS-PRP-LIMIT-COUNT      PIC 9(4) COMP VALUE 0.
           05 WS-PRP-LIM-ENTRY OCCURS 500 TIMES INDEXED BY PLIM-IDX.
              10 WS-PRP-LIM-CATEGORY  PIC X(20).
              10 WS-PRP-LIM-AMOUNT    PIC 9(15)V99.

      *> Same-day ID/type occurrences as each side's aggregation pass
      *> would count them (2650-CHECK-DUPLICATE-EXTRA). A late record
      *> held out under LATEPOST=A never reaches that pass, so the
      *> two sides keep their own counts. IDs past the cap cannot be
      *> checked and are reported as such.
       01  WS-SEEN-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-SEEN-OVERFLOW           PIC X(1) VALUE 'N'.
       01  WS-SEEN-CHECKED            PIC X(1).
       01  WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 5000 TIMES INDEXED BY SEEN-IDX.
              10 WS-SEEN-TR-ID        PIC X(36).
              10 WS-SEEN-TR-TYPE      PIC X(8).
              10 WS-SEEN-CUR-COUNT    PIC 9(5) COMP.
              10 WS-SEEN-PRP-COUNT    PIC 9(5) COMP.

      *> Per-record evaluation: which items the record raises under
      *> each side's settings.
       01  WS-RECORD-EVAL.
           05 WS-EFFECTIVE-THRESHOLD  PIC 9(15)V99.
           05 WS-TR-DATE-YMD          PIC X(8).
           05 WS-RECORD-LATE          PIC X(1).
           05 WS-CUR-HIGH-VALUE       PIC X(1).
           05 WS-PRP-HIGH-VALUE       PIC X(1).
           05 WS-CUR-DUP-ITEM         PIC X(1).
           05 WS-PRP-DUP-ITEM         PIC X(1).
           05 WS-CUR-LATE-ITEM        PIC X(1).
           05 WS-PRP-LATE-ITEM        PIC X(1).
           05 WS-ITEM-REASON          PIC X(15).
           05 WS-ITEM-CUR             PIC X(1).
           05 WS-ITEM-PRP             PIC X(1).

      *> Side-by-side counts per category, one table for the day
      *> being replayed and one for the whole range.
       01  WS-DAY-CAT-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-DAY-CAT-TABLE.
           05 WS-DCT-ENTRY OCCURS 500 TIMES INDEXED BY DCT-IDX.
              10 WS-DCT-CATEGORY      PIC X(20).
              10 WS-DCT-CURRENT       PIC 9(7).
              10 WS-DCT-PROPOSED      PIC 9(7).
              10 WS-DCT-NEW           PIC 9(7).
              10 WS-DCT-DROPPED       PIC 9(7).
       01  WS-RANGE-CAT-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-RANGE-CAT-TABLE.
           05 WS-RCT-ENTRY OCCURS 500 TIMES INDEXED BY RCT-IDX.
              10 WS-RCT-CATEGORY      PIC X(20).
              10 WS-RCT-CURRENT       PIC 9(7).
              10 WS-RCT-PROPOSED      PIC 9(7).
              10 WS-RCT-NEW           PIC 9(7).
              10 WS-RCT-DROPPED       PIC 9(7).
       01  WS-CAT-OVERFLOW            PIC X(1) VALUE 'N'.

      *> The day's new and dropped items, listed under its counts.
       01  WS-DAY-ITEM-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-DAY-ITEM-UNLISTED       PIC 9(7) VALUE ZERO.
       01  WS-DAY-ITEM-TABLE.
           05 WS-DIT-ENTRY OCCURS 1000 TIMES INDEXED BY DIT-IDX.
              10 WS-DIT-CHANGE        PIC X(7).
              10 WS-DIT-REASON        PIC X(15).
              10 WS-DIT-TR-ID         PIC X(36).
              10 WS-DIT-CATEGORY      PIC X(20).
              10 WS-DIT-AMOUNT        PIC S9(15)V99.

       01  WS-RANGE-TOTALS.
           05 WS-DAYS-READ            PIC 9(5) VALUE ZERO.
           05 WS-DAYS-FROM-ARCHIVE    PIC 9(5) VALUE ZERO.
           05 WS-RECORDS-READ         PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-CURRENT        PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-PROPOSED       PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-NEW            PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-DROPPED        PIC 9(9) VALUE ZERO.

       01  WS-CURRENT-DATE-AREAS.
           05 WS-CURRENT-YMD          PIC X(8).
           05 WS-CUR-YEAR             PIC 9(4).
           05 WS-CUR-MONTH            PIC 9(2).
           05 WS-CUR-DAY              PIC 9(2).
           05 WS-LEAP-YEAR-FLAG       PIC X(1).
           05 WS-DAYS-IN-MONTH        PIC 99.

       01  WS-PRINT-AREAS.
           05 WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-AMOUNT-DISPLAY-2     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-CURRENT-DISPLAY      PIC Z,ZZZ,ZZ9.
           05 WS-PROPOSED-DISPLAY     PIC Z,ZZZ,ZZ9.
           05 WS-NEW-DISPLAY          PIC Z,ZZZ,ZZ9.
           05 WS-DROPPED-DISPLAY      PIC Z,ZZZ,ZZ9.
           05 WS-LIMIT-LABEL          PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM(1:8) TO WS-FROM-DATE
           MOVE WS-PARM(10:8) TO WS-TO-DATE
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE IS NOT NUMERIC
                   OR WS-TO-DATE IS NOT NUMERIC
                   OR WS-FROM-DATE > WS-TO-DATE
               MOVE 1 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

      *> Without a proposal there is nothing to compare against.
           OPEN INPUT PROPOSED-CONTROL-FILE
           IF FS-PROPOSED-CONTROL NOT = "00"
               MOVE 1 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM UNTIL WS-CONTROL-EOF = 'Y'
               READ PROPOSED-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       PERFORM APPLY-PROPOSED-CONTROL
               END-READ
           END-PERFORM
           CLOSE PROPOSED-CONTROL-FILE

           MOVE 'N' TO WS-CONTROL-EOF
           OPEN INPUT CONTROL-FILE
           IF FS-CONTROL-FILE = "00"
               PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-CONTROL-EOF
                       NOT AT END
                           PERFORM APPLY-CURRENT-CONTROL
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF

           OPEN OUTPUT WHATIF-PRINT-FILE
           IF FS-WHATIF-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-CHANGE-REQUEST-LINES
           PERFORM WRITE-SETTINGS-COMPARISON

           MOVE WS-FROM-DATE TO WS-CURRENT-YMD
           PERFORM REPLAY-ONE-DAY
               UNTIL WS-CURRENT-YMD > WS-TO-DATE

           PERFORM WRITE-RANGE-SUMMARY
           CLOSE WHATIF-PRINT-FILE.

       CLEANUP-AND-EXIT.
           STOP RUN WS-EXIT-CODE.

       APPLY-CURRENT-CONTROL.
           EVALUATE CTL-REC-TYPE
               WHEN 'THRESHLD'
                   MOVE CTL-LIMIT-AMOUNT TO WS-CUR-THRESHOLD
               WHEN 'CATLIMIT'
                   IF WS-CUR-LIMIT-COUNT < 500
                       ADD 1 TO WS-CUR-LIMIT-COUNT
                       SET CLIM-IDX TO WS-CUR-LIMIT-COUNT
                       MOVE CTL-CATEGORY
                           TO WS-CUR-LIM-CATEGORY(CLIM-IDX)
                       MOVE CTL-LIMIT-AMOUNT
                           TO WS-CUR-LIM-AMOUNT(CLIM-IDX)
                   END-IF
               WHEN 'DUPSUPPR'
                   MOVE CTL-CATEGORY(1:1) TO WS-CUR-DUP-SUPPRESS
               WHEN 'LATEPOST'
                   MOVE CTL-CATEGORY(1:1) TO WS-CUR-LATE-POST-MODE
           END-EVALUATE.

       APPLY-PROPOSED-CONTROL.
           EVALUATE PCT-REC-TYPE
               WHEN 'THRESHLD'
                   MOVE PCT-LIMIT-AMOUNT TO WS-PRP-THRESHOLD
               WHEN 'CATLIMIT'
                   IF WS-PRP-LIMIT-COUNT < 500
                       ADD 1 TO WS-PRP-LIMIT-COUNT
                       SET PLIM-IDX TO WS-PRP-LIMIT-COUNT
                       MOVE PCT-CATEGORY
                           TO WS-PRP-LIM-CATEGORY(PLIM-IDX)
                       MOVE PCT-LIMIT-AMOUNT
                           TO WS-PRP-LIM-AMOUNT(PLIM-IDX)
                   END-IF
               WHEN 'DUPSUPPR'
                   MOVE PCT-CATEGORY(1:1) TO WS-PRP-DUP-SUPPRESS
               WHEN 'LATEPOST'
                   MOVE PCT-CATEGORY(1:1) TO WS-PRP-LATE-POST-MODE
           END-EVALUATE.

       REPLAY-ONE-DAY.
      *> The live file first; MONTH-END-CLOSE leaves an archived day's
      *> live file empty, so a day that yields nothing live is read
      *> again from its archive copy. Days with neither are skipped -
      *> not every calendar day had a run.
           MOVE ZERO TO WS-DAY-CAT-COUNT
           MOVE ZERO TO WS-DAY-ITEM-COUNT
           MOVE ZERO TO WS-DAY-ITEM-UNLISTED
           MOVE ZERO TO WS-SEEN-COUNT
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
               PERFORM WRITE-DAY-SECTION
           END-IF
           PERFORM INCREMENT-CURRENT-DATE.

       READ-DAY-FILE.
           MOVE ZERO TO WS-DAY-RECORDS
           MOVE 'N' TO WS-DAY-EOF
           OPEN INPUT DAY-INPUT-FILE
           IF FS-DAY-INPUT = "00"
               PERFORM UNTIL WS-DAY-EOF = 'Y'
                   READ DAY-INPUT-FILE
                       AT END
                           MOVE 'Y' TO WS-DAY-EOF
                       NOT AT END
                           ADD 1 TO WS-DAY-RECORDS
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM EVALUATE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DAY-INPUT-FILE
           END-IF.

       EVALUATE-ONE-RECORD.
      *> HIGH-VALUE: RECONCILE's validation pass sees every record,
      *> so it is judged on magnitude against each side's threshold.
           MOVE WS-CUR-THRESHOLD TO WS-EFFECTIVE-THRESHOLD
           SET CLIM-IDX TO 1
           SEARCH WS-CUR-LIM-ENTRY
               AT END
                   CONTINUE
               WHEN CLIM-IDX > WS-CUR-LIMIT-COUNT
                   CONTINUE
               WHEN WS-CUR-LIM-CATEGORY(CLIM-IDX) = TR-CATEGORY
                   MOVE WS-CUR-LIM-AMOUNT(CLIM-IDX)
                       TO WS-EFFECTIVE-THRESHOLD
           END-SEARCH
           MOVE 'N' TO WS-CUR-HIGH-VALUE
           IF FUNCTION ABS(TR-AMOUNT) > WS-EFFECTIVE-THRESHOLD
               MOVE 'Y' TO WS-CUR-HIGH-VALUE
           END-IF

           MOVE WS-PRP-THRESHOLD TO WS-EFFECTIVE-THRESHOLD
           SET PLIM-IDX TO 1
           SEARCH WS-PRP-LIM-ENTRY
               AT END
                   CONTINUE
               WHEN PLIM-IDX > WS-PRP-LIMIT-COUNT
                   CONTINUE
               WHEN WS-PRP-LIM-CATEGORY(PLIM-IDX) = TR-CATEGORY
                   MOVE WS-PRP-LIM-AMOUNT(PLIM-IDX)
                       TO WS-EFFECTIVE-THRESHOLD
           END-SEARCH
           MOVE 'N' TO WS-PRP-HIGH-VALUE
           IF FUNCTION ABS(TR-AMOUNT) > WS-EFFECTIVE-THRESHOLD
               MOVE 'Y' TO WS-PRP-HIGH-VALUE
           END-IF

      *> LATE-HELD-OUT: a transaction date before the day replayed
      *> is a late arrival, held out of the accumulators under 'A'.
           MOVE 'N' TO WS-RECORD-LATE
           MOVE SPACES TO WS-TR-DATE-YMD
           STRING TR-DATE(1:4) TR-DATE(6:2) TR-DATE(9:2)
               DELIMITED BY SIZE INTO WS-TR-DATE-YMD
           IF WS-TR-DATE-YMD IS NUMERIC
                   AND WS-TR-DATE-YMD < WS-CURRENT-YMD
               MOVE 'Y' TO WS-RECORD-LATE
           END-IF
           MOVE 'N' TO WS-CUR-LATE-ITEM
           MOVE 'N' TO WS-PRP-LATE-ITEM
           IF WS-RECORD-LATE = 'Y' AND WS-CUR-LATE-POST-MODE = 'A'
               MOVE 'Y' TO WS-CUR-LATE-ITEM
           END-IF
           IF WS-RECORD-LATE = 'Y' AND WS-PRP-LATE-POST-MODE = 'A'
               MOVE 'Y' TO WS-PRP-LATE-ITEM
           END-IF

      *> DUP-SUPPRESSED: a repeat of an ID and type already counted
      *> on that side's aggregation pass, kept out of the rollups
      *> when DUPSUPPR is on.
           PERFORM COUNT-SEEN-ID
           MOVE 'N' TO WS-CUR-DUP-ITEM
           MOVE 'N' TO WS-PRP-DUP-ITEM
           IF WS-SEEN-CHECKED = 'Y'
               IF WS-CUR-DUP-SUPPRESS = 'Y'
                       AND WS-CUR-LATE-ITEM = 'N'
                       AND WS-SEEN-CUR-COUNT(SEEN-IDX) > 1
                   MOVE 'Y' TO WS-CUR-DUP-ITEM
               END-IF
               IF WS-PRP-DUP-SUPPRESS = 'Y'
                       AND WS-PRP-LATE-ITEM = 'N'
                       AND WS-SEEN-PRP-COUNT(SEEN-IDX) > 1
                   MOVE 'Y' TO WS-PRP-DUP-ITEM
               END-IF
           END-IF

           MOVE 'HIGH-VALUE' TO WS-ITEM-REASON
           MOVE WS-CUR-HIGH-VALUE TO WS-ITEM-CUR
           MOVE WS-PRP-HIGH-VALUE TO WS-ITEM-PRP
           PERFORM TALLY-ONE-ITEM THRU TALLY-ONE-ITEM-EXIT
           MOVE 'DUP-SUPPRESSED' TO WS-ITEM-REASON
           MOVE WS-CUR-DUP-ITEM TO WS-ITEM-CUR
           MOVE WS-PRP-DUP-ITEM TO WS-ITEM-PRP
           PERFORM TALLY-ONE-ITEM THRU TALLY-ONE-ITEM-EXIT
           MOVE 'LATE-HELD-OUT' TO WS-ITEM-REASON
           MOVE WS-CUR-LATE-ITEM TO WS-ITEM-CUR
           MOVE WS-PRP-LATE-ITEM TO WS-ITEM-PRP
           PERFORM TALLY-ONE-ITEM THRU TALLY-ONE-ITEM-EXIT.

       COUNT-SEEN-ID.
      *> SEEN-IDX is left on the record's entry; past the cap the
      *> record goes unchecked.
           MOVE 'Y' TO WS-SEEN-CHECKED
           SET SEEN-IDX TO 1
           SEARCH WS-SEEN-ENTRY
               AT END
                   MOVE 'Y' TO WS-SEEN-OVERFLOW
                   MOVE 'N' TO WS-SEEN-CHECKED
               WHEN SEEN-IDX > WS-SEEN-COUNT
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE TR-ID TO WS-SEEN-TR-ID(SEEN-IDX)
                   MOVE TR-TYPE TO WS-SEEN-TR-TYPE(SEEN-IDX)
                   MOVE ZERO TO WS-SEEN-CUR-COUNT(SEEN-IDX)
                   MOVE ZERO TO WS-SEEN-PRP-COUNT(SEEN-IDX)
               WHEN WS-SEEN-TR-ID(SEEN-IDX) = TR-ID
                       AND WS-SEEN-TR-TYPE(SEEN-IDX) = TR-TYPE
                   CONTINUE
           END-SEARCH
           IF WS-SEEN-CHECKED = 'Y'
               IF WS-CUR-LATE-ITEM = 'N'
                   ADD 1 TO WS-SEEN-CUR-COUNT(SEEN-IDX)
               END-IF
               IF WS-PRP-LATE-ITEM = 'N'
                   ADD 1 TO WS-SEEN-PRP-COUNT(SEEN-IDX)
               END-IF
           END-IF.

       TALLY-ONE-ITEM.
           IF WS-ITEM-CUR = 'N' AND WS-ITEM-PRP = 'N'
               GO TO TALLY-ONE-ITEM-EXIT
           END-IF
           PERFORM LOCATE-DAY-CATEGORY
           PERFORM LOCATE-RANGE-CATEGORY
           IF WS-ITEM-CUR = 'Y'
               ADD 1 TO WS-TOTAL-CURRENT
               IF DCT-IDX <= WS-DAY-CAT-COUNT
                   ADD 1 TO WS-DCT-CURRENT(DCT-IDX)
               END-IF
               IF RCT-IDX <= WS-RANGE-CAT-COUNT
                   ADD 1 TO WS-RCT-CURRENT(RCT-IDX)
               END-IF
           END-IF
           IF WS-ITEM-PRP = 'Y'
               ADD 1 TO WS-TOTAL-PROPOSED
               IF DCT-IDX <= WS-DAY-CAT-COUNT
                   ADD 1 TO WS-DCT-PROPOSED(DCT-IDX)
               END-IF
               IF RCT-IDX <= WS-RANGE-CAT-COUNT
                   ADD 1 TO WS-RCT-PROPOSED(RCT-IDX)
               END-IF
           END-IF
           IF WS-ITEM-CUR = WS-ITEM-PRP
               GO TO TALLY-ONE-ITEM-EXIT
           END-IF
           IF WS-ITEM-PRP = 'Y'
               ADD 1 TO WS-TOTAL-NEW
               IF DCT-IDX <= WS-DAY-CAT-COUNT
                   ADD 1 TO WS-DCT-NEW(DCT-IDX)
               END-IF
               IF RCT-IDX <= WS-RANGE-CAT-COUNT
                   ADD 1 TO WS-RCT-NEW(RCT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-DROPPED
               IF DCT-IDX <= WS-DAY-CAT-COUNT
                   ADD 1 TO WS-DCT-DROPPED(DCT-IDX)
               END-IF
               IF RCT-IDX <= WS-RANGE-CAT-COUNT
                   ADD 1 TO WS-RCT-DROPPED(RCT-IDX)
               END-IF
           END-IF
           IF WS-DAY-ITEM-COUNT < 1000
               ADD 1 TO WS-DAY-ITEM-COUNT
               SET DIT-IDX TO WS-DAY-ITEM-COUNT
               IF WS-ITEM-PRP = 'Y'
                   MOVE 'NEW' TO WS-DIT-CHANGE(DIT-IDX)
               ELSE
                   MOVE 'DROPPED' TO WS-DIT-CHANGE(DIT-IDX)
               END-IF
               MOVE WS-ITEM-REASON TO WS-DIT-REASON(DIT-IDX)
               MOVE TR-ID TO WS-DIT-TR-ID(DIT-IDX)
               MOVE TR-CATEGORY TO WS-DIT-CATEGORY(DIT-IDX)
               MOVE TR-AMOUNT TO WS-DIT-AMOUNT(DIT-IDX)
           ELSE
               ADD 1 TO WS-DAY-ITEM-UNLISTED
           END-IF.

       TALLY-ONE-ITEM-EXIT.
           EXIT.

       LOCATE-DAY-CATEGORY.
      *> DCT-IDX is left beyond the count when the table is full.
           SET DCT-IDX TO 1
           SEARCH WS-DCT-ENTRY
               AT END
                   MOVE 'Y' TO WS-CAT-OVERFLOW
               WHEN DCT-IDX > WS-DAY-CAT-COUNT
                   ADD 1 TO WS-DAY-CAT-COUNT
                   MOVE TR-CATEGORY TO WS-DCT-CATEGORY(DCT-IDX)
                   MOVE ZERO TO WS-DCT-CURRENT(DCT-IDX)
                   MOVE ZERO TO WS-DCT-PROPOSED(DCT-IDX)
                   MOVE ZERO TO WS-DCT-NEW(DCT-IDX)
                   MOVE ZERO TO WS-DCT-DROPPED(DCT-IDX)
               WHEN WS-DCT-CATEGORY(DCT-IDX) = TR-CATEGORY
                   CONTINUE
           END-SEARCH.

       LOCATE-RANGE-CATEGORY.
           SET RCT-IDX TO 1
           SEARCH WS-RCT-ENTRY
               AT END
                   MOVE 'Y' TO WS-CAT-OVERFLOW
               WHEN RCT-IDX > WS-RANGE-CAT-COUNT
                   ADD 1 TO WS-RANGE-CAT-COUNT
                   MOVE TR-CATEGORY TO WS-RCT-CATEGORY(RCT-IDX)
                   MOVE ZERO TO WS-RCT-CURRENT(RCT-IDX)
                   MOVE ZERO TO WS-RCT-PROPOSED(RCT-IDX)
                   MOVE ZERO TO WS-RCT-NEW(RCT-IDX)
                   MOVE ZERO TO WS-RCT-DROPPED(RCT-IDX)
               WHEN WS-RCT-CATEGORY(RCT-IDX) = TR-CATEGORY
                   CONTINUE
           END-SEARCH.

       INCREMENT-CURRENT-DATE.
           MOVE WS-CURRENT-YMD(1:4) TO WS-CUR-YEAR
           MOVE WS-CURRENT-YMD(5:2) TO WS-CUR-MONTH
           MOVE WS-CURRENT-YMD(7:2) TO WS-CUR-DAY
           PERFORM DETERMINE-DAYS-IN-MONTH
           IF WS-CUR-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-CUR-DAY
           ELSE
               MOVE 1 TO WS-CUR-DAY
               IF WS-CUR-MONTH < 12
                   ADD 1 TO WS-CUR-MONTH
               ELSE
                   MOVE 1 TO WS-CUR-MONTH
                   ADD 1 TO WS-CUR-YEAR
               END-IF
           END-IF
           STRING WS-CUR-YEAR WS-CUR-MONTH WS-CUR-DAY
               DELIMITED BY SIZE INTO WS-CURRENT-YMD.

       DETERMINE-DAYS-IN-MONTH.
           MOVE 'N' TO WS-LEAP-YEAR-FLAG
           IF FUNCTION MOD(WS-CUR-YEAR, 4) = 0
               AND (FUNCTION MOD(WS-CUR-YEAR, 100) NOT = 0
                    OR FUNCTION MOD(WS-CUR-YEAR, 400) = 0)
               MOVE 'Y' TO WS-LEAP-YEAR-FLAG
           END-IF

           EVALUATE WS-CUR-MONTH
               WHEN 2
                   IF WS-LEAP-YEAR-FLAG = 'Y'
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'CONTROL WHAT-IF IMPACT  ' WS-FROM-DATE ' - '
                  WS-TO-DATE
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'CURRENT = CONTROL.DAT   PROPOSED = CTLPROP.DAT'
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD.

       WRITE-CHANGE-REQUEST-LINES.
      *> The CONTROL requests pending on MAINTREQ.DAT for the four
      *> settings replayed here - the change this report supports.
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'CHANGE REQUEST (MAINTREQ.DAT):'
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD
           OPEN INPUT MAINT-REQUEST-FILE
           IF FS-MAINT-REQUEST = "00"
               PERFORM UNTIL WS-REQUEST-EOF = 'Y'
                   READ MAINT-REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-REQUEST-EOF
                       NOT AT END
                           IF MR-TARGET = 'CONTROL '
                                   AND (MR-REC-TYPE = 'THRESHLD'
                                   OR MR-REC-TYPE = 'CATLIMIT'
                                   OR MR-REC-TYPE = 'DUPSUPPR'
                                   OR MR-REC-TYPE = 'LATEPOST')
                               MOVE SPACES TO WHATIF-PRINT-RECORD
                               STRING '  ' MR-USER-ID ' ' MR-ACTION
                                      ' ' MR-REC-TYPE ' ' MR-CATEGORY
                                      ' ' MR-AMOUNT
                                   DELIMITED BY SIZE
                                   INTO WHATIF-PRINT-RECORD
                               WRITE WHATIF-PRINT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-REQUEST-FILE
           END-IF.

       WRITE-SETTINGS-COMPARISON.
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'SETTING  KEY                  '
                  '                CURRENT                 PROPOSED'
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE WS-CUR-THRESHOLD TO WS-AMOUNT-DISPLAY
           MOVE WS-PRP-THRESHOLD TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'THRESHLD ' '                    '
                  WS-AMOUNT-DISPLAY ' ' WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'DUPSUPPR ' '                    '
                  '                      ' WS-CUR-DUP-SUPPRESS
                  '                       ' WS-PRP-DUP-SUPPRESS
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'LATEPOST ' '                    '
                  '                      ' WS-CUR-LATE-POST-MODE
                  '                       ' WS-PRP-LATE-POST-MODE
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

      *> Every category limited on either side; a category with no
      *> CATLIMIT on one side falls back to that side's THRESHLD.
           PERFORM VARYING CLIM-IDX FROM 1 BY 1
                   UNTIL CLIM-IDX > WS-CUR-LIMIT-COUNT
               MOVE WS-CUR-LIM-CATEGORY(CLIM-IDX) TO WS-LIMIT-LABEL
               MOVE WS-CUR-LIM-AMOUNT(CLIM-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-PRP-THRESHOLD TO WS-AMOUNT-DISPLAY-2
               SET PLIM-IDX TO 1
               SEARCH WS-PRP-LIM-ENTRY
                   AT END
                       CONTINUE
                   WHEN PLIM-IDX > WS-PRP-LIMIT-COUNT
                       CONTINUE
                   WHEN WS-PRP-LIM-CATEGORY(PLIM-IDX) = WS-LIMIT-LABEL
                       MOVE WS-PRP-LIM-AMOUNT(PLIM-IDX)
                           TO WS-AMOUNT-DISPLAY-2
               END-SEARCH
               PERFORM WRITE-CATLIMIT-LINE
           END-PERFORM
           PERFORM VARYING PLIM-IDX FROM 1 BY 1
                   UNTIL PLIM-IDX > WS-PRP-LIMIT-COUNT
               MOVE WS-PRP-LIM-CATEGORY(PLIM-IDX) TO WS-LIMIT-LABEL
               MOVE WS-PRP-LIM-AMOUNT(PLIM-IDX) TO WS-AMOUNT-DISPLAY-2
               MOVE 'N' TO WS-ITEM-CUR
               SET CLIM-IDX TO 1
               SEARCH WS-CUR-LIM-ENTRY
                   AT END
                       CONTINUE
                   WHEN CLIM-IDX > WS-CUR-LIMIT-COUNT
                       CONTINUE
                   WHEN WS-CUR-LIM-CATEGORY(CLIM-IDX) = WS-LIMIT-LABEL
                       MOVE 'Y' TO WS-ITEM-CUR
               END-SEARCH
               IF WS-ITEM-CUR = 'N'
                   MOVE WS-CUR-THRESHOLD TO WS-AMOUNT-DISPLAY
                   PERFORM WRITE-CATLIMIT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD.

       WRITE-CATLIMIT-LINE.
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'CATLIMIT ' WS-LIMIT-LABEL
                  WS-AMOUNT-DISPLAY ' ' WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD.

       WRITE-DAY-SECTION.
           MOVE WS-DAY-RECORDS TO WS-COUNT-DISPLAY
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'RUN DATE ' WS-CURRENT-YMD '  FILE '
                  WS-INPUT-FILENAME '  RECORDS ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           IF WS-DAY-CAT-COUNT = 0
               MOVE SPACES TO WHATIF-PRINT-RECORD
               STRING '  NO ITEMS UNDER EITHER SETTING'
                   DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
               WRITE WHATIF-PRINT-RECORD
           ELSE
               PERFORM WRITE-COLUMN-HEADING
               PERFORM VARYING DCT-IDX FROM 1 BY 1
                       UNTIL DCT-IDX > WS-DAY-CAT-COUNT
                   MOVE WS-DCT-CURRENT(DCT-IDX) TO WS-CURRENT-DISPLAY
                   MOVE WS-DCT-PROPOSED(DCT-IDX)
                       TO WS-PROPOSED-DISPLAY
                   MOVE WS-DCT-NEW(DCT-IDX) TO WS-NEW-DISPLAY
                   MOVE WS-DCT-DROPPED(DCT-IDX) TO WS-DROPPED-DISPLAY
                   MOVE SPACES TO WHATIF-PRINT-RECORD
                   STRING '  ' WS-DCT-CATEGORY(DCT-IDX) ' '
                          WS-CURRENT-DISPLAY ' ' WS-PROPOSED-DISPLAY
                          ' ' WS-NEW-DISPLAY ' ' WS-DROPPED-DISPLAY
                       DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
                   WRITE WHATIF-PRINT-RECORD
               END-PERFORM
           END-IF

           PERFORM VARYING DIT-IDX FROM 1 BY 1
                   UNTIL DIT-IDX > WS-DAY-ITEM-COUNT
               MOVE WS-DIT-AMOUNT(DIT-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WHATIF-PRINT-RECORD
               STRING '  ' WS-DIT-CHANGE(DIT-IDX) ' '
                      WS-DIT-REASON(DIT-IDX) ' '
                      WS-DIT-TR-ID(DIT-IDX) ' '
                      WS-DIT-CATEGORY(DIT-IDX) ' '
                      WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
               WRITE WHATIF-PRINT-RECORD
           END-PERFORM
           IF WS-DAY-ITEM-UNLISTED > 0
               MOVE WS-DAY-ITEM-UNLISTED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WHATIF-PRINT-RECORD
               STRING '  FURTHER CHANGED ITEMS NOT LISTED: '
                      WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
               WRITE WHATIF-PRINT-RECORD
           END-IF
           IF WS-SEEN-OVERFLOW = 'Y'
               MOVE SPACES TO WHATIF-PRINT-RECORD
               STRING '  ID TABLE FULL AT 5000 - LATER IDS NOT CHECKED'
                      ' FOR DUPLICATES'
                   DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
               WRITE WHATIF-PRINT-RECORD
               MOVE 'N' TO WS-SEEN-OVERFLOW
           END-IF

           MOVE SPACES TO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING '  CATEGORY               CURRENT  PROPOSED       NEW'
                  '   DROPPED'
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD.

       WRITE-RANGE-SUMMARY.
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'WHOLE RANGE BY CATEGORY'
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD
           PERFORM WRITE-COLUMN-HEADING
           PERFORM VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX > WS-RANGE-CAT-COUNT
               MOVE WS-RCT-CURRENT(RCT-IDX) TO WS-CURRENT-DISPLAY
               MOVE WS-RCT-PROPOSED(RCT-IDX) TO WS-PROPOSED-DISPLAY
               MOVE WS-RCT-NEW(RCT-IDX) TO WS-NEW-DISPLAY
               MOVE WS-RCT-DROPPED(RCT-IDX) TO WS-DROPPED-DISPLAY
               MOVE SPACES TO WHATIF-PRINT-RECORD
               STRING '  ' WS-RCT-CATEGORY(RCT-IDX) ' '
                      WS-CURRENT-DISPLAY ' ' WS-PROPOSED-DISPLAY
                      ' ' WS-NEW-DISPLAY ' ' WS-DROPPED-DISPLAY
                   DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
               WRITE WHATIF-PRINT-RECORD
           END-PERFORM
           IF WS-CAT-OVERFLOW = 'Y'
               MOVE SPACES TO WHATIF-PRINT-RECORD
               STRING '  CATEGORY TABLE FULL AT 500 - FURTHER '
                      'CATEGORIES COUNTED IN TOTALS ONLY'
                   DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
               WRITE WHATIF-PRINT-RECORD
           END-IF

           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE WS-DAYS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'DAYS REPLAYED . . . . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE WS-DAYS-FROM-ARCHIVE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'DAYS READ FROM ARCHIVE. . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'RECORDS REPLAYED. . . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE WS-TOTAL-CURRENT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'ITEMS UNDER CURRENT . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE WS-TOTAL-PROPOSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'ITEMS UNDER PROPOSED. . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE WS-TOTAL-NEW TO WS-COUNT-DISPLAY
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'ITEMS NEWLY APPEARING . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE WS-TOTAL-DROPPED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING 'ITEMS DROPPING OFF. . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD

           MOVE SPACES TO WHATIF-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO WHATIF-PRINT-RECORD
           WRITE WHATIF-PRINT-RECORD.

       END PROGRAM CONTROL-WHATIF.
