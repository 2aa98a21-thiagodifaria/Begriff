       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-BACKOUT.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-09-23.
      *> Backs a processed run date out of the pipeline's state files
      *> so a bad day can be rerun cleanly. Once a bad feed has gone
      *> all the way through RECONCILE, every guard in the chain
      *> works against the recovery: the run-control registry
      *> refuses the rerun (exit 7), FEED-GATE still holds the feed's
      *> fingerprint on FEEDCTL.DAT, PERIOD.DAT and the DUPHIST.DAT
      *> cross-day history already include the day, and
      *> CATGHIST.DAT, REJHIST.DAT and the LATEARRV.DAT detail carry
      *> its rows. This utility reverses the day's effect on each:
      *>   - RUNCTL: every entry for the date is re-marked with
      *>     status BACKOUT (never deleted - the registry keeps the
      *>     trail), so no step sees the date as already COMPLETE;
      *>   - FEEDCTL.DAT, DUPHIST.DAT, CATGHIST.DAT, REJHIST.DAT:
      *>     the rows keyed by the date are removed;
      *>   - PERIOD.DAT: the day's contribution is subtracted, taken
      *>     from SUMMARY.<date>.DAT the way RECONCILE added it (the
      *>     net view when the day ran with duplicate suppression);
      *>   - PERIODEN.DAT: each entity's share of the day is
      *>     subtracted, taken from SUMENT.<date>.DAT in the entity's
      *>     base currency. Both period files are only touched when
      *>     this run re-marks RECONCILE's COMPLETE entry for the
      *>     date: a second back-out of the same date - a rerun
      *>     after exit 3, say - finds the entry already BACKOUT and
      *>     leaves them alone rather than taking the day off twice;
      *>   - LATEARRV.DAT: RECONCILE rewrites it every run, so it is
      *>     emptied only when the date is the most recent RECONCILE
      *>     completion on the registry - otherwise it belongs to a
      *>     later day and is left alone.
      *> Every change is audited on AUDITLOG with the reason given,
      *> and BKOUTRPT prints the before/after position per file. A
      *> date inside a month already closed by MONTH-END-CLOSE (its
      *> period is on PERIODHX.DAT) is refused - PERIOD.DAT has been
      *> reset since and the month's files archived, so the day can
      *> no longer be taken back here.
      *> PARM: 'YYYYMMDD reason text' - the run date, a space, and
      *> the reason (up to 40 characters, required).
      *> Exit codes: 1 = PARM date or reason missing, 2 = the report
      *> could not be opened, 3 = a state file could not be
      *> rewritten, 4 = nothing on file for the date, 5 = refused,
      *> the month is closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> STATE-FILE is pointed at each date-keyed state file in turn
      *> and must stay a DYNAMIC assign; SUMMARY-IN and SUMMARY-ENT-IN
      *> are named from the run date.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.
           SELECT STATE-FILE ASSIGN TO DYNAMIC WS-STATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATE-FILE.
           SELECT WORK-FILE ASSIGN TO "BACKOUT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WORK-FILE.
           SELECT SUMMARY-IN ASSIGN TO DYNAMIC WS-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-IN.
           SELECT PERIOD-FILE ASSIGN TO "PERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-FILE.
           SELECT SUMMARY-ENT-IN ASSIGN TO DYNAMIC WS-SUMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-ENT-IN.
           SELECT PERIOD-ENTITY-FILE ASSIGN TO "PERIODEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-ENTITY.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERIODHX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-HISTORY.
           SELECT LATE-ARRIVAL-FILE ASSIGN TO "LATEARRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LATE-ARRIVAL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
           SELECT BACKOUT-PRINT-FILE ASSIGN TO "BKOUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BACKOUT-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY "runctl_record.cpy".

      *> FEEDCTL.DAT, DUPHIST.DAT, CATGHIST.DAT and REJHIST.DAT all
      *> carry their run date in the first eight bytes.
       FD  STATE-FILE.
       01  STATE-RECORD.
           05  ST-RUN-DATE            PIC X(8).
           05  ST-REST                PIC X(292).

       FD  WORK-FILE.
       01  WORK-RECORD                PIC X(300).

       FD  SUMMARY-IN.
       01  FD-SUMMARY-REC.
           COPY "recon-sum.cpy".

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PD-TOTAL-RECORDS      PIC 9(9).
           05  PD-TOTAL-DEBITS       PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05  PD-TOTAL-CREDITS      PIC S9(15)V99
                                     SIGN LEADING SEPARATE.

       FD  SUMMARY-ENT-IN.
       01  SUMMARY-ENT-RECORD.
           COPY "sument_record.cpy".

       FD  PERIOD-ENTITY-FILE.
       01  PERIOD-ENTITY-RECORD.
           COPY "perioden_record.cpy".

       FD  PERIOD-HISTORY-FILE.
       01  PERIOD-HISTORY-RECORD.
           05  PH-PERIOD             PIC X(6).
           05  FILLER                PIC X(01).
           05  PH-TOTAL-RECORDS      PIC 9(9).
           05  FILLER                PIC X(01).
           05  PH-TOTAL-DEBITS       PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(01).
           05  PH-TOTAL-CREDITS      PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(01).
           05  PH-CLOSED-DATE        PIC X(8).
           05  FILLER                PIC X(01).
           05  PH-ENTITY-CODE        PIC X(4).
           05  FILLER                PIC X(01).
           05  PH-BASE-CURRENCY      PIC X(3).

       FD  LATE-ARRIVAL-FILE.
       01  LATE-ARRIVAL-RECORD       PIC X(218).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(80).

       FD  BACKOUT-PRINT-FILE.
       01  BACKOUT-PRINT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-RUN-CONTROL          PIC X(2).
           05 FS-STATE-FILE           PIC X(2).
           05 FS-WORK-FILE            PIC X(2).
           05 FS-SUMMARY-IN           PIC X(2).
           05 FS-PERIOD-FILE          PIC X(2).
           05 FS-PERIOD-HISTORY       PIC X(2).
           05 FS-SUMMARY-ENT-IN       PIC X(2).
           05 FS-PERIOD-ENTITY        PIC X(2).
           05 FS-LATE-ARRIVAL         PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).
           05 FS-BACKOUT-PRINT        PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-PARM                    PIC X(60).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-REASON                  PIC X(40).
       01  WS-STATE-FILENAME          PIC X(20).
       01  WS-SUMMARY-FILENAME        PIC X(22).
       01  WS-SUMENT-FILENAME         PIC X(22).
       01  WS-EOF                     PIC X(1).
       01  WS-MONTH-CLOSED            PIC X(1) VALUE 'N'.
       01  WS-CLOSED-ON               PIC X(8).

      *> Registry state for the date: entries re-marked, and whether
      *> the newest RECONCILE completion on file is this date's.
       01  WS-RUNCTL-AREAS.
           05 WS-RC-MARKED            PIC 9(6) VALUE ZERO.
           05 WS-RC-TOTAL             PIC 9(6) VALUE ZERO.
           05 WS-RC-LAST-RECON-DATE   PIC X(8) VALUE SPACES.
           05 WS-RC-BACKOUT-STATUS    PIC X(8) VALUE 'BACKOUT'.
           05 WS-RC-OLD-STATUS        PIC X(8).
           05 WS-RC-RECON-MARKED      PIC X(1) VALUE 'N'.

      *> Per-file before/after counts for the date-keyed files.
       01  WS-FILE-COUNTS.
           05 WS-ROWS-BEFORE          PIC 9(9).
           05 WS-ROWS-REMOVED         PIC 9(9).
           05 WS-ROWS-AFTER           PIC 9(9).
           05 WS-FILE-PRESENT         PIC X(1).
           05 WS-TOTAL-CHANGES        PIC 9(9) VALUE ZERO.

       01  WS-PERIOD-AREAS.
           05 WS-PERIOD-PRESENT       PIC X(1) VALUE 'N'.
           05 WS-SUMMARY-PRESENT      PIC X(1) VALUE 'N'.
           05 WS-PB-RECORDS           PIC 9(9) VALUE ZERO.
           05 WS-PB-DEBITS            PIC S9(15)V99 VALUE ZERO.
           05 WS-PB-CREDITS           PIC S9(15)V99 VALUE ZERO.
           05 WS-DAY-RECORDS          PIC 9(9) VALUE ZERO.
           05 WS-DAY-DEBITS           PIC S9(15)V99 VALUE ZERO.
           05 WS-DAY-CREDITS          PIC S9(15)V99 VALUE ZERO.
           05 WS-PA-RECORDS           PIC 9(9) VALUE ZERO.
           05 WS-PA-DEBITS            PIC S9(15)V99 VALUE ZERO.
           05 WS-PA-CREDITS           PIC S9(15)V99 VALUE ZERO.

      *> PERIODEN.DAT before and after, one entry per entity, with the
      *> day's SUMENT share set against it.
       01  WS-ENTITY-AREAS.
           05 WS-ENTITY-TABLE-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-ENTITY-CHANGED       PIC X(1) VALUE 'N'.
           05 WS-SUMENT-PRESENT       PIC X(1) VALUE 'N'.
           05 WS-ENT-ENTRY OCCURS 100 TIMES INDEXED BY ENT-IDX.
              10 WS-ENT-CODE          PIC X(4).
              10 WS-ENT-BASE-CURRENCY PIC X(3).
              10 WS-ENT-PB-RECORDS    PIC 9(9).
              10 WS-ENT-PB-DEBITS     PIC S9(15)V99.
              10 WS-ENT-PB-CREDITS    PIC S9(15)V99.
              10 WS-ENT-DAY-RECORDS   PIC 9(9).
              10 WS-ENT-PA-RECORDS    PIC 9(9).
              10 WS-ENT-PA-DEBITS     PIC S9(15)V99.
              10 WS-ENT-PA-CREDITS    PIC S9(15)V99.

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).
           05 WS-AUDIT-EXIT-DISPLAY   PIC 9(1).
           05 WS-AUDIT-AMOUNT         PIC -ZZZZZZZZZZZZZZ9.99.
           05 WS-AUDIT-ITEM           PIC X(12).

       01  WS-PRINT-AREAS.
           05 WS-BEFORE-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
           05 WS-REMOVED-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
           05 WS-AFTER-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-AMOUNT-BEFORE        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-AMOUNT-AFTER         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM(1:8) TO WS-RUN-DATE
           MOVE WS-PARM(10:40) TO WS-REASON
           IF WS-RUN-DATE IS NOT NUMERIC
                   OR WS-REASON = SPACES
               DISPLAY 'RUN-BACKOUT: PARM MUST BE YYYYMMDD REASON'
               MOVE 1 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING 'SUMMARY.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME
           MOVE SPACES TO WS-SUMENT-FILENAME
           STRING 'SUMENT.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-SUMENT-FILENAME

           OPEN OUTPUT BACKOUT-PRINT-FILE
           IF FS-BACKOUT-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM WRITE-REPORT-HEADING

           PERFORM CHECK-MONTH-CLOSED
           IF WS-MONTH-CLOSED = 'Y'
               MOVE SPACES TO BACKOUT-PRINT-RECORD
               STRING '*** REFUSED: PERIOD ' WS-RUN-DATE(1:6)
                      ' WAS CLOSED ON ' WS-CLOSED-ON
                      ' - NOTHING CHANGED'
                   DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
               WRITE BACKOUT-PRINT-RECORD
               MOVE 5 TO WS-EXIT-CODE
               CLOSE BACKOUT-PRINT-FILE
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM OPEN-AUDIT-LOG
           PERFORM FORMAT-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' BACKOUT ' WS-RUN-DATE
                  ' REASON ' WS-REASON
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD

      *> LATEARRV.DAT's owner has to be settled from the registry
      *> before the registry entries are re-marked.
      *> The period files carry the day only while RECONCILE's
      *> COMPLETE entry stands, and only a registry that was really
      *> rewritten records that the day has come off them.
           PERFORM BACK-OUT-RUN-CONTROL
           IF WS-RC-RECON-MARKED = 'Y' AND WS-EXIT-CODE = 0
               PERFORM BACK-OUT-PERIOD-FILE
               PERFORM BACK-OUT-PERIOD-ENTITIES
                   THRU BACK-OUT-PERIOD-ENTITIES-EXIT
           ELSE
               PERFORM WRITE-PERIOD-SKIPPED-REPORT
           END-IF
           PERFORM BACK-OUT-LATE-ARRIVALS

           MOVE 'FEEDCTL.DAT' TO WS-STATE-FILENAME
           PERFORM BACK-OUT-DATED-FILE
           MOVE 'DUPHIST.DAT' TO WS-STATE-FILENAME
           PERFORM BACK-OUT-DATED-FILE
           MOVE 'CATGHIST.DAT' TO WS-STATE-FILENAME
           PERFORM BACK-OUT-DATED-FILE
           MOVE 'REJHIST.DAT' TO WS-STATE-FILENAME
           PERFORM BACK-OUT-DATED-FILE

           IF WS-TOTAL-CHANGES = 0 AND WS-EXIT-CODE = 0
               MOVE 4 TO WS-EXIT-CODE
               MOVE SPACES TO BACKOUT-PRINT-RECORD
               STRING '*** NOTHING ON FILE FOR ' WS-RUN-DATE
                      ' - NO CHANGES MADE'
                   DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
               WRITE BACKOUT-PRINT-RECORD
           END-IF

           MOVE SPACES TO BACKOUT-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
           WRITE BACKOUT-PRINT-RECORD
           CLOSE BACKOUT-PRINT-FILE

           PERFORM FORMAT-AUDIT-TIMESTAMP
           MOVE WS-EXIT-CODE TO WS-AUDIT-EXIT-DISPLAY
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=RUN-BACKOUT'
                  ' RECORDS=' WS-TOTAL-CHANGES
                  ' EXIT-CODE=' WS-AUDIT-EXIT-DISPLAY
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG

       CLEANUP-AND-EXIT.
           STOP RUN WS-EXIT-CODE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO BACKOUT-PRINT-RECORD
           STRING 'RUN BACK-OUT FOR RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
           WRITE BACKOUT-PRINT-RECORD

           MOVE SPACES TO BACKOUT-PRINT-RECORD
           STRING 'REASON. . . . . . . . . . . . : ' WS-REASON
               DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
           WRITE BACKOUT-PRINT-RECORD

           MOVE SPACES TO BACKOUT-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
           WRITE BACKOUT-PRINT-RECORD.

       CHECK-MONTH-CLOSED.
      *> Months are closed in order, so any later period on file
      *> closes this one too - RETENTION-PURGE may have archived the
      *> month's own row.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERIOD-HISTORY-FILE
           IF FS-PERIOD-HISTORY = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PERIOD-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PH-PERIOD = WS-RUN-DATE(1:6)
                               MOVE 'Y' TO WS-MONTH-CLOSED
                               MOVE PH-CLOSED-DATE TO WS-CLOSED-ON
                           END-IF
                           IF PH-PERIOD > WS-RUN-DATE(1:6)
                                   AND PH-PERIOD IS NUMERIC
                                   AND WS-MONTH-CLOSED = 'N'
                               MOVE 'Y' TO WS-MONTH-CLOSED
                               MOVE PH-CLOSED-DATE TO WS-CLOSED-ON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-HISTORY-FILE
           END-IF.

       BACK-OUT-RUN-CONTROL.
      *> The registry is rewritten through the work file: entries for
      *> the date take the BACKOUT status, everything else is copied
      *> unchanged, in order.
           MOVE ZERO TO WS-RC-TOTAL
           MOVE 'N' TO WS-EOF
           OPEN INPUT RUN-CONTROL-FILE
           IF FS-RUN-CONTROL NOT = "00"
               MOVE 'RUNCTL' TO WS-AUDIT-ITEM
               PERFORM WRITE-FILE-ABSENT-LINE
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RC-TOTAL
                           PERFORM COPY-ONE-RUNCTL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               CLOSE WORK-FILE
               IF WS-RC-MARKED > 0
                   PERFORM REWRITE-RUN-CONTROL
               END-IF
               PERFORM WRITE-RUNCTL-REPORT
           END-IF.

       COPY-ONE-RUNCTL-ENTRY.
           IF RC-PROGRAM = 'RECONCILE'
                   AND RC-STATUS = 'COMPLETE'
               MOVE RC-RUN-DATE TO WS-RC-LAST-RECON-DATE
           END-IF
           IF RC-RUN-DATE = WS-RUN-DATE
                   AND RC-STATUS NOT = WS-RC-BACKOUT-STATUS
               MOVE RC-STATUS TO WS-RC-OLD-STATUS
               MOVE WS-RC-BACKOUT-STATUS TO RC-STATUS
               IF RC-PROGRAM = 'RECONCILE'
                       AND WS-RC-OLD-STATUS = 'COMPLETE'
                   MOVE 'Y' TO WS-RC-RECON-MARKED
               END-IF
               ADD 1 TO WS-RC-MARKED
               ADD 1 TO WS-TOTAL-CHANGES
               PERFORM FORMAT-AUDIT-TIMESTAMP
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP ' BACKOUT ' WS-RUN-DATE
                      ' RUNCTL ' RC-PROGRAM DELIMITED BY '  '
                      ' WAS ' WS-RC-OLD-STATUS
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF
           MOVE RUN-CONTROL-RECORD TO WORK-RECORD
           WRITE WORK-RECORD.

       REWRITE-RUN-CONTROL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT RUN-CONTROL-FILE
           IF FS-RUN-CONTROL NOT = "00"
               MOVE 3 TO WS-EXIT-CODE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE WORK-RECORD TO RUN-CONTROL-RECORD
                           WRITE RUN-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           CLOSE WORK-FILE.

       WRITE-RUNCTL-REPORT.
           MOVE WS-RC-TOTAL TO WS-BEFORE-DISPLAY
           MOVE WS-RC-MARKED TO WS-REMOVED-DISPLAY
           MOVE SPACES TO BACKOUT-PRINT-RECORD
           STRING 'RUNCTL        ENTRIES ' WS-BEFORE-DISPLAY
                  '  MARKED BACKOUT ' WS-REMOVED-DISPLAY
               DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
           WRITE BACKOUT-PRINT-RECORD.

       BACK-OUT-PERIOD-FILE.
      *> The day's contribution is re-derived from its summary with
      *> the same net-or-gross rule RECONCILE's 3000-GENERATE-SUMMARY
      *> used when it added it.
           OPEN INPUT PERIOD-FILE
           IF FS-PERIOD-FILE = "00"
               READ PERIOD-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-PERIOD-PRESENT
                       MOVE PD-TOTAL-RECORDS TO WS-PB-RECORDS
                       MOVE PD-TOTAL-DEBITS TO WS-PB-DEBITS
                       MOVE PD-TOTAL-CREDITS TO WS-PB-CREDITS
               END-READ
               CLOSE PERIOD-FILE
           END-IF

           OPEN INPUT SUMMARY-IN
           IF FS-SUMMARY-IN = "00"
               READ SUMMARY-IN
                   NOT AT END
                       IF RS-TOTAL-RECORDS IS NUMERIC
                           MOVE 'Y' TO WS-SUMMARY-PRESENT
                           IF RS-DUP-SUPPRESSED-FLAG = 'Y'
                               MOVE RS-NET-TOTAL-RECORDS
                                   TO WS-DAY-RECORDS
                               MOVE RS-NET-TOTAL-DEBITS
                                   TO WS-DAY-DEBITS
                               MOVE RS-NET-TOTAL-CREDITS
                                   TO WS-DAY-CREDITS
                           ELSE
                               MOVE RS-TOTAL-RECORDS TO WS-DAY-RECORDS
                               MOVE RS-TOTAL-DEBITS TO WS-DAY-DEBITS
                               MOVE RS-TOTAL-CREDITS TO WS-DAY-CREDITS
                           END-IF
                       END-IF
               END-READ
               CLOSE SUMMARY-IN
           END-IF

           MOVE WS-PB-RECORDS TO WS-PA-RECORDS
           MOVE WS-PB-DEBITS TO WS-PA-DEBITS
           MOVE WS-PB-CREDITS TO WS-PA-CREDITS
           IF WS-PERIOD-PRESENT = 'Y' AND WS-SUMMARY-PRESENT = 'Y'
               IF WS-DAY-RECORDS > WS-PA-RECORDS
                   MOVE ZERO TO WS-PA-RECORDS
               ELSE
                   SUBTRACT WS-DAY-RECORDS FROM WS-PA-RECORDS
               END-IF
               SUBTRACT WS-DAY-DEBITS FROM WS-PA-DEBITS
               SUBTRACT WS-DAY-CREDITS FROM WS-PA-CREDITS
               OPEN OUTPUT PERIOD-FILE
               IF FS-PERIOD-FILE NOT = "00"
                   MOVE 3 TO WS-EXIT-CODE
               ELSE
                   MOVE WS-PA-RECORDS TO PD-TOTAL-RECORDS
                   MOVE WS-PA-DEBITS TO PD-TOTAL-DEBITS
                   MOVE WS-PA-CREDITS TO PD-TOTAL-CREDITS
                   WRITE PERIOD-RECORD
                   CLOSE PERIOD-FILE
                   ADD 1 TO WS-TOTAL-CHANGES
                   PERFORM WRITE-AUDIT-PERIOD
               END-IF
           END-IF
           PERFORM WRITE-PERIOD-REPORT.

       WRITE-AUDIT-PERIOD.
           PERFORM FORMAT-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' BACKOUT ' WS-RUN-DATE
                  ' PERIOD.DAT RECORDS LESS ' WS-DAY-RECORDS
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD

           MOVE WS-DAY-DEBITS TO WS-AUDIT-AMOUNT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' BACKOUT ' WS-RUN-DATE
                  ' PERIOD.DAT DEBITS LESS ' WS-AUDIT-AMOUNT
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD

           MOVE WS-DAY-CREDITS TO WS-AUDIT-AMOUNT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' BACKOUT ' WS-RUN-DATE
                  ' PERIOD.DAT CREDITS LESS ' WS-AUDIT-AMOUNT
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

       WRITE-PERIOD-REPORT.
           MOVE SPACES TO BACKOUT-PRINT-RECORD
           IF WS-PERIOD-PRESENT = 'N'
               STRING 'PERIOD.DAT    NOT ON FILE - UNCHANGED'
                   DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
               WRITE BACKOUT-PRINT-RECORD
           ELSE
               IF WS-SUMMARY-PRESENT = 'N'
                   STRING 'PERIOD.DAT    NO ' WS-SUMMARY-FILENAME
                          ' - DAY NEVER ADDED, UNCHANGED'
                       DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
                   WRITE BACKOUT-PRINT-RECORD
               ELSE
                   MOVE WS-PB-RECORDS TO WS-BEFORE-DISPLAY
                   MOVE WS-PA-RECORDS TO WS-AFTER-DISPLAY
                   STRING 'PERIOD.DAT    RECORDS BEFORE '
                          WS-BEFORE-DISPLAY
                          '  AFTER ' WS-AFTER-DISPLAY
                       DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
                   WRITE BACKOUT-PRINT-RECORD

                   MOVE WS-PB-DEBITS TO WS-AMOUNT-BEFORE
                   MOVE WS-PA-DEBITS TO WS-AMOUNT-AFTER
                   MOVE SPACES TO BACKOUT-PRINT-RECORD
                   STRING '              DEBITS  BEFORE '
                          WS-AMOUNT-BEFORE
                          '  AFTER ' WS-AMOUNT-AFTER
                       DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
                   WRITE BACKOUT-PRINT-RECORD

                   MOVE WS-PB-CREDITS TO WS-AMOUNT-BEFORE
                   MOVE WS-PA-CREDITS TO WS-AMOUNT-AFTER
                   MOVE SPACES TO BACKOUT-PRINT-RECORD
                   STRING '              CREDITS BEFORE '
                          WS-AMOUNT-BEFORE
                          '  AFTER ' WS-AMOUNT-AFTER
                       DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
                   WRITE BACKOUT-PRINT-RECORD
               END-IF
           END-IF.

       WRITE-PERIOD-SKIPPED-REPORT.
           MOVE SPACES TO BACKOUT-PRINT-RECORD
           IF WS-EXIT-CODE NOT = 0
               STRING 'PERIOD.DAT    RUNCTL NOT REWRITTEN - PERIOD'
                      ' FILES UNCHANGED'
                   DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
           ELSE
               STRING 'PERIOD.DAT    NO RECONCILE COMPLETE ENTRY FOR '
                      WS-RUN-DATE ' - PERIOD FILES UNCHANGED'
                   DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
           END-IF
           WRITE BACKOUT-PRINT-RECORD.

       BACK-OUT-PERIOD-ENTITIES.
      *> Each SUMENT row is the entity's day in its base currency, on
      *> the same net-or-gross footing RECONCILE added to PERIODEN.
      *> Neither file on disk (no entity was ever carried) leaves
      *> nothing to report.
           OPEN INPUT PERIOD-ENTITY-FILE
           IF FS-PERIOD-ENTITY NOT = "00"
               GO TO BACK-OUT-PERIOD-ENTITIES-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERIOD-ENTITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ENTITY-TABLE-COUNT < 100
                           ADD 1 TO WS-ENTITY-TABLE-COUNT
                           SET ENT-IDX TO WS-ENTITY-TABLE-COUNT
                           MOVE PE-ENTITY TO WS-ENT-CODE(ENT-IDX)
                           MOVE PE-BASE-CURRENCY
                               TO WS-ENT-BASE-CURRENCY(ENT-IDX)
                           MOVE PE-TOTAL-RECORDS
                               TO WS-ENT-PB-RECORDS(ENT-IDX)
                           MOVE PE-TOTAL-DEBITS
                               TO WS-ENT-PB-DEBITS(ENT-IDX)
                           MOVE PE-TOTAL-CREDITS
                               TO WS-ENT-PB-CREDITS(ENT-IDX)
                           MOVE ZERO TO WS-ENT-DAY-RECORDS(ENT-IDX)
                           MOVE PE-TOTAL-RECORDS
                               TO WS-ENT-PA-RECORDS(ENT-IDX)
                           MOVE PE-TOTAL-DEBITS
                               TO WS-ENT-PA-DEBITS(ENT-IDX)
                           MOVE PE-TOTAL-CREDITS
                               TO WS-ENT-PA-CREDITS(ENT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-ENTITY-FILE

           OPEN INPUT SUMMARY-ENT-IN
           IF FS-SUMMARY-ENT-IN = "00"
               MOVE 'Y' TO WS-SUMENT-PRESENT
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUMMARY-ENT-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM APPLY-ENTITY-DAY
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-ENT-IN
           END-IF

           IF WS-ENTITY-CHANGED = 'Y'
               OPEN OUTPUT PERIOD-ENTITY-FILE
               IF FS-PERIOD-ENTITY NOT = "00"
                   MOVE 3 TO WS-EXIT-CODE
               ELSE
                   PERFORM VARYING ENT-IDX FROM 1 BY 1
                           UNTIL ENT-IDX > WS-ENTITY-TABLE-COUNT
                       MOVE SPACES TO PERIOD-ENTITY-RECORD
                       MOVE WS-ENT-CODE(ENT-IDX) TO PE-ENTITY
                       MOVE WS-ENT-BASE-CURRENCY(ENT-IDX)
                           TO PE-BASE-CURRENCY
                       MOVE WS-ENT-PA-RECORDS(ENT-IDX)
                           TO PE-TOTAL-RECORDS
                       MOVE WS-ENT-PA-DEBITS(ENT-IDX)
                           TO PE-TOTAL-DEBITS
                       MOVE WS-ENT-PA-CREDITS(ENT-IDX)
                           TO PE-TOTAL-CREDITS
                       WRITE PERIOD-ENTITY-RECORD
                       IF WS-ENT-DAY-RECORDS(ENT-IDX) > 0
                               OR WS-ENT-PA-DEBITS(ENT-IDX)
                                  NOT = WS-ENT-PB-DEBITS(ENT-IDX)
                               OR WS-ENT-PA-CREDITS(ENT-IDX)
                                  NOT = WS-ENT-PB-CREDITS(ENT-IDX)
                           ADD 1 TO WS-TOTAL-CHANGES
                           PERFORM WRITE-AUDIT-PERIOD-ENTITY
                       END-IF
                   END-PERFORM
                   CLOSE PERIOD-ENTITY-FILE
               END-IF
           END-IF
           PERFORM WRITE-PERIOD-ENTITY-REPORT.

       BACK-OUT-PERIOD-ENTITIES-EXIT.
           EXIT.

       APPLY-ENTITY-DAY.
           SET ENT-IDX TO 1
           SEARCH WS-ENT-ENTRY
               AT END
                   CONTINUE
               WHEN ENT-IDX <= WS-ENTITY-TABLE-COUNT
                       AND WS-ENT-CODE(ENT-IDX) = SE-ENTITY
                   MOVE 'Y' TO WS-ENTITY-CHANGED
                   ADD SE-RECORD-COUNT TO WS-ENT-DAY-RECORDS(ENT-IDX)
                   IF SE-RECORD-COUNT > WS-ENT-PA-RECORDS(ENT-IDX)
                       MOVE ZERO TO WS-ENT-PA-RECORDS(ENT-IDX)
                   ELSE
                       SUBTRACT SE-RECORD-COUNT
                           FROM WS-ENT-PA-RECORDS(ENT-IDX)
                   END-IF
                   SUBTRACT SE-BASE-DEBIT-TOTAL
                       FROM WS-ENT-PA-DEBITS(ENT-IDX)
                   SUBTRACT SE-BASE-CREDIT-TOTAL
                       FROM WS-ENT-PA-CREDITS(ENT-IDX)
           END-SEARCH.

       WRITE-AUDIT-PERIOD-ENTITY.
           PERFORM FORMAT-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' BACKOUT ' WS-RUN-DATE
                  ' ENTITY ' WS-ENT-CODE(ENT-IDX)
                  ' RECORDS LESS ' WS-ENT-DAY-RECORDS(ENT-IDX)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD

           COMPUTE WS-AUDIT-AMOUNT = WS-ENT-PB-DEBITS(ENT-IDX)
                                   - WS-ENT-PA-DEBITS(ENT-IDX)
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' BACKOUT ' WS-RUN-DATE
                  ' ENTITY ' WS-ENT-CODE(ENT-IDX)
                  ' DEBITS LESS ' WS-AUDIT-AMOUNT
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD

           COMPUTE WS-AUDIT-AMOUNT = WS-ENT-PB-CREDITS(ENT-IDX)
                                   - WS-ENT-PA-CREDITS(ENT-IDX)
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' BACKOUT ' WS-RUN-DATE
                  ' ENTITY ' WS-ENT-CODE(ENT-IDX)
                  ' CREDITS LESS ' WS-AUDIT-AMOUNT
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

       WRITE-PERIOD-ENTITY-REPORT.
           IF WS-SUMENT-PRESENT = 'N'
               MOVE SPACES TO BACKOUT-PRINT-RECORD
               STRING 'PERIODEN.DAT  NO ' WS-SUMENT-FILENAME
                      ' - DAY NEVER ADDED, UNCHANGED'
                   DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
               WRITE BACKOUT-PRINT-RECORD
           ELSE
               PERFORM VARYING ENT-IDX FROM 1 BY 1
                       UNTIL ENT-IDX > WS-ENTITY-TABLE-COUNT
                   MOVE WS-ENT-PB-RECORDS(ENT-IDX) TO WS-BEFORE-DISPLAY
                   MOVE WS-ENT-PA-RECORDS(ENT-IDX) TO WS-AFTER-DISPLAY
                   MOVE SPACES TO BACKOUT-PRINT-RECORD
                   STRING 'PERIODEN ' WS-ENT-CODE(ENT-IDX)
                          ' RECORDS BEFORE ' WS-BEFORE-DISPLAY
                          '  AFTER ' WS-AFTER-DISPLAY
                       DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
                   WRITE BACKOUT-PRINT-RECORD

                   MOVE WS-ENT-PB-DEBITS(ENT-IDX) TO WS-AMOUNT-BEFORE
                   MOVE WS-ENT-PA-DEBITS(ENT-IDX) TO WS-AMOUNT-AFTER
                   MOVE SPACES TO BACKOUT-PRINT-RECORD
                   STRING '              DEBITS  BEFORE '
                          WS-AMOUNT-BEFORE
                          '  AFTER ' WS-AMOUNT-AFTER
                       DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
                   WRITE BACKOUT-PRINT-RECORD

                   MOVE WS-ENT-PB-CREDITS(ENT-IDX) TO WS-AMOUNT-BEFORE
                   MOVE WS-ENT-PA-CREDITS(ENT-IDX) TO WS-AMOUNT-AFTER
                   MOVE SPACES TO BACKOUT-PRINT-RECORD
                   STRING '              CREDITS BEFORE '
                          WS-AMOUNT-BEFORE
                          '  AFTER ' WS-AMOUNT-AFTER
                       DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
                   WRITE BACKOUT-PRINT-RECORD
               END-PERFORM
           END-IF.

       BACK-OUT-LATE-ARRIVALS.
           MOVE ZERO TO WS-ROWS-BEFORE
           MOVE ZERO TO WS-ROWS-REMOVED
           MOVE 'N' TO WS-EOF
           OPEN INPUT LATE-ARRIVAL-FILE
           IF FS-LATE-ARRIVAL NOT = "00"
               MOVE 'LATEARRV.DAT' TO WS-AUDIT-ITEM
               PERFORM WRITE-FILE-ABSENT-LINE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LATE-ARRIVAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-BEFORE
                   END-READ
               END-PERFORM
               CLOSE LATE-ARRIVAL-FILE
               IF WS-RC-LAST-RECON-DATE = WS-RUN-DATE
                       AND WS-ROWS-BEFORE > 0
                   OPEN OUTPUT LATE-ARRIVAL-FILE
                   IF FS-LATE-ARRIVAL NOT = "00"
                       MOVE 3 TO WS-EXIT-CODE
                   ELSE
                       CLOSE LATE-ARRIVAL-FILE
                       MOVE WS-ROWS-BEFORE TO WS-ROWS-REMOVED
                       ADD 1 TO WS-TOTAL-CHANGES
                       MOVE 'LATEARRV.DAT' TO WS-AUDIT-ITEM
                       PERFORM WRITE-AUDIT-ROWS-REMOVED
                   END-IF
               END-IF
               COMPUTE WS-ROWS-AFTER = WS-ROWS-BEFORE - WS-ROWS-REMOVED
               MOVE WS-ROWS-BEFORE TO WS-BEFORE-DISPLAY
               MOVE WS-ROWS-AFTER TO WS-AFTER-DISPLAY
               MOVE SPACES TO BACKOUT-PRINT-RECORD
               IF WS-RC-LAST-RECON-DATE = WS-RUN-DATE
                   STRING 'LATEARRV.DAT  ROWS BEFORE ' WS-BEFORE-DISPLAY
                          '  AFTER ' WS-AFTER-DISPLAY
                       DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
               ELSE
                   STRING 'LATEARRV.DAT  ROWS ' WS-BEFORE-DISPLAY
                          '  HELD FOR LATER RUN '
                          WS-RC-LAST-RECON-DATE ' - UNCHANGED'
                       DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
               END-IF
               WRITE BACKOUT-PRINT-RECORD
           END-IF.

       BACK-OUT-DATED-FILE.
      *> Copy the file to the work file without the date's rows, and
      *> copy it back only when something was removed.
           MOVE ZERO TO WS-ROWS-BEFORE
           MOVE ZERO TO WS-ROWS-REMOVED
           MOVE 'N' TO WS-EOF
           MOVE WS-STATE-FILENAME TO WS-AUDIT-ITEM
           OPEN INPUT STATE-FILE
           IF FS-STATE-FILE NOT = "00"
               PERFORM WRITE-FILE-ABSENT-LINE
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-BEFORE
                           IF ST-RUN-DATE = WS-RUN-DATE
                               ADD 1 TO WS-ROWS-REMOVED
                           ELSE
                               MOVE STATE-RECORD TO WORK-RECORD
                               WRITE WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
               CLOSE WORK-FILE
               IF WS-ROWS-REMOVED > 0
                   PERFORM REWRITE-DATED-FILE
               END-IF
               COMPUTE WS-ROWS-AFTER = WS-ROWS-BEFORE - WS-ROWS-REMOVED
               PERFORM WRITE-DATED-FILE-REPORT
           END-IF.

       REWRITE-DATED-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT STATE-FILE
           IF FS-STATE-FILE NOT = "00"
               MOVE 3 TO WS-EXIT-CODE
               MOVE ZERO TO WS-ROWS-REMOVED
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE WORK-RECORD TO STATE-RECORD
                           WRITE STATE-RECORD
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
               ADD 1 TO WS-TOTAL-CHANGES
               PERFORM WRITE-AUDIT-ROWS-REMOVED
           END-IF
           CLOSE WORK-FILE.

       WRITE-DATED-FILE-REPORT.
           MOVE WS-ROWS-BEFORE TO WS-BEFORE-DISPLAY
           MOVE WS-ROWS-REMOVED TO WS-REMOVED-DISPLAY
           MOVE WS-ROWS-AFTER TO WS-AFTER-DISPLAY
           MOVE SPACES TO BACKOUT-PRINT-RECORD
           STRING WS-AUDIT-ITEM '  ROWS BEFORE ' WS-BEFORE-DISPLAY
                  '  REMOVED ' WS-REMOVED-DISPLAY
                  '  AFTER ' WS-AFTER-DISPLAY
               DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
           WRITE BACKOUT-PRINT-RECORD.

       WRITE-FILE-ABSENT-LINE.
           MOVE SPACES TO BACKOUT-PRINT-RECORD
           STRING WS-AUDIT-ITEM '  NOT ON FILE - UNCHANGED'
               DELIMITED BY SIZE INTO BACKOUT-PRINT-RECORD
           WRITE BACKOUT-PRINT-RECORD.

       WRITE-AUDIT-ROWS-REMOVED.
           PERFORM FORMAT-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' BACKOUT ' WS-RUN-DATE
                  ' ' WS-AUDIT-ITEM ' ROWS REMOVED ' WS-ROWS-REMOVED
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

       OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT-LOG NOT = "00" AND FS-AUDIT-LOG NOT = "05"
               OPEN OUTPUT AUDIT-LOG
           END-IF.

       FORMAT-AUDIT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) '-' WS-CURRENT-DATETIME(5:2)
                  '-' WS-CURRENT-DATETIME(7:2) ' '
                  WS-CURRENT-DATETIME(9:2) ':' WS-CURRENT-DATETIME(11:2)
                  ':' WS-CURRENT-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.

       END PROGRAM RUN-BACKOUT.
