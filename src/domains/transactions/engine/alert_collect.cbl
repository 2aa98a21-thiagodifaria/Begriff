       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-COLLECT.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-09-25.
      *> Consolidated operator alert feed. Every step in the chain
      *> signals trouble its own way - an exit code on RUNCTL, a
      *> WARNING line on PREFLRPT, a late step on WINDRPT, an
      *> overflow WARNING= buried in AUDITLOG, an escalation on
      *> ESCRPT, a GL bounce on GLACKRPT - and the night operator had
      *> to check each of them. This step reads all of them for the
      *> run date and appends one alert per condition to ALERTS.DAT
      *> (alert_record.cpy) with a severity, the signalling step, the
      *> run date, a standard alert code, and the message text:
      *>   RUNCTL    - TRANSACTION-PROCESSOR RC=4 (TRANPROC-RC4,
      *>               WARNING) and RC=6 (TRANPROC-RC6, CRITICAL);
      *>               FEED-GATE refusals (FEED-REFUSED, CRITICAL);
      *>               any other step completing non-zero (STEP-RC4
      *>               WARNING for RC=4, STEP-FAILED CRITICAL else);
      *>   PREFLRPT  - WARNING lines (PREFLIGHT-WARN, WARNING) and
      *>               FAILED lines (PREFLIGHT-FAIL, CRITICAL);
      *>   WINDRPT   - the run date's steps past deadline
      *>               (WINDOW-LATE), abnormally long (WINDOW-LONG),
      *>               or started with no completion (WINDOW-NO-END,
      *>               CRITICAL);
      *>   AUDITLOG  - every WARNING= line written since the chain
      *>               started for the run date (the earliest RUNCTL
      *>               stamp for that date); the WARNING= name is the
      *>               alert code;
      *>   ESCRPT    - each escalated item when the report is the run
      *>               date's (ESCALATION, WARNING);
      *>   GLACKRPT  - rejected lines (GL-REJECT, CRITICAL), ack lines
      *>               with no extract line and extract lines left
      *>               unanswered (GL-UNMATCHED, WARNING), and a
      *>               trailer that does not tie (GL-ACK-TRAILER,
      *>               CRITICAL). GL alerts carry the ack batch ID and
      *>               are suppressed against every run date, since
      *>               the same GLACKRPT can still be on hand the
      *>               following night.
      *> An alert already on ALERTS.DAT for the run date with the same
      *> code, step, and message is suppressed, so the step can be
      *> rerun - after the workbench or the GL acknowledgment has run
      *> later in the morning - without repeating what fired. New
      *> alerts are listed on ALERTPRT, along with a SOURCE NOT
      *> AVAILABLE line for any report that could not be opened.
      *> ALERT-ACK lists open alerts and records who dealt with them.
      *> PARM is the run date (YYYYMMDD, default today). Exit 4 when a
      *> new CRITICAL alert was raised, 2 when ALERTS.DAT or the print
      *> cannot be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT-FILE.
           SELECT PREFLIGHT-REPORT ASSIGN TO "PREFLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREFLIGHT-REPORT.
           SELECT WINDOW-REPORT ASSIGN TO "WINDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WINDOW-REPORT.
           SELECT ESCALATION-REPORT ASSIGN TO "ESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESCALATION-REPORT.
           SELECT GL-ACK-REPORT ASSIGN TO "GLACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-ACK-REPORT.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
           SELECT ALERT-PRINT-FILE ASSIGN TO "ALERTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT-PRINT.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY "alert_record.cpy".

       FD  PREFLIGHT-REPORT.
       01  PREFLIGHT-LINE             PIC X(100).

       FD  WINDOW-REPORT.
       01  WINDOW-LINE                PIC X(120).

       FD  ESCALATION-REPORT.
       01  ESCALATION-LINE            PIC X(120).

       FD  GL-ACK-REPORT.
       01  GL-ACK-LINE                PIC X(100).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD           PIC X(80).

       FD  ALERT-PRINT-FILE.
       01  ALERT-PRINT-RECORD         PIC X(132).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY "runctl_record.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-ALERT-FILE           PIC X(2).
           05 FS-PREFLIGHT-REPORT     PIC X(2).
           05 FS-WINDOW-REPORT        PIC X(2).
           05 FS-ESCALATION-REPORT    PIC X(2).
           05 FS-GL-ACK-REPORT        PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).
           05 FS-ALERT-PRINT          PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-RUN-DATE-PARM           PIC X(20).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-EOF                     PIC X(1) VALUE 'N'.
       01  WS-NEXT-ALERT-ID           PIC 9(8) VALUE 1.
       01  WS-CHAIN-START             PIC X(19) VALUE SPACES.

      *> The alert being raised.
       01  WS-RAISE-AREAS.
           05 WS-RAISE-SEVERITY       PIC X(8).
           05 WS-RAISE-STEP           PIC X(24).
           05 WS-RAISE-CODE           PIC X(20).
           05 WS-RAISE-MESSAGE        PIC X(80).
           05 WS-RAISE-ANY-DATE       PIC X(1) VALUE 'N'.
           05 WS-RAISE-SEEN           PIC X(1).

      *> Alerts already on file for the run date (and GL alerts for
      *> any date), plus those raised by this run, for suppression.
       01  WS-SEEN-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-SEEN-OVERFLOW           PIC X(1) VALUE 'N'.
       01  WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 2000 TIMES INDEXED BY SEEN-IDX.
              10 WS-SEEN-RUN-DATE     PIC X(8).
              10 WS-SEEN-STEP         PIC X(24).
              10 WS-SEEN-CODE         PIC X(20).
              10 WS-SEEN-MESSAGE      PIC X(80).

      *> Report scanning work areas.
       01  WS-SCAN-AREAS.
           05 WS-SCAN-POS             PIC 9(4) COMP.
           05 WS-SCAN-TALLY           PIC 9(4) COMP.
           05 WS-WINDOW-DATE          PIC X(8).
           05 WS-WINDOW-STEP          PIC X(24).
           05 WS-ESC-IN-DETAIL        PIC X(1).
           05 WS-ESC-LINE-NO          PIC 9(6).
           05 WS-GL-BATCH-ID          PIC X(8).
           05 WS-AUDIT-LINE           PIC X(80).
           05 WS-ABSENT-SOURCE        PIC X(8).
           05 WS-ABSENT-STATUS        PIC X(2).

       01  WS-COUNTS.
           05 WS-ALERTS-RAISED        PIC 9(6) VALUE ZERO.
           05 WS-ALERTS-CRITICAL      PIC 9(6) VALUE ZERO.
           05 WS-ALERTS-SUPPRESSED    PIC 9(6) VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
           05 WS-EXIT-DISPLAY         PIC 9(1).

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).
           05 WS-AUDIT-EXIT-DISPLAY   PIC 9(1).

       01  WS-RUN-CONTROL-AREAS.
           05 FS-RUN-CONTROL          PIC X(2).
           05 WS-RC-OWN-NAME          PIC X(24) VALUE 'ALERT-COLLECT'.
           05 WS-RC-STAMP-STATUS      PIC X(8).
           05 WS-RC-DATETIME          PIC X(21).
           05 WS-RC-TIMESTAMP         PIC X(19).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-RUN-DATE-PARM
           ACCEPT WS-RUN-DATE-PARM FROM COMMAND-LINE
           IF WS-RUN-DATE-PARM(1:8) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-PARM(1:8) TO WS-RUN-DATE
           END-IF

           MOVE 'STARTED ' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL

           PERFORM LOAD-EXISTING-ALERTS

           OPEN EXTEND ALERT-FILE
           IF FS-ALERT-FILE NOT = "00" AND FS-ALERT-FILE NOT = "05"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF FS-ALERT-FILE NOT = "00" AND FS-ALERT-FILE NOT = "05"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

           OPEN OUTPUT ALERT-PRINT-FILE
           IF FS-ALERT-PRINT NOT = "00"
               CLOSE ALERT-FILE
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM WRITE-REPORT-HEADING

           PERFORM SCAN-RUN-CONTROL
           PERFORM SCAN-PREFLIGHT-REPORT
           PERFORM SCAN-WINDOW-REPORT
           PERFORM SCAN-AUDIT-LOG
           PERFORM SCAN-ESCALATION-REPORT
           PERFORM SCAN-GL-ACK-REPORT

           PERFORM WRITE-REPORT-FOOTING
           CLOSE ALERT-PRINT-FILE
           CLOSE ALERT-FILE

           IF WS-ALERTS-CRITICAL > 0
               MOVE 4 TO WS-EXIT-CODE
           END-IF.

       CLEANUP-AND-EXIT.
           PERFORM WRITE-AUDIT-LOG-ENTRY
           MOVE 'COMPLETE' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL
           STOP RUN WS-EXIT-CODE.

       LOAD-EXISTING-ALERTS.
           OPEN INPUT ALERT-FILE
           IF FS-ALERT-FILE = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AL-ALERT-ID IS NUMERIC
                                   AND AL-ALERT-ID >= WS-NEXT-ALERT-ID
                               COMPUTE WS-NEXT-ALERT-ID =
                                   AL-ALERT-ID + 1
                           END-IF
                           IF AL-RUN-DATE = WS-RUN-DATE
                                   OR AL-CODE(1:3) = 'GL-'
                               PERFORM REMEMBER-FILED-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       REMEMBER-FILED-ALERT.
           IF WS-SEEN-COUNT >= 2000
               MOVE 'Y' TO WS-SEEN-OVERFLOW
           ELSE
               ADD 1 TO WS-SEEN-COUNT
               MOVE AL-RUN-DATE TO WS-SEEN-RUN-DATE(WS-SEEN-COUNT)
               MOVE AL-STEP TO WS-SEEN-STEP(WS-SEEN-COUNT)
               MOVE AL-CODE TO WS-SEEN-CODE(WS-SEEN-COUNT)
               MOVE AL-MESSAGE TO WS-SEEN-MESSAGE(WS-SEEN-COUNT)
           END-IF.

       RAISE-ALERT.
      *> Caller sets WS-RAISE-SEVERITY/-STEP/-CODE/-MESSAGE and
      *> WS-RAISE-ANY-DATE ('Y' to suppress against every run date).
           MOVE 'N' TO WS-RAISE-SEEN
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
                   UNTIL SEEN-IDX > WS-SEEN-COUNT
                      OR WS-RAISE-SEEN = 'Y'
               IF WS-SEEN-CODE(SEEN-IDX) = WS-RAISE-CODE
                       AND WS-SEEN-STEP(SEEN-IDX) = WS-RAISE-STEP
                       AND WS-SEEN-MESSAGE(SEEN-IDX)
                           = WS-RAISE-MESSAGE
                       AND (WS-SEEN-RUN-DATE(SEEN-IDX) = WS-RUN-DATE
                           OR WS-RAISE-ANY-DATE = 'Y')
                   MOVE 'Y' TO WS-RAISE-SEEN
               END-IF
           END-PERFORM
           IF WS-RAISE-SEEN = 'Y'
               ADD 1 TO WS-ALERTS-SUPPRESSED
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE SPACES TO ALERT-RECORD
               MOVE WS-NEXT-ALERT-ID TO AL-ALERT-ID
               MOVE WS-RUN-DATE TO AL-RUN-DATE
               MOVE WS-RAISE-SEVERITY TO AL-SEVERITY
               MOVE WS-RAISE-STEP TO AL-STEP
               MOVE WS-RAISE-CODE TO AL-CODE
               STRING WS-CURRENT-DATETIME(1:4) '-'
                      WS-CURRENT-DATETIME(5:2) '-'
                      WS-CURRENT-DATETIME(7:2) ' '
                      WS-CURRENT-DATETIME(9:2) ':'
                      WS-CURRENT-DATETIME(11:2) ':'
                      WS-CURRENT-DATETIME(13:2)
                   DELIMITED BY SIZE INTO AL-RAISED
               MOVE 'OPEN' TO AL-STATUS
               MOVE WS-RAISE-MESSAGE TO AL-MESSAGE
               PERFORM REMEMBER-FILED-ALERT
               PERFORM WRITE-ALERT-LINE
               WRITE ALERT-RECORD
               ADD 1 TO WS-NEXT-ALERT-ID
               ADD 1 TO WS-ALERTS-RAISED
               IF WS-RAISE-SEVERITY = 'CRITICAL'
                   ADD 1 TO WS-ALERTS-CRITICAL
               END-IF
           END-IF
           MOVE 'N' TO WS-RAISE-ANY-DATE.

       SCAN-RUN-CONTROL.
      *> Also finds when the chain started for the run date - the
      *> earliest stamp - which bounds the AUDITLOG scan.
           OPEN INPUT RUN-CONTROL-FILE
           IF FS-RUN-CONTROL = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RC-RUN-DATE = WS-RUN-DATE
                               PERFORM CHECK-RUN-CONTROL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       CHECK-RUN-CONTROL-ENTRY.
           IF RC-PROGRAM NOT = WS-RC-OWN-NAME
                   AND (WS-CHAIN-START = SPACES
                       OR RC-TIMESTAMP < WS-CHAIN-START)
               MOVE RC-TIMESTAMP TO WS-CHAIN-START
           END-IF
           IF RC-STATUS = 'COMPLETE'
                   AND RC-EXIT-CODE NOT = 0
                   AND RC-PROGRAM NOT = WS-RC-OWN-NAME
                   AND RC-PROGRAM NOT = 'ALERT-ACK'
               MOVE RC-PROGRAM TO WS-RAISE-STEP
               MOVE RC-EXIT-CODE TO WS-EXIT-DISPLAY
               MOVE SPACES TO WS-RAISE-MESSAGE
               EVALUATE TRUE
                   WHEN RC-PROGRAM(1:21) = 'TRANSACTION-PROCESSOR'
                           AND RC-EXIT-CODE = 4
                       MOVE 'WARNING ' TO WS-RAISE-SEVERITY
                       MOVE 'TRANPROC-RC4' TO WS-RAISE-CODE
                       STRING 'RC=4 - INVALID-TRANSACTION RATE OVER'
                              ' THRESHOLD'
                           DELIMITED BY SIZE INTO WS-RAISE-MESSAGE
                   WHEN RC-PROGRAM(1:21) = 'TRANSACTION-PROCESSOR'
                           AND RC-EXIT-CODE = 6
                       MOVE 'CRITICAL' TO WS-RAISE-SEVERITY
                       MOVE 'TRANPROC-RC6' TO WS-RAISE-CODE
                       STRING 'RC=6 - BATCH CONTROL MISMATCH ON THE'
                              ' TRANSIN FEED'
                           DELIMITED BY SIZE INTO WS-RAISE-MESSAGE
                   WHEN RC-PROGRAM = 'FEED-GATE'
                       MOVE 'CRITICAL' TO WS-RAISE-SEVERITY
                       MOVE 'FEED-REFUSED' TO WS-RAISE-CODE
                       STRING 'RC=' WS-EXIT-DISPLAY
                              ' - FEED REFUSED BY THE LANDING GATE'
                           DELIMITED BY SIZE INTO WS-RAISE-MESSAGE
                   WHEN RC-EXIT-CODE = 4
                       MOVE 'WARNING ' TO WS-RAISE-SEVERITY
                       MOVE 'STEP-RC4' TO WS-RAISE-CODE
                       STRING 'RC=4 - STEP COMPLETED WITH A WARNING'
                           DELIMITED BY SIZE INTO WS-RAISE-MESSAGE
                   WHEN OTHER
                       MOVE 'CRITICAL' TO WS-RAISE-SEVERITY
                       MOVE 'STEP-FAILED' TO WS-RAISE-CODE
                       STRING 'RC=' WS-EXIT-DISPLAY
                              ' - STEP ENDED WITH A FAILURE CODE'
                           DELIMITED BY SIZE INTO WS-RAISE-MESSAGE
               END-EVALUATE
               PERFORM RAISE-ALERT
           END-IF.

       SCAN-PREFLIGHT-REPORT.
      *> Check lines are the 20-byte check name followed by the
      *> verdict - ' WARNING - ' or ' *** FAILED - '.
           OPEN INPUT PREFLIGHT-REPORT
           IF FS-PREFLIGHT-REPORT = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PREFLIGHT-REPORT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-PREFLIGHT-LINE
                   END-READ
               END-PERFORM
               CLOSE PREFLIGHT-REPORT
           ELSE
               MOVE 'PREFLRPT' TO WS-ABSENT-SOURCE
               MOVE FS-PREFLIGHT-REPORT TO WS-ABSENT-STATUS
               PERFORM WRITE-SOURCE-ABSENT-LINE
           END-IF.

       CHECK-PREFLIGHT-LINE.
           MOVE 'PREFLIGHT-CHECK' TO WS-RAISE-STEP
           MOVE PREFLIGHT-LINE(1:80) TO WS-RAISE-MESSAGE
           EVALUATE TRUE
               WHEN PREFLIGHT-LINE(21:11) = ' WARNING - '
                   MOVE 'WARNING ' TO WS-RAISE-SEVERITY
                   MOVE 'PREFLIGHT-WARN' TO WS-RAISE-CODE
                   PERFORM RAISE-ALERT
               WHEN PREFLIGHT-LINE(21:14) = ' *** FAILED - '
                   MOVE 'CRITICAL' TO WS-RAISE-SEVERITY
                   MOVE 'PREFLIGHT-FAIL' TO WS-RAISE-CODE
                   PERFORM RAISE-ALERT
           END-EVALUATE.

       SCAN-WINDOW-REPORT.
      *> WINDRPT covers every night on the registry; only the run
      *> date's section is read. Step lines carry the program name
      *> in columns 3-26; deadline and average flags follow their
      *> step line indented four.
           OPEN INPUT WINDOW-REPORT
           IF FS-WINDOW-REPORT = "00"
               MOVE 'N' TO WS-EOF
               MOVE SPACES TO WS-WINDOW-DATE
               MOVE SPACES TO WS-WINDOW-STEP
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WINDOW-REPORT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-WINDOW-LINE
                   END-READ
               END-PERFORM
               CLOSE WINDOW-REPORT
           ELSE
               MOVE 'WINDRPT' TO WS-ABSENT-SOURCE
               MOVE FS-WINDOW-REPORT TO WS-ABSENT-STATUS
               PERFORM WRITE-SOURCE-ABSENT-LINE
           END-IF.

       CHECK-WINDOW-LINE.
           EVALUATE TRUE
               WHEN WINDOW-LINE(1:9) = 'RUN DATE '
                   MOVE WINDOW-LINE(10:8) TO WS-WINDOW-DATE
               WHEN WS-WINDOW-DATE NOT = WS-RUN-DATE
                   CONTINUE
               WHEN WINDOW-LINE(1:2) = SPACES
                       AND WINDOW-LINE(3:1) NOT = SPACE
                   MOVE WINDOW-LINE(3:24) TO WS-WINDOW-STEP
                   IF WINDOW-LINE(28:30)
                           = '*** STARTED, NO COMPLETION ***'
                       MOVE 'CRITICAL' TO WS-RAISE-SEVERITY
                       MOVE WS-WINDOW-STEP TO WS-RAISE-STEP
                       MOVE 'WINDOW-NO-END' TO WS-RAISE-CODE
                       MOVE 'STARTED WITH NO COMPLETION STAMP'
                           TO WS-RAISE-MESSAGE
                       PERFORM RAISE-ALERT
                   END-IF
               WHEN WINDOW-LINE(1:31)
                       = '    *** FINISHED PAST DEADLINE '
                   MOVE 'WARNING ' TO WS-RAISE-SEVERITY
                   MOVE WS-WINDOW-STEP TO WS-RAISE-STEP
                   MOVE 'WINDOW-LATE' TO WS-RAISE-CODE
                   MOVE WINDOW-LINE(5:80) TO WS-RAISE-MESSAGE
                   PERFORM RAISE-ALERT
               WHEN WINDOW-LINE(1:23) = '    *** ABNORMALLY LONG'
                   MOVE 'WARNING ' TO WS-RAISE-SEVERITY
                   MOVE WS-WINDOW-STEP TO WS-RAISE-STEP
                   MOVE 'WINDOW-LONG' TO WS-RAISE-CODE
                   MOVE WINDOW-LINE(5:80) TO WS-RAISE-MESSAGE
                   PERFORM RAISE-ALERT
           END-EVALUATE.

       SCAN-AUDIT-LOG.
      *> Audit lines carry a wall-clock timestamp, not a run date;
      *> the lines belonging to this run date's chain are those
      *> written since its first RUNCTL stamp. No stamp, no scan.
           IF WS-CHAIN-START NOT = SPACES
               OPEN INPUT AUDIT-LOG
               IF FS-AUDIT-LOG = "00"
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ AUDIT-LOG
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF AUDIT-LOG-RECORD(1:19)
                                       >= WS-CHAIN-START
                                   PERFORM CHECK-AUDIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG
               END-IF
           END-IF.

       CHECK-AUDIT-LINE.
           MOVE AUDIT-LOG-RECORD TO WS-AUDIT-LINE
           MOVE ZERO TO WS-SCAN-TALLY
           INSPECT WS-AUDIT-LINE TALLYING WS-SCAN-TALLY
               FOR ALL ' WARNING='
           IF WS-SCAN-TALLY > 0
               MOVE ZERO TO WS-SCAN-POS
               INSPECT WS-AUDIT-LINE TALLYING WS-SCAN-POS
                   FOR CHARACTERS BEFORE INITIAL ' WARNING='
               MOVE SPACES TO WS-RAISE-CODE
               UNSTRING WS-AUDIT-LINE(WS-SCAN-POS + 10:)
                   DELIMITED BY SPACE INTO WS-RAISE-CODE
               MOVE SPACES TO WS-RAISE-STEP
               MOVE ZERO TO WS-SCAN-TALLY
               INSPECT WS-AUDIT-LINE TALLYING WS-SCAN-TALLY
                   FOR ALL ' PROGRAM='
               IF WS-SCAN-TALLY > 0
                   MOVE ZERO TO WS-SCAN-POS
                   INSPECT WS-AUDIT-LINE TALLYING WS-SCAN-POS
                       FOR CHARACTERS BEFORE INITIAL ' PROGRAM='
                   UNSTRING WS-AUDIT-LINE(WS-SCAN-POS + 10:)
                       DELIMITED BY SPACE INTO WS-RAISE-STEP
               END-IF
               MOVE 'WARNING ' TO WS-RAISE-SEVERITY
               MOVE WS-AUDIT-LINE(21:60) TO WS-RAISE-MESSAGE
               PERFORM RAISE-ALERT
           END-IF.

       SCAN-ESCALATION-REPORT.
      *> The heading carries the workbench's run date; an ESCRPT
      *> from any other night is left alone. Item lines run from the
      *> third line to the separator.
           OPEN INPUT ESCALATION-REPORT
           IF FS-ESCALATION-REPORT = "00"
               MOVE 'N' TO WS-EOF
               MOVE 'N' TO WS-ESC-IN-DETAIL
               MOVE ZERO TO WS-ESC-LINE-NO
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ESCALATION-REPORT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ESC-LINE-NO
                           PERFORM CHECK-ESCALATION-LINE
                   END-READ
               END-PERFORM
               CLOSE ESCALATION-REPORT
           ELSE
               MOVE 'ESCRPT' TO WS-ABSENT-SOURCE
               MOVE FS-ESCALATION-REPORT TO WS-ABSENT-STATUS
               PERFORM WRITE-SOURCE-ABSENT-LINE
           END-IF.

       CHECK-ESCALATION-LINE.
           EVALUATE TRUE
               WHEN WS-ESC-LINE-NO = 1
                   IF ESCALATION-LINE(1:41)
                           = 'EXCEPTION WORKBENCH - ESCALATION REPORT'
                       AND ESCALATION-LINE(42:8) = WS-RUN-DATE
                       MOVE 'Y' TO WS-ESC-IN-DETAIL
                   ELSE
                       MOVE 'Y' TO WS-EOF
                   END-IF
               WHEN WS-ESC-LINE-NO = 2
                   CONTINUE
               WHEN ESCALATION-LINE(1:10) = '----------'
                   MOVE 'N' TO WS-ESC-IN-DETAIL
               WHEN WS-ESC-IN-DETAIL = 'Y'
                       AND ESCALATION-LINE NOT = SPACES
                   MOVE 'WARNING ' TO WS-RAISE-SEVERITY
                   MOVE 'EXCEPTION-WORKBENCH' TO WS-RAISE-STEP
                   MOVE 'ESCALATION' TO WS-RAISE-CODE
                   MOVE ESCALATION-LINE(1:80) TO WS-RAISE-MESSAGE
                   PERFORM RAISE-ALERT
           END-EVALUATE.

       SCAN-GL-ACK-REPORT.
           OPEN INPUT GL-ACK-REPORT
           IF FS-GL-ACK-REPORT = "00"
               MOVE 'N' TO WS-EOF
               MOVE SPACES TO WS-GL-BATCH-ID
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GL-ACK-REPORT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-GL-ACK-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-ACK-REPORT
           ELSE
               MOVE 'GLACKRPT' TO WS-ABSENT-SOURCE
               MOVE FS-GL-ACK-REPORT TO WS-ABSENT-STATUS
               PERFORM WRITE-SOURCE-ABSENT-LINE
           END-IF.

       CHECK-GL-ACK-LINE.
           MOVE 'GL-ACK-PROCESS' TO WS-RAISE-STEP
           MOVE SPACES TO WS-RAISE-MESSAGE
           EVALUATE TRUE
               WHEN GL-ACK-LINE(1:32)
                       = 'GL ACKNOWLEDGMENT REPORT  BATCH '
                   MOVE GL-ACK-LINE(33:8) TO WS-GL-BATCH-ID
               WHEN GL-ACK-LINE(1:32)
                       = 'LINES REJECTED. . . . . . . . : '
                   MOVE ZERO TO WS-SCAN-TALLY
                   INSPECT GL-ACK-LINE(33:20) TALLYING WS-SCAN-TALLY
                       FOR ALL '1' '2' '3' '4' '5' '6' '7' '8' '9'
                   IF WS-SCAN-TALLY > 0
                       MOVE 'CRITICAL' TO WS-RAISE-SEVERITY
                       MOVE 'GL-REJECT' TO WS-RAISE-CODE
                       STRING 'BATCH ' WS-GL-BATCH-ID ' '
                              GL-ACK-LINE(1:60)
                           DELIMITED BY SIZE INTO WS-RAISE-MESSAGE
                       MOVE 'Y' TO WS-RAISE-ANY-DATE
                       PERFORM RAISE-ALERT
                   END-IF
               WHEN GL-ACK-LINE(1:25) = 'NO EXTRACT LINE FOR ACK: '
                       OR GL-ACK-LINE(1:31)
                           = 'EXTRACT LINE NOT ACKNOWLEDGED: '
                   MOVE 'WARNING ' TO WS-RAISE-SEVERITY
                   MOVE 'GL-UNMATCHED' TO WS-RAISE-CODE
                   STRING 'BATCH ' WS-GL-BATCH-ID ' '
                          GL-ACK-LINE(1:65)
                       DELIMITED BY SIZE INTO WS-RAISE-MESSAGE
                   MOVE 'Y' TO WS-RAISE-ANY-DATE
                   PERFORM RAISE-ALERT
               WHEN GL-ACK-LINE(1:22) = '*** ACK TRAILER COUNT '
                   MOVE 'CRITICAL' TO WS-RAISE-SEVERITY
                   MOVE 'GL-ACK-TRAILER' TO WS-RAISE-CODE
                   STRING 'BATCH ' WS-GL-BATCH-ID ' '
                          GL-ACK-LINE(1:65)
                       DELIMITED BY SIZE INTO WS-RAISE-MESSAGE
                   MOVE 'Y' TO WS-RAISE-ANY-DATE
                   PERFORM RAISE-ALERT
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO ALERT-PRINT-RECORD
           STRING 'OPERATOR ALERT FEED - NEW ALERTS  RUN DATE '
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO ALERT-PRINT-RECORD
           WRITE ALERT-PRINT-RECORD

           MOVE SPACES TO ALERT-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO ALERT-PRINT-RECORD
           WRITE ALERT-PRINT-RECORD.

       WRITE-ALERT-LINE.
           MOVE SPACES TO ALERT-PRINT-RECORD
           STRING AL-ALERT-ID ' ' AL-SEVERITY ' ' AL-STEP ' '
                  AL-CODE ' ' AL-MESSAGE(1:60)
               DELIMITED BY SIZE INTO ALERT-PRINT-RECORD
           WRITE ALERT-PRINT-RECORD.

      *> A report that cannot be opened is listed rather than passed
      *> over, so a quiet ALERTPRT cannot be mistaken for a clean
      *> night when a source was never read.
       WRITE-SOURCE-ABSENT-LINE.
           MOVE SPACES TO ALERT-PRINT-RECORD
           STRING '*** ' WS-ABSENT-SOURCE ' SOURCE NOT AVAILABLE'
                  ' (STATUS ' WS-ABSENT-STATUS ') - NOT SCANNED ***'
               DELIMITED BY SIZE INTO ALERT-PRINT-RECORD
           WRITE ALERT-PRINT-RECORD.

       WRITE-REPORT-FOOTING.
           MOVE SPACES TO ALERT-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO ALERT-PRINT-RECORD
           WRITE ALERT-PRINT-RECORD

           MOVE WS-ALERTS-RAISED TO WS-COUNT-DISPLAY
           MOVE SPACES TO ALERT-PRINT-RECORD
           STRING 'ALERTS RAISED . . . . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ALERT-PRINT-RECORD
           WRITE ALERT-PRINT-RECORD

           MOVE WS-ALERTS-CRITICAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO ALERT-PRINT-RECORD
           STRING '  OF WHICH CRITICAL . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ALERT-PRINT-RECORD
           WRITE ALERT-PRINT-RECORD

           MOVE WS-ALERTS-SUPPRESSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO ALERT-PRINT-RECORD
           STRING 'REPEATS SUPPRESSED. . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ALERT-PRINT-RECORD
           WRITE ALERT-PRINT-RECORD

           IF WS-SEEN-OVERFLOW = 'Y'
               MOVE SPACES TO ALERT-PRINT-RECORD
               STRING '*** WARNING: ALERT TABLE FULL (2000) -'
                      ' REPEATS MAY NOT ALL BE SUPPRESSED ***'
                   DELIMITED BY SIZE INTO ALERT-PRINT-RECORD
               WRITE ALERT-PRINT-RECORD
           END-IF

           MOVE SPACES TO ALERT-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO ALERT-PRINT-RECORD
           WRITE ALERT-PRINT-RECORD.

       WRITE-AUDIT-LOG-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) '-' WS-CURRENT-DATETIME(5:2)
                  '-' WS-CURRENT-DATETIME(7:2) ' '
                  WS-CURRENT-DATETIME(9:2) ':' WS-CURRENT-DATETIME(11:2)
                  ':' WS-CURRENT-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           MOVE WS-EXIT-CODE TO WS-AUDIT-EXIT-DISPLAY

           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT-LOG NOT = "00" AND FS-AUDIT-LOG NOT = "05"
               OPEN OUTPUT AUDIT-LOG
           END-IF

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=ALERT-COLLECT'
                  ' ALERTS=' WS-ALERTS-RAISED
                  ' EXIT-CODE=' WS-AUDIT-EXIT-DISPLAY
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG.

       STAMP-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-DATETIME
           STRING WS-RC-DATETIME(1:4) '-' WS-RC-DATETIME(5:2)
                  '-' WS-RC-DATETIME(7:2) ' '
                  WS-RC-DATETIME(9:2) ':' WS-RC-DATETIME(11:2)
                  ':' WS-RC-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-RC-TIMESTAMP

           OPEN EXTEND RUN-CONTROL-FILE
           IF FS-RUN-CONTROL NOT = "00" AND FS-RUN-CONTROL NOT = "05"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RC-OWN-NAME TO RC-PROGRAM
           MOVE WS-RC-STAMP-STATUS TO RC-STATUS
           MOVE WS-EXIT-CODE TO RC-EXIT-CODE
           MOVE WS-RC-TIMESTAMP TO RC-TIMESTAMP
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM ALERT-COLLECT.
