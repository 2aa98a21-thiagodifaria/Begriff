       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-09-25.
      *> Standing-order generator, run ahead of the feed gate. The
      *> recurring internal entries - monthly fee sweeps, fixed
      *> inter-account transfers, standing payments - used to be
      *> keyed by hand into a feed every cycle, and EXPECT-CHECK only
      *> told us afterwards when one had been forgotten. Each
      *> instruction on the standing-instruction master STANDORD.DAT
      *> carries the account, category, type, amount, currency,
      *> description, and a DAILY/WEEKLY/MONTHLY schedule with its
      *> start and end dates; this step writes the instructions that
      *> fall due for the run date as version-2 TRANSIN records under
      *> the internal source code STO, bracketed by a batch header
      *> (batch ID SO<yymmdd>) and a trailer carrying the record count
      *> and amount hash, onto STANDOUT. The JCL concatenates STANDOUT
      *> behind the day's TRANSIN, so the batch goes through the feed
      *> gate, validation, and batch control like any other sender's.
      *> Schedules follow the EXPECTED.DAT conventions CASH-FORECAST
      *> uses: DAILY items are due on every business day, WEEKLY items
      *> on their weekday (SO-SCHED-DAY 1=MONDAY .. 7=SUNDAY), and
      *> MONTHLY items on their day of month (the last day when the
      *> month is shorter). A due date on a weekend or a HOLIDAY.DAT
      *> holiday rolls to the next business day, so a business run
      *> date picks up everything nominally due since the previous
      *> business day - a weekly item landing twice across a long
      *> holiday is generated twice. Nothing is generated on a run
      *> date that is not itself a business day. Each record's
      *> timestamp is the run date it is posted on; its ID is
      *> SO-<instruction>-<nominal due date>, so a second generation
      *> of the same occurrence is recognisable downstream. CREDIT
      *> and REVERSAL instructions are generated positive, every
      *> other type negative, whatever sign the master carries; a
      *> blank currency means the BASECURR base currency. The STANDRPT
      *> report lists every instruction as CREATED (one line per
      *> record), SKIPPED (not started, not due, or not valid), or
      *> EXPIRED (end date passed).
      *> PARM is the run date (YYYYMMDD, default today). Exit 1 when
      *> STANDORD.DAT is missing, 2 when STANDOUT or STANDRPT cannot
      *> be written. STANDOUT is always created, empty when nothing
      *> is due, so the concatenation downstream never fails.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STANDING-ORDER.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLIDAY-FILE.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-FILE.
           SELECT STANDING-OUT ASSIGN TO "STANDOUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STANDING-OUT.
           SELECT STANDING-PRINT-FILE ASSIGN TO "STANDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STANDING-PRINT.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      *> One standing instruction per line. SO-END-DATE is blank for
      *> an open-ended instruction; SO-SCHED-DAY is unused for DAILY.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  SO-INSTR-ID            PIC X(8).
           05  FILLER                 PIC X(01).
           05  SO-ACCOUNT-ID          PIC X(8).
           05  FILLER                 PIC X(01).
           05  SO-CATEGORY            PIC X(20).
           05  FILLER                 PIC X(01).
           05  SO-TYPE                PIC X(8).
           05  FILLER                 PIC X(01).
           05  SO-AMOUNT              PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  SO-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(01).
           05  SO-SCHEDULE            PIC X(8).
           05  FILLER                 PIC X(01).
           05  SO-SCHED-DAY           PIC 9(2).
           05  FILLER                 PIC X(01).
           05  SO-START-DATE          PIC X(8).
           05  FILLER                 PIC X(01).
           05  SO-END-DATE            PIC X(8).
           05  FILLER                 PIC X(01).
           05  SO-DESCRIPTION         PIC X(100).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE              PIC X(8).
           05  FILLER                PIC X(1).
           05  HOL-NAME              PIC X(30).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-REC-TYPE          PIC X(8).
           05  CTL-CATEGORY          PIC X(20).
           05  CTL-LIMIT-AMOUNT      PIC 9(15)V99.

       FD  STANDING-OUT
           RECORD IS VARYING IN SIZE FROM 80 TO 221 CHARACTERS
               DEPENDING ON WS-OUT-REC-LEN.
           COPY "transaction_record_v2.cpy".
           COPY "batch_control.cpy".

       FD  STANDING-PRINT-FILE.
       01  STANDING-PRINT-RECORD     PIC X(132).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD           PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY "runctl_record.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-STANDING-ORDER       PIC X(2).
           05 FS-HOLIDAY-FILE         PIC X(2).
           05 FS-CONTROL-FILE         PIC X(2).
           05 FS-STANDING-OUT         PIC X(2).
           05 FS-STANDING-PRINT       PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-RUN-DATE-PARM           PIC X(20).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-OUT-REC-LEN             PIC 9(4) COMP.
       01  WS-BASE-CURRENCY           PIC X(3) VALUE 'USD'.
       01  WS-INTERNAL-SOURCE         PIC X(3) VALUE 'STO'.
       01  WS-BATCH-ID                PIC X(8).
       01  WS-BATCH-OPEN              PIC X(1) VALUE 'N'.
       01  WS-STANDING-EOF            PIC X(1) VALUE 'N'.
       01  WS-HOLIDAY-EOF             PIC X(1) VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X(1) VALUE 'N'.
       01  WS-RUN-IS-BUSINESS-DAY     PIC X(1) VALUE 'N'.

      *> Holiday calendar from HOLIDAY.DAT (optional).
       01  WS-HOL-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY HOL-IDX.
              10 WS-HOL-DATE          PIC X(8).
       01  WS-DAY-IS-HOLIDAY          PIC X(1).

      *> The roll-forward window: the run date and every non-business
      *> day back to (not including) the previous business day, held
      *> newest first. Anything nominally due on one of these dates
      *> is generated today.
       01  WS-WIN-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 31 TIMES INDEXED BY WIN-IDX.
              10 WS-WIN-DATE          PIC X(8).
              10 WS-WIN-WEEKDAY       PIC 9(1).
              10 WS-WIN-DAY           PIC 9(2).
              10 WS-WIN-DAYS-IN-MONTH PIC 9(2).
       01  WS-WIN-IDX2                PIC 9(4) COMP.
       01  WS-WINDOW-START            PIC X(8).

       01  WS-CURRENT-DATE-AREAS.
           05 WS-CURRENT-YMD          PIC X(8).
           05 WS-CUR-YEAR             PIC 9(4).
           05 WS-CUR-MONTH            PIC 9(2).
           05 WS-CUR-DAY              PIC 9(2).
           05 WS-LEAP-YEAR-FLAG       PIC X(1).
           05 WS-DAYS-IN-MONTH        PIC 99.
           05 WS-CUR-WEEKDAY          PIC 9(1).
           05 WS-BUSINESS-DAY         PIC X(1).
           05 WS-ZELLER-Q             PIC 9(2).
           05 WS-ZELLER-M             PIC 9(2).
           05 WS-ZELLER-K             PIC 9(2).
           05 WS-ZELLER-J             PIC 9(2).
           05 WS-ZELLER-Y             PIC 9(4).
           05 WS-ZELLER-H             PIC 9(2).
           05 WS-ZELLER-T1            PIC 9(2).
           05 WS-ZELLER-T2            PIC 9(2).
           05 WS-ZELLER-T3            PIC 9(2).

      *> The instruction being worked on.
       01  WS-INSTR-AREAS.
           05 WS-INSTR-VALID          PIC X(1).
           05 WS-INSTR-NOTE           PIC X(40).
           05 WS-INSTR-CURRENCY       PIC X(3).
           05 WS-INSTR-AMOUNT         PIC S9(13)V99.
           05 WS-INSTR-CREATED        PIC 9(4).
           05 WS-ITEM-DUE             PIC X(1).
           05 WS-RESULT               PIC X(8).
           05 WS-RESULT-DATE          PIC X(8).

       01  WS-COUNTS.
           05 WS-INSTR-READ           PIC 9(6) VALUE ZERO.
           05 WS-RECORDS-CREATED      PIC 9(6) VALUE ZERO.
           05 WS-INSTR-CREATED-TOTAL  PIC 9(6) VALUE ZERO.
           05 WS-INSTR-SKIPPED        PIC 9(6) VALUE ZERO.
           05 WS-INSTR-EXPIRED        PIC 9(6) VALUE ZERO.
           05 WS-BATCH-HASH-TOTAL     PIC S9(15)V99 VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
           05 WS-AMOUNT-DISPLAY       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-HASH-DISPLAY         PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).
           05 WS-AUDIT-EXIT-DISPLAY   PIC 9(1).

       01  WS-RUN-CONTROL-AREAS.
           05 FS-RUN-CONTROL          PIC X(2).
           05 WS-RC-OWN-NAME          PIC X(24) VALUE 'STANDING-ORDER'.
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
           MOVE SPACES TO WS-BATCH-ID
           STRING 'SO' WS-RUN-DATE(3:6)
               DELIMITED BY SIZE INTO WS-BATCH-ID

           MOVE 'STARTED ' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL

      *> STANDOUT is opened first so it exists, if only empty, for the
      *> concatenation downstream whatever happens after this.
           OPEN OUTPUT STANDING-OUT
           IF FS-STANDING-OUT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           OPEN OUTPUT STANDING-PRINT-FILE
           IF FS-STANDING-PRINT NOT = "00"
               CLOSE STANDING-OUT
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM LOAD-CONTROL-FILE
           PERFORM LOAD-HOLIDAY-FILE
           PERFORM BUILD-ROLL-WINDOW
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT STANDING-ORDER-FILE
           IF FS-STANDING-ORDER NOT = "00"
               MOVE 1 TO WS-EXIT-CODE
               MOVE SPACES TO STANDING-PRINT-RECORD
               STRING '*** STANDORD.DAT NOT FOUND - NOTHING GENERATED'
                   DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
               WRITE STANDING-PRINT-RECORD
           ELSE
               PERFORM UNTIL WS-STANDING-EOF = 'Y'
                   READ STANDING-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WS-STANDING-EOF
                       NOT AT END
                           ADD 1 TO WS-INSTR-READ
                           PERFORM PROCESS-ONE-INSTRUCTION
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF

           IF WS-BATCH-OPEN = 'Y'
               PERFORM WRITE-BATCH-TRAILER
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE STANDING-OUT
           CLOSE STANDING-PRINT-FILE.

       CLEANUP-AND-EXIT.
           PERFORM WRITE-AUDIT-LOG-ENTRY
           MOVE 'COMPLETE' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL
           STOP RUN WS-EXIT-CODE.

       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF FS-CONTROL-FILE = "00"
               PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-CONTROL-EOF
                       NOT AT END
                           IF CTL-REC-TYPE = 'BASECURR'
                                   AND CTL-CATEGORY(5:4) = SPACES
                               MOVE CTL-CATEGORY(1:3)
                                   TO WS-BASE-CURRENCY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-HOLIDAY-FILE.
           OPEN INPUT HOLIDAY-FILE
           IF FS-HOLIDAY-FILE = "00"
               PERFORM UNTIL WS-HOLIDAY-EOF = 'Y'
                       OR WS-HOL-COUNT = 200
                   READ HOLIDAY-FILE
                       AT END
                           MOVE 'Y' TO WS-HOLIDAY-EOF
                       NOT AT END
                           ADD 1 TO WS-HOL-COUNT
                           SET HOL-IDX TO WS-HOL-COUNT
                           MOVE HOL-DATE TO WS-HOL-DATE(HOL-IDX)
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       BUILD-ROLL-WINDOW.
      *> Walks back from the run date until the previous business day
      *> is reached. The walk is bounded at 31 days so a holiday
      *> calendar closing a whole month cannot run it away.
           MOVE WS-RUN-DATE TO WS-CURRENT-YMD
           PERFORM CLASSIFY-CURRENT-DATE
           MOVE WS-BUSINESS-DAY TO WS-RUN-IS-BUSINESS-DAY
           IF WS-RUN-IS-BUSINESS-DAY = 'Y'
               PERFORM ADD-WINDOW-DATE
               PERFORM DECREMENT-CURRENT-DATE
               PERFORM CLASSIFY-CURRENT-DATE
               PERFORM UNTIL WS-BUSINESS-DAY = 'Y'
                       OR WS-WIN-COUNT = 31
                   PERFORM ADD-WINDOW-DATE
                   PERFORM DECREMENT-CURRENT-DATE
                   PERFORM CLASSIFY-CURRENT-DATE
               END-PERFORM
               SET WIN-IDX TO WS-WIN-COUNT
               MOVE WS-WIN-DATE(WIN-IDX) TO WS-WINDOW-START
           ELSE
               MOVE WS-RUN-DATE TO WS-WINDOW-START
           END-IF.

       ADD-WINDOW-DATE.
           ADD 1 TO WS-WIN-COUNT
           SET WIN-IDX TO WS-WIN-COUNT
           MOVE WS-CURRENT-YMD TO WS-WIN-DATE(WIN-IDX)
           MOVE WS-CUR-WEEKDAY TO WS-WIN-WEEKDAY(WIN-IDX)
           MOVE WS-CUR-DAY TO WS-WIN-DAY(WIN-IDX)
           MOVE WS-DAYS-IN-MONTH TO WS-WIN-DAYS-IN-MONTH(WIN-IDX).

       CLASSIFY-CURRENT-DATE.
           PERFORM COMPUTE-CURRENT-WEEKDAY
           PERFORM CHECK-HOLIDAY
           MOVE 'N' TO WS-BUSINESS-DAY
           IF WS-CUR-WEEKDAY <= 5 AND WS-DAY-IS-HOLIDAY = 'N'
               MOVE 'Y' TO WS-BUSINESS-DAY
           END-IF
           MOVE WS-CURRENT-YMD(1:4) TO WS-CUR-YEAR
           MOVE WS-CURRENT-YMD(5:2) TO WS-CUR-MONTH
           MOVE WS-CURRENT-YMD(7:2) TO WS-CUR-DAY
           PERFORM DETERMINE-DAYS-IN-MONTH.

       PROCESS-ONE-INSTRUCTION.
           MOVE ZERO TO WS-INSTR-CREATED
           IF SO-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-INSTR-CURRENCY
           ELSE
               MOVE SO-CURRENCY TO WS-INSTR-CURRENCY
           END-IF
           PERFORM VALIDATE-INSTRUCTION
           IF WS-INSTR-VALID = 'N'
               MOVE 'SKIPPED ' TO WS-RESULT
               MOVE SPACES TO WS-RESULT-DATE
               PERFORM WRITE-INSTRUCTION-LINE
               ADD 1 TO WS-INSTR-SKIPPED
           ELSE
               IF SO-END-DATE NOT = SPACES
                       AND SO-END-DATE < WS-WINDOW-START
                   MOVE 'EXPIRED ' TO WS-RESULT
                   MOVE SO-END-DATE TO WS-RESULT-DATE
                   MOVE 'END DATE PASSED' TO WS-INSTR-NOTE
                   PERFORM WRITE-INSTRUCTION-LINE
                   ADD 1 TO WS-INSTR-EXPIRED
               ELSE
                   IF SO-START-DATE > WS-RUN-DATE
                       MOVE 'SKIPPED ' TO WS-RESULT
                       MOVE SO-START-DATE TO WS-RESULT-DATE
                       MOVE 'NOT STARTED' TO WS-INSTR-NOTE
                       PERFORM WRITE-INSTRUCTION-LINE
                       ADD 1 TO WS-INSTR-SKIPPED
                   ELSE
                       PERFORM GENERATE-DUE-OCCURRENCES
                   END-IF
               END-IF
           END-IF.

       VALIDATE-INSTRUCTION.
      *> A bad instruction is reported and left alone rather than fed
      *> through to be rejected by TRANSACTION-PROCESSOR.
           MOVE 'Y' TO WS-INSTR-VALID
           MOVE SPACES TO WS-INSTR-NOTE
           EVALUATE TRUE
               WHEN SO-INSTR-ID = SPACES
                   MOVE 'INSTRUCTION ID IS BLANK' TO WS-INSTR-NOTE
               WHEN SO-CATEGORY = SPACES
                   MOVE 'CATEGORY IS BLANK' TO WS-INSTR-NOTE
               WHEN SO-TYPE = SPACES
                   MOVE 'TYPE IS BLANK' TO WS-INSTR-NOTE
               WHEN SO-AMOUNT IS NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-INSTR-NOTE
               WHEN SO-AMOUNT = ZERO
                   MOVE 'AMOUNT IS ZERO' TO WS-INSTR-NOTE
               WHEN SO-START-DATE IS NOT NUMERIC
                   MOVE 'START DATE NOT VALID' TO WS-INSTR-NOTE
               WHEN SO-END-DATE NOT = SPACES
                       AND SO-END-DATE IS NOT NUMERIC
                   MOVE 'END DATE NOT VALID' TO WS-INSTR-NOTE
               WHEN SO-END-DATE NOT = SPACES
                       AND SO-END-DATE < SO-START-DATE
                   MOVE 'END DATE BEFORE START DATE' TO WS-INSTR-NOTE
               WHEN SO-SCHEDULE NOT = 'DAILY'
                       AND SO-SCHEDULE NOT = 'WEEKLY'
                       AND SO-SCHEDULE NOT = 'MONTHLY'
                   MOVE 'SCHEDULE NOT DAILY/WEEKLY/MONTHLY'
                       TO WS-INSTR-NOTE
               WHEN SO-SCHEDULE = 'WEEKLY'
                       AND (SO-SCHED-DAY IS NOT NUMERIC
                            OR SO-SCHED-DAY < 1 OR SO-SCHED-DAY > 7)
                   MOVE 'WEEKDAY NOT 1-7' TO WS-INSTR-NOTE
               WHEN SO-SCHEDULE = 'MONTHLY'
                       AND (SO-SCHED-DAY IS NOT NUMERIC
                            OR SO-SCHED-DAY < 1 OR SO-SCHED-DAY > 31)
                   MOVE 'DAY OF MONTH NOT 1-31' TO WS-INSTR-NOTE
           END-EVALUATE
           IF WS-INSTR-NOTE NOT = SPACES
               MOVE 'N' TO WS-INSTR-VALID
           END-IF.

       GENERATE-DUE-OCCURRENCES.
      *> The window is held newest first; it is walked oldest first so
      *> the records and the report come out in due-date order.
           IF SO-TYPE = 'CREDIT' OR SO-TYPE = 'REVERSAL'
               COMPUTE WS-INSTR-AMOUNT = FUNCTION ABS(SO-AMOUNT)
           ELSE
               COMPUTE WS-INSTR-AMOUNT = 0 - FUNCTION ABS(SO-AMOUNT)
           END-IF

           PERFORM VARYING WS-WIN-IDX2 FROM WS-WIN-COUNT BY -1
                   UNTIL WS-WIN-IDX2 < 1
               SET WIN-IDX TO WS-WIN-IDX2
               PERFORM CHECK-INSTRUCTION-DUE
               IF WS-ITEM-DUE = 'Y'
                   PERFORM WRITE-STANDING-RECORD
                   IF WS-EXIT-CODE = 0
                       ADD 1 TO WS-INSTR-CREATED
                       MOVE 'CREATED ' TO WS-RESULT
                       MOVE WS-WIN-DATE(WIN-IDX) TO WS-RESULT-DATE
                       MOVE SPACES TO WS-INSTR-NOTE
                       IF WS-WIN-DATE(WIN-IDX) NOT = WS-RUN-DATE
                           MOVE 'ROLLED FROM NON-BUSINESS DAY'
                               TO WS-INSTR-NOTE
                       END-IF
                       PERFORM WRITE-INSTRUCTION-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-INSTR-CREATED > 0
               ADD 1 TO WS-INSTR-CREATED-TOTAL
           ELSE
               IF SO-END-DATE NOT = SPACES
                       AND SO-END-DATE < WS-RUN-DATE
                   MOVE 'EXPIRED ' TO WS-RESULT
                   MOVE SO-END-DATE TO WS-RESULT-DATE
                   MOVE 'END DATE PASSED' TO WS-INSTR-NOTE
                   PERFORM WRITE-INSTRUCTION-LINE
                   ADD 1 TO WS-INSTR-EXPIRED
               ELSE
                   MOVE 'SKIPPED ' TO WS-RESULT
                   MOVE SPACES TO WS-RESULT-DATE
                   IF WS-RUN-IS-BUSINESS-DAY = 'Y'
                       MOVE 'NOT DUE' TO WS-INSTR-NOTE
                   ELSE
                       MOVE 'RUN DATE NOT A BUSINESS DAY'
                           TO WS-INSTR-NOTE
                   END-IF
                   PERFORM WRITE-INSTRUCTION-LINE
                   ADD 1 TO WS-INSTR-SKIPPED
               END-IF
           END-IF.

       CHECK-INSTRUCTION-DUE.
      *> DAILY items are business-day items and never accumulate
      *> over a weekend; a MONTHLY day past the month's end falls on
      *> its last day. An occurrence outside the instruction's start
      *> and end dates is not due.
           MOVE 'N' TO WS-ITEM-DUE
           EVALUATE SO-SCHEDULE
               WHEN 'DAILY'
                   IF WS-WIN-DATE(WIN-IDX) = WS-RUN-DATE
                       MOVE 'Y' TO WS-ITEM-DUE
                   END-IF
               WHEN 'WEEKLY'
                   IF SO-SCHED-DAY = WS-WIN-WEEKDAY(WIN-IDX)
                       MOVE 'Y' TO WS-ITEM-DUE
                   END-IF
               WHEN 'MONTHLY'
                   IF SO-SCHED-DAY = WS-WIN-DAY(WIN-IDX)
                       MOVE 'Y' TO WS-ITEM-DUE
                   END-IF
                   IF WS-WIN-DAY(WIN-IDX)
                           = WS-WIN-DAYS-IN-MONTH(WIN-IDX)
                       AND SO-SCHED-DAY > WS-WIN-DAYS-IN-MONTH(WIN-IDX)
                       MOVE 'Y' TO WS-ITEM-DUE
                   END-IF
           END-EVALUATE
           IF WS-WIN-DATE(WIN-IDX) < SO-START-DATE
               MOVE 'N' TO WS-ITEM-DUE
           END-IF
           IF SO-END-DATE NOT = SPACES
                   AND WS-WIN-DATE(WIN-IDX) > SO-END-DATE
               MOVE 'N' TO WS-ITEM-DUE
           END-IF.

       WRITE-STANDING-RECORD.
           IF WS-BATCH-OPEN = 'N'
               PERFORM WRITE-BATCH-HEADER
           END-IF

           MOVE SPACES TO TRANSACTION-RECORD-V2
           MOVE '2' TO TR2-FORMAT-VERSION
           MOVE WS-INTERNAL-SOURCE TO TR2-SOURCE-CODE
           STRING 'SO-' SO-INSTR-ID '-' WS-WIN-DATE(WIN-IDX)
               DELIMITED BY SIZE INTO TR2-ID
           MOVE WS-INSTR-AMOUNT TO TR2-AMOUNT
           MOVE SO-TYPE TO TR2-TYPE
           MOVE SO-CATEGORY TO TR2-CATEGORY
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2) '-00.00.00.000000'
               DELIMITED BY SIZE INTO TR2-TIMESTAMP
           MOVE WS-INSTR-CURRENCY TO TR2-CURRENCY
           MOVE SO-DESCRIPTION TO TR2-DESCRIPTION
           MOVE SO-ACCOUNT-ID TO TR2-ACCOUNT-ID
           MOVE 221 TO WS-OUT-REC-LEN
           WRITE TRANSACTION-RECORD-V2
           IF FS-STANDING-OUT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
           ELSE
               ADD 1 TO WS-RECORDS-CREATED
               ADD WS-INSTR-AMOUNT TO WS-BATCH-HASH-TOTAL
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO BATCH-HEADER-RECORD
           MOVE 'HDR' TO BH-RECORD-TAG
           MOVE WS-BATCH-ID TO BH-BATCH-ID
           MOVE WS-RUN-DATE TO BH-BUSINESS-DATE
           MOVE WS-INTERNAL-SOURCE TO BH-SOURCE-CODE
           MOVE 80 TO WS-OUT-REC-LEN
           WRITE BATCH-HEADER-RECORD
           MOVE 'Y' TO WS-BATCH-OPEN.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO BATCH-TRAILER-RECORD
           MOVE 'TRL' TO BT-RECORD-TAG
           MOVE WS-RECORDS-CREATED TO BT-EXPECTED-COUNT
           MOVE WS-BATCH-HASH-TOTAL TO BT-HASH-TOTAL
           MOVE 80 TO WS-OUT-REC-LEN
           WRITE BATCH-TRAILER-RECORD
           IF FS-STANDING-OUT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           MOVE 'N' TO WS-BATCH-OPEN.

       COMPUTE-CURRENT-WEEKDAY.
      *> Zeller's congruence as in RUN-HISTORY (h = 0 is Saturday),
      *> mapped onto the schedule's 1=MONDAY .. 7=SUNDAY weekday.
           MOVE WS-CURRENT-YMD(1:4) TO WS-ZELLER-Y
           MOVE WS-CURRENT-YMD(5:2) TO WS-ZELLER-M
           MOVE WS-CURRENT-YMD(7:2) TO WS-ZELLER-Q
           IF WS-ZELLER-M < 3
               ADD 12 TO WS-ZELLER-M
               SUBTRACT 1 FROM WS-ZELLER-Y
           END-IF
           COMPUTE WS-ZELLER-K = FUNCTION MOD(WS-ZELLER-Y, 100)
           COMPUTE WS-ZELLER-J = WS-ZELLER-Y / 100
           COMPUTE WS-ZELLER-T1 = (13 * (WS-ZELLER-M + 1)) / 5
           COMPUTE WS-ZELLER-T2 = WS-ZELLER-K / 4
           COMPUTE WS-ZELLER-T3 = WS-ZELLER-J / 4
           COMPUTE WS-ZELLER-H = FUNCTION MOD(
               WS-ZELLER-Q + WS-ZELLER-T1 + WS-ZELLER-K
                   + WS-ZELLER-T2 + WS-ZELLER-T3
                   + (5 * WS-ZELLER-J), 7)
           EVALUATE WS-ZELLER-H
               WHEN 0 MOVE 6 TO WS-CUR-WEEKDAY
               WHEN 1 MOVE 7 TO WS-CUR-WEEKDAY
               WHEN OTHER
                   COMPUTE WS-CUR-WEEKDAY = WS-ZELLER-H - 1
           END-EVALUATE.

       CHECK-HOLIDAY.
           MOVE 'N' TO WS-DAY-IS-HOLIDAY
           SET HOL-IDX TO 1
           SEARCH WS-HOL-ENTRY
               AT END
                   CONTINUE
               WHEN HOL-IDX > WS-HOL-COUNT
                   CONTINUE
               WHEN WS-HOL-DATE(HOL-IDX) = WS-CURRENT-YMD
                   MOVE 'Y' TO WS-DAY-IS-HOLIDAY
           END-SEARCH.

       DECREMENT-CURRENT-DATE.
           MOVE WS-CURRENT-YMD(1:4) TO WS-CUR-YEAR
           MOVE WS-CURRENT-YMD(5:2) TO WS-CUR-MONTH
           MOVE WS-CURRENT-YMD(7:2) TO WS-CUR-DAY
           IF WS-CUR-DAY > 1
               SUBTRACT 1 FROM WS-CUR-DAY
           ELSE
               IF WS-CUR-MONTH > 1
                   SUBTRACT 1 FROM WS-CUR-MONTH
               ELSE
                   MOVE 12 TO WS-CUR-MONTH
                   SUBTRACT 1 FROM WS-CUR-YEAR
               END-IF
               PERFORM DETERMINE-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-CUR-DAY
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

       WRITE-REPORT-HEADER.
           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD

           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING 'STANDING ORDER GENERATION  RUN DATE ' WS-RUN-DATE
                  '  BATCH ' WS-BATCH-ID '  SOURCE ' WS-INTERNAL-SOURCE
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD

           MOVE SPACES TO STANDING-PRINT-RECORD
           IF WS-RUN-IS-BUSINESS-DAY = 'Y'
               STRING 'DUE DATES COVERED ' WS-WINDOW-START
                      ' THRU ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           ELSE
               STRING 'RUN DATE IS NOT A BUSINESS DAY - DUE ITEMS '
                      'ROLL TO THE NEXT BUSINESS DAY'
                   DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           END-IF
           WRITE STANDING-PRINT-RECORD

           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD

           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING 'INSTR    ACCOUNT  CATEGORY             TYPE     '
                  'CCY             AMOUNT  RESULT   DATE      NOTE'
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD.

       WRITE-INSTRUCTION-LINE.
           IF WS-RESULT = 'CREATED '
               MOVE WS-INSTR-AMOUNT TO WS-AMOUNT-DISPLAY
           ELSE
               IF SO-AMOUNT IS NUMERIC
                   MOVE SO-AMOUNT TO WS-AMOUNT-DISPLAY
               ELSE
                   MOVE ZERO TO WS-AMOUNT-DISPLAY
               END-IF
           END-IF
           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING SO-INSTR-ID ' ' SO-ACCOUNT-ID ' ' SO-CATEGORY ' '
                  SO-TYPE ' ' WS-INSTR-CURRENCY ' '
                  WS-AMOUNT-DISPLAY '  '
                  WS-RESULT ' ' WS-RESULT-DATE '  ' WS-INSTR-NOTE
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD

           MOVE WS-INSTR-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING 'INSTRUCTIONS READ . . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD

           MOVE WS-INSTR-CREATED-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING 'INSTRUCTIONS GENERATED  . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD

           MOVE WS-INSTR-SKIPPED TO WS-COUNT-DISPLAY
           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING 'INSTRUCTIONS SKIPPED  . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD

           MOVE WS-INSTR-EXPIRED TO WS-COUNT-DISPLAY
           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING 'INSTRUCTIONS EXPIRED  . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD

           MOVE WS-RECORDS-CREATED TO WS-COUNT-DISPLAY
           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING 'RECORDS CREATED . . . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD

           MOVE WS-BATCH-HASH-TOTAL TO WS-HASH-DISPLAY
           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING 'BATCH HASH TOTAL  . . . . . . : ' WS-HASH-DISPLAY
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD

           MOVE SPACES TO STANDING-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO STANDING-PRINT-RECORD
           WRITE STANDING-PRINT-RECORD.

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
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=STANDING-ORDER'
                  ' RECORDS=' WS-RECORDS-CREATED
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

       END PROGRAM STANDING-ORDER.
