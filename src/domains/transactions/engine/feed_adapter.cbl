       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-ADAPTER.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
      *> Inbound adapter for senders that can only produce a comma- or
      *> pipe-delimited extract. Each such source has one row on the
      *> layout master FEEDLAYT.DAT saying which delimiter it uses,
      *> which column holds the transaction ID, amount, type,
      *> category, currency, timestamp, description, and account, how
      *> its dates are written, whether its amounts use a decimal
      *> point or a decimal comma, and how many heading lines precede
      *> the data. This step converts the extract on DELIMIN, line by
      *> line, into version-2 TRANSIN records under that source code,
      *> bracketed by a generated batch header (batch ID <source><yy>
      *> <day of year>, business date = the run date) and a trailer
      *> carrying the record count and amount hash, onto ADAPTOUT. The
      *> JCL concatenates ADAPTOUT behind the day's TRANSIN, so the
      *> converted batch goes through the feed gate, validation, and
      *> batch control exactly like a native feed.
      *> Columns are numbered from 1; a column number of 00 means the
      *> source does not supply that field. ID, amount, category and
      *> timestamp are mandatory. A missing type is left blank, a
      *> missing currency is the BASECURR base currency. A field may
      *> be enclosed in double quotes to carry the delimiter (a
      *> decimal-comma amount in a comma-delimited file must be), with
      *> a doubled quote standing for a quote. Amounts take a leading
      *> or trailing sign and the other mark as a thousands separator,
      *> and at most two decimals. The date format is a pattern of
      *> YYYY, MM and DD with any separators, e.g. YYYY-MM-DD,
      *> DD/MM/YYYY, YYYYMMDD; the date may be followed, after a space
      *> or a T, by an HH:MM or HH:MM:SS time.
      *> A line that cannot be converted does not stop the run: it
      *> goes to the adapter reject file ADAPTREJ with its line number,
      *> a reason code and text, and the line as received, and is
      *> listed on the ADAPTRPT report. Blank lines are skipped.
      *> PARM is the run date (YYYYMMDD, default today) followed by a
      *> space and the source code, e.g. '20261015 CSV'. Exit 1 when
      *> DELIMIN is missing or empty, 2 when ADAPTOUT, ADAPTREJ or
      *> ADAPTRPT cannot be written, 3 when no usable layout exists
      *> for the source (nothing is converted), 4 when the conversion
      *> completed but one or more lines were rejected, 5 when the
      *> same extract was already converted under another run date
      *> (nothing is converted). ADAPTOUT is always created, empty
      *> when nothing converts, so the concatenation downstream never
      *> fails.
      *> The batch ID comes from the run date, so an extract left on
      *> DELIMIN and converted again the next night would reach the
      *> feed gate as a new batch. Each extract converted is therefore
      *> fingerprinted on FEEDCTL.DAT, beside the feed gate's own
      *> fingerprints: its data line count, the total length of those
      *> lines, and the last eight characters of the first and last
      *> lines' transaction IDs, with DELIM and the source code in
      *> the business-date field to mark it as an extract. The same
      *> fingerprint under another run date is refused (exit 5);
      *> under the same run date it is a rerun and converts again
      *> without being registered twice. An extract is registered
      *> only when records were converted from it (exit 0 or 4), so
      *> one that failed can be converted once the fault is put
      *> right.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO "FEEDLAYT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAYOUT-FILE.
           SELECT DELIMITED-IN ASSIGN TO "DELIMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DELIMITED-IN.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-FILE.
           SELECT ADAPTER-OUT ASSIGN TO "ADAPTOUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ADAPTER-OUT.
           SELECT ADAPTER-REJECT ASSIGN TO "ADAPTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADAPTER-REJECT.
           SELECT ADAPTER-PRINT-FILE ASSIGN TO "ADAPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADAPTER-PRINT.
           SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEED-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      *> One layout per source. Column numbers are two digits, 00
      *> for a field the source does not supply.
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD.
           05  FL-SOURCE-CODE         PIC X(3).
           05  FILLER                 PIC X(01).
           05  FL-DELIMITER           PIC X(1).
           05  FILLER                 PIC X(01).
           05  FL-DECIMAL-MARK        PIC X(1).
           05  FILLER                 PIC X(01).
           05  FL-DATE-FORMAT         PIC X(10).
           05  FILLER                 PIC X(01).
           05  FL-HEADER-LINES        PIC 9(1).
           05  FILLER                 PIC X(01).
           05  FL-COL-ID              PIC 9(2).
           05  FILLER                 PIC X(01).
           05  FL-COL-AMOUNT          PIC 9(2).
           05  FILLER                 PIC X(01).
           05  FL-COL-TYPE            PIC 9(2).
           05  FILLER                 PIC X(01).
           05  FL-COL-CATEGORY        PIC 9(2).
           05  FILLER                 PIC X(01).
           05  FL-COL-CURRENCY        PIC 9(2).
           05  FILLER                 PIC X(01).
           05  FL-COL-TIMESTAMP       PIC 9(2).
           05  FILLER                 PIC X(01).
           05  FL-COL-DESCRIPTION     PIC 9(2).
           05  FILLER                 PIC X(01).
           05  FL-COL-ACCOUNT         PIC 9(2).

       FD  DELIMITED-IN.
       01  DELIMITED-IN-RECORD        PIC X(1000).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-REC-TYPE          PIC X(8).
           05  CTL-CATEGORY          PIC X(20).
           05  CTL-LIMIT-AMOUNT      PIC 9(15)V99.

       FD  ADAPTER-OUT
           RECORD IS VARYING IN SIZE FROM 80 TO 221 CHARACTERS
               DEPENDING ON WS-OUT-REC-LEN.
           COPY "transaction_record_v2.cpy".
           COPY "batch_control.cpy".

      *> One line per rejected input line, carrying the line as it
      *> was received so the sender can be shown exactly what failed.
       FD  ADAPTER-REJECT.
       01  ADAPTER-REJECT-RECORD.
           05  AJ-SOURCE-CODE         PIC X(3).
           05  FILLER                 PIC X(01).
           05  AJ-LINE-NUMBER         PIC 9(7).
           05  FILLER                 PIC X(01).
           05  AJ-REASON-CODE         PIC X(4).
           05  FILLER                 PIC X(01).
           05  AJ-REASON-TEXT         PIC X(40).
           05  FILLER                 PIC X(01).
           05  AJ-LINE-TEXT           PIC X(1000).

       FD  ADAPTER-PRINT-FILE.
       01  ADAPTER-PRINT-RECORD       PIC X(132).

      *> FEED-GATE's fingerprint layout.
       FD  FEED-CONTROL-FILE.
       01  FEED-CONTROL-RECORD.
           05  FC-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(01).
           05  FC-RECORD-COUNT        PIC 9(9).
           05  FILLER                 PIC X(01).
           05  FC-HASH-TOTAL          PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  FC-FIRST-BATCH-ID      PIC X(8).
           05  FILLER                 PIC X(01).
           05  FC-LAST-BATCH-ID       PIC X(8).
           05  FILLER                 PIC X(01).
           05  FC-BUSINESS-DATE       PIC X(8).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD           PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY "runctl_record.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-LAYOUT-FILE          PIC X(2).
           05 FS-DELIMITED-IN         PIC X(2).
           05 FS-CONTROL-FILE         PIC X(2).
           05 FS-ADAPTER-OUT          PIC X(2).
           05 FS-ADAPTER-REJECT       PIC X(2).
           05 FS-ADAPTER-PRINT        PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).
           05 FS-FEED-CONTROL         PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-RUN-PARM                PIC X(20).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-SOURCE-CODE             PIC X(3).
       01  WS-OUT-REC-LEN             PIC 9(4) COMP.
       01  WS-BASE-CURRENCY           PIC X(3) VALUE 'USD'.
       01  WS-BATCH-ID                PIC X(8).
       01  WS-BATCH-OPEN              PIC X(1) VALUE 'N'.
       01  WS-DAY-OF-YEAR             PIC 9(3).
       01  WS-LAYOUT-EOF              PIC X(1) VALUE 'N'.
       01  WS-DELIMITED-EOF           PIC X(1) VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X(1) VALUE 'N'.
       01  WS-FEEDCTL-EOF             PIC X(1) VALUE 'N'.

      *> The extract's fingerprint and what FEEDCTL.DAT says of it.
       01  WS-FINGERPRINT-AREAS.
           05 WS-FP-LINE-NUMBER       PIC 9(7) VALUE ZERO.
           05 WS-FP-DATA-LINES        PIC 9(9) VALUE ZERO.
           05 WS-FP-CHARACTERS        PIC 9(15) VALUE ZERO.
           05 WS-FP-FIRST-ID          PIC X(8) VALUE SPACES.
           05 WS-FP-LAST-ID           PIC X(8) VALUE SPACES.
           05 WS-FP-ID-TAIL           PIC X(8).
           05 WS-FP-MARKER            PIC X(8).
           05 WS-FP-REPEAT            PIC X(1) VALUE 'N'.
           05 WS-FP-RERUN             PIC X(1) VALUE 'N'.
           05 WS-FP-PRIOR-RUN-DATE    PIC X(8).

      *> The source's layout, once found and checked.
       01  WS-LAYOUT-AREAS.
           05 WS-LAYOUT-FOUND         PIC X(1) VALUE 'N'.
           05 WS-LAYOUT-VALID         PIC X(1) VALUE 'N'.
           05 WS-LAYOUT-PROBLEM       PIC X(60).
           05 WS-DELIMITER            PIC X(1).
           05 WS-DECIMAL-MARK         PIC X(1).
           05 WS-GROUP-MARK           PIC X(1).
           05 WS-DATE-FORMAT          PIC X(10).
           05 WS-DATE-FORMAT-LEN      PIC 9(4) COMP.
           05 WS-HEADER-LINES         PIC 9(1).
           05 WS-COL-ID               PIC 9(2).
           05 WS-COL-AMOUNT           PIC 9(2).
           05 WS-COL-TYPE             PIC 9(2).
           05 WS-COL-CATEGORY         PIC 9(2).
           05 WS-COL-CURRENCY         PIC 9(2).
           05 WS-COL-TIMESTAMP        PIC 9(2).
           05 WS-COL-DESCRIPTION      PIC 9(2).
           05 WS-COL-ACCOUNT          PIC 9(2).
           05 WS-Y-COUNT              PIC 9(2).
           05 WS-M-COUNT              PIC 9(2).
           05 WS-D-COUNT              PIC 9(2).
           05 WS-OTHER-COUNT          PIC 9(2).

      *> Every column number the layout uses, to catch two fields
      *> pointed at the same column.
       01  WS-USED-COL-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-USED-COL-TABLE.
           05 WS-USED-COL OCCURS 8 TIMES INDEXED BY USED-IDX
                                      PIC 9(2).
       01  WS-CHECK-COL               PIC 9(2).
       01  WS-CHECK-MANDATORY         PIC X(1).
       01  WS-CHECK-NAME              PIC X(12).

      *> The input line split into columns.
       01  WS-SPLIT-AREAS.
           05 WS-LINE-LEN             PIC 9(4) COMP.
           05 WS-POS                  PIC 9(4) COMP.
           05 WS-NEXT-POS             PIC 9(4) COMP.
           05 WS-CHAR                 PIC X(1).
           05 WS-IN-QUOTES            PIC X(1).
           05 WS-TOO-MANY-COLS        PIC X(1).
           05 WS-COL-LEN              PIC 9(4) COMP.
       01  WS-COL-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-COL-TABLE.
           05 WS-COL-ENTRY OCCURS 40 TIMES INDEXED BY COL-IDX.
              10 WS-COL-VALUE         PIC X(200).
              10 WS-COL-OVERLONG      PIC X(1).

      *> The column being fetched for a field.
       01  WS-FIELD-AREAS.
           05 WS-WANT-COL             PIC 9(2).
           05 WS-FIELD-TEXT           PIC X(200).
           05 WS-FIELD-LEN            PIC 9(4) COMP.
           05 WS-FIELD-OVERLONG       PIC X(1).

      *> The line being converted.
       01  WS-LINE-AREAS.
           05 WS-LINE-NUMBER          PIC 9(7) VALUE ZERO.
           05 WS-LINE-VALID           PIC X(1).
           05 WS-REASON-CODE          PIC X(4).
           05 WS-REASON-TEXT          PIC X(40).
           05 WS-OUT-ID               PIC X(36).
           05 WS-OUT-AMOUNT           PIC S9(13)V99.
           05 WS-OUT-TYPE             PIC X(8).
           05 WS-OUT-CATEGORY         PIC X(20).
           05 WS-OUT-CURRENCY         PIC X(3).
           05 WS-OUT-TIMESTAMP        PIC X(26).
           05 WS-OUT-DESCRIPTION      PIC X(100).
           05 WS-OUT-ACCOUNT          PIC X(8).

       01  WS-AMOUNT-AREAS.
           05 WS-AMT-INTEGER          PIC 9(13).
           05 WS-AMT-FRACTION         PIC 9(2).
           05 WS-AMT-INT-DIGITS       PIC 9(4) COMP.
           05 WS-AMT-FRAC-DIGITS      PIC 9(4) COMP.
           05 WS-AMT-DIGIT            PIC 9(1).
           05 WS-AMT-NEGATIVE         PIC X(1).
           05 WS-AMT-SIGN-SEEN        PIC X(1).
           05 WS-AMT-DECIMAL-SEEN     PIC X(1).
           05 WS-AMT-DIGIT-SEEN       PIC X(1).

       01  WS-DATE-AREAS.
           05 WS-DT-YEAR-TEXT         PIC X(4).
           05 WS-DT-MONTH-TEXT        PIC X(2).
           05 WS-DT-DAY-TEXT          PIC X(2).
           05 WS-DT-Y-POS             PIC 9(4) COMP.
           05 WS-DT-M-POS             PIC 9(4) COMP.
           05 WS-DT-D-POS             PIC 9(4) COMP.
           05 WS-DT-PATTERN-CHAR      PIC X(1).
           05 WS-DT-TIME-TEXT         PIC X(200).
           05 WS-DT-HOUR              PIC X(2).
           05 WS-DT-MINUTE            PIC X(2).
           05 WS-DT-SECOND            PIC X(2).
           05 WS-CUR-YEAR             PIC 9(4).
           05 WS-CUR-MONTH            PIC 9(2).
           05 WS-CUR-DAY              PIC 9(2).
           05 WS-LEAP-YEAR-FLAG       PIC X(1).
           05 WS-DAYS-IN-MONTH        PIC 99.

       01  WS-COUNTS.
           05 WS-LINES-READ           PIC 9(6) VALUE ZERO.
           05 WS-HEADER-SKIPPED       PIC 9(6) VALUE ZERO.
           05 WS-BLANK-SKIPPED        PIC 9(6) VALUE ZERO.
           05 WS-RECORDS-CREATED      PIC 9(6) VALUE ZERO.
           05 WS-LINES-REJECTED       PIC 9(6) VALUE ZERO.
           05 WS-BATCH-HASH-TOTAL     PIC S9(15)V99 VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
           05 WS-HASH-DISPLAY         PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-LINE-DISPLAY         PIC Z(6)9.

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).
           05 WS-AUDIT-EXIT-DISPLAY   PIC 9(1).

       01  WS-RUN-CONTROL-AREAS.
           05 FS-RUN-CONTROL          PIC X(2).
           05 WS-RC-OWN-NAME          PIC X(24) VALUE 'FEED-ADAPTER'.
           05 WS-RC-STAMP-STATUS      PIC X(8).
           05 WS-RC-DATETIME          PIC X(21).
           05 WS-RC-TIMESTAMP         PIC X(19).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM(1:8) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-PARM(1:8) TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-PARM(10:3) TO WS-SOURCE-CODE
           PERFORM BUILD-BATCH-ID

           MOVE 'STARTED ' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL

      *> ADAPTOUT is opened first so it exists, if only empty, for the
      *> concatenation downstream whatever happens after this.
           OPEN OUTPUT ADAPTER-OUT
           IF FS-ADAPTER-OUT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           OPEN OUTPUT ADAPTER-REJECT
           IF FS-ADAPTER-REJECT NOT = "00"
               CLOSE ADAPTER-OUT
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           OPEN OUTPUT ADAPTER-PRINT-FILE
           IF FS-ADAPTER-PRINT NOT = "00"
               CLOSE ADAPTER-OUT
               CLOSE ADAPTER-REJECT
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM LOAD-CONTROL-FILE
           PERFORM LOAD-SOURCE-LAYOUT
           IF WS-LAYOUT-FOUND = 'Y'
               PERFORM CHECK-SOURCE-LAYOUT THRU CHECK-SOURCE-LAYOUT-EXIT
           END-IF
           PERFORM WRITE-REPORT-HEADER

           IF WS-LAYOUT-VALID NOT = 'Y'
               MOVE 3 TO WS-EXIT-CODE
               MOVE SPACES TO ADAPTER-PRINT-RECORD
               STRING '*** ' DELIMITED BY SIZE
                      WS-LAYOUT-PROBLEM DELIMITED BY '  '
                      ' - NOTHING CONVERTED' DELIMITED BY SIZE
                   INTO ADAPTER-PRINT-RECORD
               WRITE ADAPTER-PRINT-RECORD
           ELSE
               OPEN INPUT DELIMITED-IN
               IF FS-DELIMITED-IN NOT = "00"
                   MOVE 1 TO WS-EXIT-CODE
                   MOVE SPACES TO ADAPTER-PRINT-RECORD
                   STRING '*** DELIMIN NOT FOUND - NOTHING CONVERTED'
                       DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
                   WRITE ADAPTER-PRINT-RECORD
               ELSE
                   PERFORM FINGERPRINT-EXTRACT
                   CLOSE DELIMITED-IN
                   PERFORM CHECK-EXTRACT-REGISTRY
                   IF WS-FP-REPEAT = 'Y'
                       MOVE 5 TO WS-EXIT-CODE
                       MOVE SPACES TO ADAPTER-PRINT-RECORD
                       STRING '*** DELIMIN ALREADY CONVERTED FOR RUN'
                              ' DATE ' WS-FP-PRIOR-RUN-DATE
                              ' - NOTHING CONVERTED'
                           DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
                       WRITE ADAPTER-PRINT-RECORD
                   ELSE
                       OPEN INPUT DELIMITED-IN
                       PERFORM UNTIL WS-DELIMITED-EOF = 'Y'
                           READ DELIMITED-IN
                               AT END
                                   MOVE 'Y' TO WS-DELIMITED-EOF
                               NOT AT END
                                   ADD 1 TO WS-LINE-NUMBER
                                   PERFORM PROCESS-ONE-LINE
                           END-READ
                       END-PERFORM
                       CLOSE DELIMITED-IN
                   END-IF
      *> The JCL allocates DELIMIN with MOD, so a sender that shipped
      *> nothing arrives as an empty dataset rather than failing the
      *> allocation; that is the same missing feed.
                   IF WS-FP-LINE-NUMBER = 0
                       MOVE 1 TO WS-EXIT-CODE
                       MOVE SPACES TO ADAPTER-PRINT-RECORD
                       STRING '*** DELIMIN EMPTY - NOTHING CONVERTED'
                           DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
                       WRITE ADAPTER-PRINT-RECORD
                   END-IF
               END-IF
           END-IF

           IF WS-BATCH-OPEN = 'Y'
               PERFORM WRITE-BATCH-TRAILER
           END-IF
           IF WS-EXIT-CODE = 0 AND WS-LINES-REJECTED > 0
               MOVE 4 TO WS-EXIT-CODE
           END-IF
           IF (WS-EXIT-CODE = 0 OR WS-EXIT-CODE = 4)
                   AND WS-RECORDS-CREATED > 0
                   AND WS-FP-RERUN = 'N'
               PERFORM REGISTER-EXTRACT
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE ADAPTER-OUT
           CLOSE ADAPTER-REJECT
           CLOSE ADAPTER-PRINT-FILE.

       CLEANUP-AND-EXIT.
           PERFORM WRITE-AUDIT-LOG-ENTRY
           MOVE 'COMPLETE' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL
           STOP RUN WS-EXIT-CODE.

       BUILD-BATCH-ID.
      *> <source><yy><day of year> keeps each source's batch ID unique
      *> per run date within the eight bytes the header allows.
           MOVE ZERO TO WS-DAY-OF-YEAR
           IF WS-RUN-DATE IS NUMERIC
               COMPUTE WS-DAY-OF-YEAR =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-RUN-DATE))
                 - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-RUN-DATE(1:4)) * 10000
                       + 101) + 1
           END-IF
           MOVE SPACES TO WS-BATCH-ID
           STRING WS-SOURCE-CODE WS-RUN-DATE(3:2) WS-DAY-OF-YEAR
               DELIMITED BY SIZE INTO WS-BATCH-ID.

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

       LOAD-SOURCE-LAYOUT.
           MOVE 'N' TO WS-LAYOUT-FOUND
           IF WS-SOURCE-CODE = SPACES
               MOVE 'NO SOURCE CODE ON THE PARM' TO WS-LAYOUT-PROBLEM
           ELSE
               MOVE SPACES TO WS-LAYOUT-PROBLEM
               STRING 'NO FEEDLAYT.DAT LAYOUT FOR SOURCE '
                      WS-SOURCE-CODE
                   DELIMITED BY SIZE INTO WS-LAYOUT-PROBLEM
               OPEN INPUT LAYOUT-FILE
               IF FS-LAYOUT-FILE = "00"
                   PERFORM UNTIL WS-LAYOUT-EOF = 'Y'
                       READ LAYOUT-FILE
                           AT END
                               MOVE 'Y' TO WS-LAYOUT-EOF
                           NOT AT END
                               IF FL-SOURCE-CODE = WS-SOURCE-CODE
                                   MOVE 'Y' TO WS-LAYOUT-FOUND
                                   MOVE 'Y' TO WS-LAYOUT-EOF
                                   PERFORM TAKE-LAYOUT-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LAYOUT-FILE
               ELSE
                   MOVE 'FEEDLAYT.DAT NOT FOUND' TO WS-LAYOUT-PROBLEM
               END-IF
           END-IF.

       TAKE-LAYOUT-RECORD.
           MOVE FL-DELIMITER TO WS-DELIMITER
           MOVE FL-DECIMAL-MARK TO WS-DECIMAL-MARK
           MOVE FL-DATE-FORMAT TO WS-DATE-FORMAT
           MOVE ZERO TO WS-HEADER-LINES
           MOVE ZERO TO WS-COL-ID
           MOVE ZERO TO WS-COL-AMOUNT
           MOVE ZERO TO WS-COL-TYPE
           MOVE ZERO TO WS-COL-CATEGORY
           MOVE ZERO TO WS-COL-CURRENCY
           MOVE ZERO TO WS-COL-TIMESTAMP
           MOVE ZERO TO WS-COL-DESCRIPTION
           MOVE ZERO TO WS-COL-ACCOUNT
           MOVE SPACES TO WS-LAYOUT-PROBLEM
           IF FL-HEADER-LINES IS NUMERIC
               MOVE FL-HEADER-LINES TO WS-HEADER-LINES
           ELSE
               MOVE 'HEADER LINE COUNT NOT NUMERIC'
                   TO WS-LAYOUT-PROBLEM
           END-IF
           IF FL-COL-ID IS NUMERIC
                   AND FL-COL-AMOUNT IS NUMERIC
                   AND FL-COL-TYPE IS NUMERIC
                   AND FL-COL-CATEGORY IS NUMERIC
                   AND FL-COL-CURRENCY IS NUMERIC
                   AND FL-COL-TIMESTAMP IS NUMERIC
                   AND FL-COL-DESCRIPTION IS NUMERIC
                   AND FL-COL-ACCOUNT IS NUMERIC
               MOVE FL-COL-ID TO WS-COL-ID
               MOVE FL-COL-AMOUNT TO WS-COL-AMOUNT
               MOVE FL-COL-TYPE TO WS-COL-TYPE
               MOVE FL-COL-CATEGORY TO WS-COL-CATEGORY
               MOVE FL-COL-CURRENCY TO WS-COL-CURRENCY
               MOVE FL-COL-TIMESTAMP TO WS-COL-TIMESTAMP
               MOVE FL-COL-DESCRIPTION TO WS-COL-DESCRIPTION
               MOVE FL-COL-ACCOUNT TO WS-COL-ACCOUNT
           ELSE
               MOVE 'COLUMN NUMBER NOT NUMERIC' TO WS-LAYOUT-PROBLEM
           END-IF.

       CHECK-SOURCE-LAYOUT.
      *> A layout the adapter cannot apply stops the run before any
      *> line is read - converting with a wrong column map would push
      *> a whole file of misplaced fields through the feed gate.
           MOVE 'N' TO WS-LAYOUT-VALID
           IF WS-LAYOUT-PROBLEM NOT = SPACES
               GO TO CHECK-SOURCE-LAYOUT-EXIT
           END-IF
           IF WS-DELIMITER NOT = ',' AND WS-DELIMITER NOT = '|'
               MOVE 'DELIMITER MUST BE COMMA OR PIPE'
                   TO WS-LAYOUT-PROBLEM
               GO TO CHECK-SOURCE-LAYOUT-EXIT
           END-IF
           EVALUATE WS-DECIMAL-MARK
               WHEN '.'
                   MOVE ',' TO WS-GROUP-MARK
               WHEN ','
                   MOVE '.' TO WS-GROUP-MARK
               WHEN OTHER
                   MOVE 'DECIMAL MARK MUST BE POINT OR COMMA'
                       TO WS-LAYOUT-PROBLEM
                   GO TO CHECK-SOURCE-LAYOUT-EXIT
           END-EVALUATE

           MOVE ZERO TO WS-Y-COUNT
           MOVE ZERO TO WS-M-COUNT
           MOVE ZERO TO WS-D-COUNT
           MOVE ZERO TO WS-OTHER-COUNT
           INSPECT WS-DATE-FORMAT TALLYING
               WS-Y-COUNT FOR ALL 'Y'
               WS-M-COUNT FOR ALL 'M'
               WS-D-COUNT FOR ALL 'D'
               WS-OTHER-COUNT FOR ALL '-' ALL '/' ALL '.'
           MOVE ZERO TO WS-DATE-FORMAT-LEN
           IF WS-DATE-FORMAT NOT = SPACES
               COMPUTE WS-DATE-FORMAT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-DATE-FORMAT TRAILING))
           END-IF
           IF WS-Y-COUNT NOT = 4 OR WS-M-COUNT NOT = 2
                   OR WS-D-COUNT NOT = 2
                   OR WS-Y-COUNT + WS-M-COUNT + WS-D-COUNT
                       + WS-OTHER-COUNT NOT = WS-DATE-FORMAT-LEN
               MOVE SPACES TO WS-LAYOUT-PROBLEM
               STRING 'DATE FORMAT ' DELIMITED BY SIZE
                      WS-DATE-FORMAT DELIMITED BY SPACE
                      ' NOT USABLE' DELIMITED BY SIZE
                   INTO WS-LAYOUT-PROBLEM
               GO TO CHECK-SOURCE-LAYOUT-EXIT
           END-IF

           MOVE ZERO TO WS-USED-COL-COUNT
           MOVE WS-COL-ID TO WS-CHECK-COL
           MOVE 'Y' TO WS-CHECK-MANDATORY
           MOVE 'ID' TO WS-CHECK-NAME
           PERFORM CHECK-LAYOUT-COLUMN
           MOVE WS-COL-AMOUNT TO WS-CHECK-COL
           MOVE 'AMOUNT' TO WS-CHECK-NAME
           PERFORM CHECK-LAYOUT-COLUMN
           MOVE WS-COL-CATEGORY TO WS-CHECK-COL
           MOVE 'CATEGORY' TO WS-CHECK-NAME
           PERFORM CHECK-LAYOUT-COLUMN
           MOVE WS-COL-TIMESTAMP TO WS-CHECK-COL
           MOVE 'TIMESTAMP' TO WS-CHECK-NAME
           PERFORM CHECK-LAYOUT-COLUMN
           MOVE 'N' TO WS-CHECK-MANDATORY
           MOVE WS-COL-TYPE TO WS-CHECK-COL
           MOVE 'TYPE' TO WS-CHECK-NAME
           PERFORM CHECK-LAYOUT-COLUMN
           MOVE WS-COL-CURRENCY TO WS-CHECK-COL
           MOVE 'CURRENCY' TO WS-CHECK-NAME
           PERFORM CHECK-LAYOUT-COLUMN
           MOVE WS-COL-DESCRIPTION TO WS-CHECK-COL
           MOVE 'DESCRIPTION' TO WS-CHECK-NAME
           PERFORM CHECK-LAYOUT-COLUMN
           MOVE WS-COL-ACCOUNT TO WS-CHECK-COL
           MOVE 'ACCOUNT' TO WS-CHECK-NAME
           PERFORM CHECK-LAYOUT-COLUMN
           IF WS-LAYOUT-PROBLEM = SPACES
               MOVE 'Y' TO WS-LAYOUT-VALID
           END-IF.

       CHECK-SOURCE-LAYOUT-EXIT.
           EXIT.

       CHECK-LAYOUT-COLUMN.
      *> Only the first problem found is reported.
           IF WS-LAYOUT-PROBLEM = SPACES
               EVALUATE TRUE
                   WHEN WS-CHECK-COL = 0 AND WS-CHECK-MANDATORY = 'Y'
                       STRING 'NO COLUMN GIVEN FOR THE MANDATORY '
                              WS-CHECK-NAME
                           DELIMITED BY SIZE INTO WS-LAYOUT-PROBLEM
                   WHEN WS-CHECK-COL > 40
                       STRING WS-CHECK-NAME DELIMITED BY SPACE
                              ' COLUMN BEYOND 40' DELIMITED BY SIZE
                           INTO WS-LAYOUT-PROBLEM
                   WHEN WS-CHECK-COL = 0
                       CONTINUE
                   WHEN OTHER
                       SET USED-IDX TO 1
                       SEARCH WS-USED-COL
                           AT END
                               CONTINUE
                           WHEN USED-IDX > WS-USED-COL-COUNT
                               CONTINUE
                           WHEN WS-USED-COL(USED-IDX) = WS-CHECK-COL
                               STRING WS-CHECK-NAME DELIMITED BY SPACE
                                      ' SHARES A COLUMN WITH ANOTHER'
                                      ' FIELD' DELIMITED BY SIZE
                                   INTO WS-LAYOUT-PROBLEM
                       END-SEARCH
                       ADD 1 TO WS-USED-COL-COUNT
                       SET USED-IDX TO WS-USED-COL-COUNT
                       MOVE WS-CHECK-COL TO WS-USED-COL(USED-IDX)
               END-EVALUATE
           END-IF.

       FINGERPRINT-EXTRACT.
      *> A first pass over DELIMIN, before anything is converted.
      *> Heading and blank lines are not part of the fingerprint.
           MOVE SPACES TO WS-FP-MARKER
           STRING 'DELIM' WS-SOURCE-CODE
               DELIMITED BY SIZE INTO WS-FP-MARKER
           PERFORM UNTIL WS-DELIMITED-EOF = 'Y'
               READ DELIMITED-IN
                   AT END
                       MOVE 'Y' TO WS-DELIMITED-EOF
                   NOT AT END
                       ADD 1 TO WS-FP-LINE-NUMBER
                       IF WS-FP-LINE-NUMBER > WS-HEADER-LINES
                               AND DELIMITED-IN-RECORD NOT = SPACES
                           PERFORM FINGERPRINT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-DELIMITED-EOF.

       FINGERPRINT-ONE-LINE.
      *> The tail of the ID is taken, as senders' IDs tend to share a
      *> prefix and differ at the end.
           ADD 1 TO WS-FP-DATA-LINES
           ADD FUNCTION LENGTH(FUNCTION TRIM(DELIMITED-IN-RECORD
               TRAILING)) TO WS-FP-CHARACTERS
           MOVE SPACES TO WS-REASON-CODE
           PERFORM SPLIT-LINE-INTO-COLUMNS
           MOVE WS-COL-ID TO WS-WANT-COL
           PERFORM FETCH-COLUMN
           MOVE SPACES TO WS-FP-ID-TAIL
           IF WS-FIELD-LEN > 8
               MOVE WS-FIELD-TEXT(WS-FIELD-LEN - 7:8) TO WS-FP-ID-TAIL
           ELSE
               MOVE WS-FIELD-TEXT(1:8) TO WS-FP-ID-TAIL
           END-IF
           IF WS-FP-DATA-LINES = 1
               MOVE WS-FP-ID-TAIL TO WS-FP-FIRST-ID
           END-IF
           MOVE WS-FP-ID-TAIL TO WS-FP-LAST-ID
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT.

       CHECK-EXTRACT-REGISTRY.
      *> An extract with no data lines has nothing to tell it apart
      *> and is never matched.
           IF WS-FP-DATA-LINES > 0
               OPEN INPUT FEED-CONTROL-FILE
               IF FS-FEED-CONTROL = "00"
                   PERFORM UNTIL WS-FEEDCTL-EOF = 'Y'
                       READ FEED-CONTROL-FILE
                           AT END
                               MOVE 'Y' TO WS-FEEDCTL-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-FINGERPRINT
                       END-READ
                   END-PERFORM
                   CLOSE FEED-CONTROL-FILE
               END-IF
           END-IF.

       CHECK-ONE-FINGERPRINT.
           IF FC-BUSINESS-DATE = WS-FP-MARKER
                   AND FC-RECORD-COUNT = WS-FP-DATA-LINES
                   AND FC-HASH-TOTAL = WS-FP-CHARACTERS
                   AND FC-FIRST-BATCH-ID = WS-FP-FIRST-ID
                   AND FC-LAST-BATCH-ID = WS-FP-LAST-ID
               IF FC-RUN-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-FP-RERUN
               ELSE
                   MOVE 'Y' TO WS-FP-REPEAT
                   MOVE FC-RUN-DATE TO WS-FP-PRIOR-RUN-DATE
               END-IF
           END-IF.

       REGISTER-EXTRACT.
           OPEN EXTEND FEED-CONTROL-FILE
           IF FS-FEED-CONTROL NOT = "00" AND FS-FEED-CONTROL NOT = "05"
               OPEN OUTPUT FEED-CONTROL-FILE
           END-IF
           MOVE SPACES TO FEED-CONTROL-RECORD
           MOVE WS-RUN-DATE TO FC-RUN-DATE
           MOVE WS-FP-DATA-LINES TO FC-RECORD-COUNT
           MOVE WS-FP-CHARACTERS TO FC-HASH-TOTAL
           MOVE WS-FP-FIRST-ID TO FC-FIRST-BATCH-ID
           MOVE WS-FP-LAST-ID TO FC-LAST-BATCH-ID
           MOVE WS-FP-MARKER TO FC-BUSINESS-DATE
           WRITE FEED-CONTROL-RECORD
           CLOSE FEED-CONTROL-FILE.

       PROCESS-ONE-LINE.
           ADD 1 TO WS-LINES-READ
           IF WS-LINE-NUMBER <= WS-HEADER-LINES
               ADD 1 TO WS-HEADER-SKIPPED
           ELSE
               IF DELIMITED-IN-RECORD = SPACES
                   ADD 1 TO WS-BLANK-SKIPPED
               ELSE
                   PERFORM CONVERT-ONE-LINE THRU CONVERT-ONE-LINE-EXIT
                   IF WS-LINE-VALID = 'Y'
                       PERFORM WRITE-ADAPTED-RECORD
                   ELSE
                       PERFORM WRITE-ADAPTER-REJECT
                   END-IF
               END-IF
           END-IF.

       CONVERT-ONE-LINE.
      *> The first problem found rejects the line.
           MOVE 'N' TO WS-LINE-VALID
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT
           PERFORM SPLIT-LINE-INTO-COLUMNS
           IF WS-IN-QUOTES = 'Y'
               MOVE 'QUOT' TO WS-REASON-CODE
               MOVE 'UNBALANCED QUOTES' TO WS-REASON-TEXT
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           IF WS-TOO-MANY-COLS = 'Y'
               MOVE 'COLS' TO WS-REASON-CODE
               MOVE 'MORE THAN 40 COLUMNS' TO WS-REASON-TEXT
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF

           MOVE WS-COL-ID TO WS-WANT-COL
           PERFORM FETCH-COLUMN
           IF WS-REASON-CODE NOT = SPACES
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           IF WS-FIELD-LEN = 0
               MOVE 'ID  ' TO WS-REASON-CODE
               MOVE 'TRANSACTION ID MISSING' TO WS-REASON-TEXT
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           IF WS-FIELD-LEN > 36 OR WS-FIELD-OVERLONG = 'Y'
               MOVE 'ID  ' TO WS-REASON-CODE
               MOVE 'TRANSACTION ID LONGER THAN 36'
                   TO WS-REASON-TEXT
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           MOVE WS-FIELD-TEXT TO WS-OUT-ID

           MOVE WS-COL-AMOUNT TO WS-WANT-COL
           PERFORM FETCH-COLUMN
           IF WS-REASON-CODE NOT = SPACES
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           IF WS-FIELD-LEN = 0
               MOVE 'AMT ' TO WS-REASON-CODE
               MOVE 'AMOUNT MISSING' TO WS-REASON-TEXT
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           PERFORM PARSE-AMOUNT THRU PARSE-AMOUNT-EXIT
           IF WS-REASON-CODE NOT = SPACES
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF

           MOVE WS-COL-TYPE TO WS-WANT-COL
           PERFORM FETCH-COLUMN
           IF WS-REASON-CODE NOT = SPACES
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           IF WS-FIELD-LEN > 8 OR WS-FIELD-OVERLONG = 'Y'
               MOVE 'TYPE' TO WS-REASON-CODE
               MOVE 'TYPE LONGER THAN 8' TO WS-REASON-TEXT
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           MOVE WS-FIELD-TEXT TO WS-OUT-TYPE

           MOVE WS-COL-CATEGORY TO WS-WANT-COL
           PERFORM FETCH-COLUMN
           IF WS-REASON-CODE NOT = SPACES
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           IF WS-FIELD-LEN = 0
               MOVE 'CATG' TO WS-REASON-CODE
               MOVE 'CATEGORY MISSING' TO WS-REASON-TEXT
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           IF WS-FIELD-LEN > 20 OR WS-FIELD-OVERLONG = 'Y'
               MOVE 'CATG' TO WS-REASON-CODE
               MOVE 'CATEGORY LONGER THAN 20' TO WS-REASON-TEXT
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           MOVE WS-FIELD-TEXT TO WS-OUT-CATEGORY

           MOVE WS-COL-CURRENCY TO WS-WANT-COL
           PERFORM FETCH-COLUMN
           IF WS-REASON-CODE NOT = SPACES
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           IF WS-FIELD-LEN = 0
               MOVE WS-BASE-CURRENCY TO WS-OUT-CURRENCY
           ELSE
               IF WS-FIELD-LEN NOT = 3
                   MOVE 'CCY ' TO WS-REASON-CODE
                   MOVE 'CURRENCY NOT 3 CHARACTERS' TO WS-REASON-TEXT
                   GO TO CONVERT-ONE-LINE-EXIT
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-FIELD-TEXT(1:3))
                   TO WS-OUT-CURRENCY
           END-IF

           MOVE WS-COL-TIMESTAMP TO WS-WANT-COL
           PERFORM FETCH-COLUMN
           IF WS-REASON-CODE NOT = SPACES
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           IF WS-FIELD-LEN = 0
               MOVE 'DATE' TO WS-REASON-CODE
               MOVE 'TIMESTAMP MISSING' TO WS-REASON-TEXT
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           PERFORM PARSE-TIMESTAMP THRU PARSE-TIMESTAMP-EXIT
           IF WS-REASON-CODE NOT = SPACES
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF

      *> Free text: a description longer than the record holds is
      *> cut at 100 rather than losing the transaction.
           MOVE WS-COL-DESCRIPTION TO WS-WANT-COL
           PERFORM FETCH-COLUMN
           IF WS-REASON-CODE NOT = SPACES
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           MOVE WS-FIELD-TEXT TO WS-OUT-DESCRIPTION

           MOVE WS-COL-ACCOUNT TO WS-WANT-COL
           PERFORM FETCH-COLUMN
           IF WS-REASON-CODE NOT = SPACES
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           IF WS-FIELD-LEN > 8 OR WS-FIELD-OVERLONG = 'Y'
               MOVE 'ACCT' TO WS-REASON-CODE
               MOVE 'ACCOUNT LONGER THAN 8' TO WS-REASON-TEXT
               GO TO CONVERT-ONE-LINE-EXIT
           END-IF
           MOVE WS-FIELD-TEXT TO WS-OUT-ACCOUNT

           MOVE 'Y' TO WS-LINE-VALID.

       CONVERT-ONE-LINE-EXIT.
           EXIT.

       SPLIT-LINE-INTO-COLUMNS.
      *> A delimiter inside double quotes is data; a doubled quote
      *> inside quotes is one quote character. Columns past 40 flag
      *> the line rather than being silently dropped.
           MOVE 'N' TO WS-IN-QUOTES
           MOVE 'N' TO WS-TOO-MANY-COLS
           MOVE 1 TO WS-COL-COUNT
           MOVE ZERO TO WS-COL-LEN
           MOVE SPACES TO WS-COL-VALUE(1)
           MOVE 'N' TO WS-COL-OVERLONG(1)
           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(DELIMITED-IN-RECORD TRAILING))
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-LINE-LEN
                       OR WS-TOO-MANY-COLS = 'Y'
               MOVE DELIMITED-IN-RECORD(WS-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = '"' AND WS-IN-QUOTES = 'Y'
                       COMPUTE WS-NEXT-POS = WS-POS + 1
                       IF WS-NEXT-POS <= WS-LINE-LEN
                               AND DELIMITED-IN-RECORD(WS-NEXT-POS:1)
                                   = '"'
                           PERFORM ADD-CHARACTER-TO-COLUMN
                           MOVE WS-NEXT-POS TO WS-POS
                       ELSE
                           MOVE 'N' TO WS-IN-QUOTES
                       END-IF
                   WHEN WS-CHAR = '"'
                       MOVE 'Y' TO WS-IN-QUOTES
                   WHEN WS-CHAR = WS-DELIMITER AND WS-IN-QUOTES = 'N'
                       IF WS-COL-COUNT = 40
                           MOVE 'Y' TO WS-TOO-MANY-COLS
                       ELSE
                           ADD 1 TO WS-COL-COUNT
                           MOVE ZERO TO WS-COL-LEN
                           MOVE SPACES TO WS-COL-VALUE(WS-COL-COUNT)
                           MOVE 'N' TO WS-COL-OVERLONG(WS-COL-COUNT)
                       END-IF
                   WHEN OTHER
                       PERFORM ADD-CHARACTER-TO-COLUMN
               END-EVALUATE
           END-PERFORM.

       ADD-CHARACTER-TO-COLUMN.
           IF WS-COL-LEN < 200
               ADD 1 TO WS-COL-LEN
               MOVE WS-CHAR
                   TO WS-COL-VALUE(WS-COL-COUNT)(WS-COL-LEN:1)
           ELSE
               MOVE 'Y' TO WS-COL-OVERLONG(WS-COL-COUNT)
           END-IF.

       FETCH-COLUMN.
      *> Column 00 is a field the source does not supply. Surrounding
      *> spaces are not part of the value.
           MOVE SPACES TO WS-FIELD-TEXT
           MOVE ZERO TO WS-FIELD-LEN
           MOVE 'N' TO WS-FIELD-OVERLONG
           IF WS-WANT-COL > 0
               IF WS-WANT-COL > WS-COL-COUNT
                   MOVE 'COLS' TO WS-REASON-CODE
                   MOVE 'TOO FEW COLUMNS' TO WS-REASON-TEXT
               ELSE
                   SET COL-IDX TO WS-WANT-COL
                   MOVE WS-COL-OVERLONG(COL-IDX) TO WS-FIELD-OVERLONG
                   IF WS-COL-VALUE(COL-IDX) NOT = SPACES
                       MOVE FUNCTION TRIM(WS-COL-VALUE(COL-IDX))
                           TO WS-FIELD-TEXT
                       COMPUTE WS-FIELD-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-COL-VALUE(COL-IDX)))
                   END-IF
               END-IF
           END-IF.

       PARSE-AMOUNT.
      *> Digits, the layout's decimal mark once, its thousands mark
      *> before the decimal mark, and one sign either leading or
      *> trailing. Thirteen integer digits and two decimals are all
      *> the record holds.
           MOVE ZERO TO WS-AMT-INTEGER
           MOVE ZERO TO WS-AMT-FRACTION
           MOVE ZERO TO WS-AMT-INT-DIGITS
           MOVE ZERO TO WS-AMT-FRAC-DIGITS
           MOVE 'N' TO WS-AMT-NEGATIVE
           MOVE 'N' TO WS-AMT-SIGN-SEEN
           MOVE 'N' TO WS-AMT-DECIMAL-SEEN
           MOVE 'N' TO WS-AMT-DIGIT-SEEN
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-FIELD-LEN
                       OR WS-REASON-CODE NOT = SPACES
               MOVE WS-FIELD-TEXT(WS-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR IS NUMERIC
                       MOVE WS-CHAR TO WS-AMT-DIGIT
                       MOVE 'Y' TO WS-AMT-DIGIT-SEEN
                       IF WS-AMT-DECIMAL-SEEN = 'Y'
                           ADD 1 TO WS-AMT-FRAC-DIGITS
                           EVALUATE WS-AMT-FRAC-DIGITS
                               WHEN 1
                                   COMPUTE WS-AMT-FRACTION =
                                       WS-AMT-DIGIT * 10
                               WHEN 2
                                   ADD WS-AMT-DIGIT TO WS-AMT-FRACTION
                               WHEN OTHER
                                   MOVE 'AMT ' TO WS-REASON-CODE
                                   MOVE 'AMOUNT HAS OVER 2 DECIMALS'
                                       TO WS-REASON-TEXT
                           END-EVALUATE
                       ELSE
                           IF WS-AMT-INT-DIGITS > 0 OR WS-AMT-DIGIT > 0
                               ADD 1 TO WS-AMT-INT-DIGITS
                           END-IF
                           IF WS-AMT-INT-DIGITS > 13
                               MOVE 'AMT ' TO WS-REASON-CODE
                               MOVE 'AMOUNT TOO LARGE' TO WS-REASON-TEXT
                           ELSE
                               COMPUTE WS-AMT-INTEGER =
                                   WS-AMT-INTEGER * 10 + WS-AMT-DIGIT
                           END-IF
                       END-IF
                   WHEN WS-CHAR = WS-DECIMAL-MARK
                           AND WS-AMT-DECIMAL-SEEN = 'N'
                       MOVE 'Y' TO WS-AMT-DECIMAL-SEEN
                   WHEN WS-CHAR = WS-GROUP-MARK
                           AND WS-AMT-DECIMAL-SEEN = 'N'
                           AND WS-AMT-DIGIT-SEEN = 'Y'
                       CONTINUE
                   WHEN (WS-CHAR = '-' OR WS-CHAR = '+')
                           AND WS-AMT-SIGN-SEEN = 'N'
                           AND (WS-AMT-DIGIT-SEEN = 'N'
                               OR WS-POS = WS-FIELD-LEN)
                       MOVE 'Y' TO WS-AMT-SIGN-SEEN
                       IF WS-CHAR = '-'
                           MOVE 'Y' TO WS-AMT-NEGATIVE
                       END-IF
                   WHEN OTHER
                       MOVE 'AMT ' TO WS-REASON-CODE
                       MOVE 'AMOUNT NOT NUMERIC' TO WS-REASON-TEXT
               END-EVALUATE
           END-PERFORM
           IF WS-REASON-CODE NOT = SPACES
               GO TO PARSE-AMOUNT-EXIT
           END-IF
           IF WS-AMT-DIGIT-SEEN = 'N'
               MOVE 'AMT ' TO WS-REASON-CODE
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REASON-TEXT
               GO TO PARSE-AMOUNT-EXIT
           END-IF
           COMPUTE WS-OUT-AMOUNT = WS-AMT-INTEGER
               + WS-AMT-FRACTION / 100
           IF WS-AMT-NEGATIVE = 'Y'
               COMPUTE WS-OUT-AMOUNT = 0 - WS-OUT-AMOUNT
           END-IF.

       PARSE-AMOUNT-EXIT.
           EXIT.

       PARSE-TIMESTAMP.
      *> The date is matched against the layout's pattern position by
      *> position: Y, M and D take digits, anything else must appear
      *> as written. What follows is either nothing or a space or T
      *> and an HH:MM[:SS] time.
           MOVE SPACES TO WS-DT-YEAR-TEXT
           MOVE SPACES TO WS-DT-MONTH-TEXT
           MOVE SPACES TO WS-DT-DAY-TEXT
           MOVE ZERO TO WS-DT-Y-POS
           MOVE ZERO TO WS-DT-M-POS
           MOVE ZERO TO WS-DT-D-POS
           IF WS-FIELD-LEN < WS-DATE-FORMAT-LEN
               MOVE 'DATE' TO WS-REASON-CODE
               MOVE 'DATE DOES NOT MATCH THE LAYOUT FORMAT'
                   TO WS-REASON-TEXT
               GO TO PARSE-TIMESTAMP-EXIT
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-DATE-FORMAT-LEN
               MOVE WS-DATE-FORMAT(WS-POS:1) TO WS-DT-PATTERN-CHAR
               MOVE WS-FIELD-TEXT(WS-POS:1) TO WS-CHAR
               EVALUATE WS-DT-PATTERN-CHAR
                   WHEN 'Y'
                       ADD 1 TO WS-DT-Y-POS
                       MOVE WS-CHAR TO WS-DT-YEAR-TEXT(WS-DT-Y-POS:1)
                   WHEN 'M'
                       ADD 1 TO WS-DT-M-POS
                       MOVE WS-CHAR TO WS-DT-MONTH-TEXT(WS-DT-M-POS:1)
                   WHEN 'D'
                       ADD 1 TO WS-DT-D-POS
                       MOVE WS-CHAR TO WS-DT-DAY-TEXT(WS-DT-D-POS:1)
                   WHEN OTHER
                       IF WS-CHAR NOT = WS-DT-PATTERN-CHAR
                           MOVE 'DATE' TO WS-REASON-CODE
                           MOVE 'DATE DOES NOT MATCH THE LAYOUT FORMAT'
                               TO WS-REASON-TEXT
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-REASON-CODE NOT = SPACES
               GO TO PARSE-TIMESTAMP-EXIT
           END-IF
           IF WS-DT-YEAR-TEXT IS NOT NUMERIC
                   OR WS-DT-MONTH-TEXT IS NOT NUMERIC
                   OR WS-DT-DAY-TEXT IS NOT NUMERIC
               MOVE 'DATE' TO WS-REASON-CODE
               MOVE 'DATE NOT NUMERIC' TO WS-REASON-TEXT
               GO TO PARSE-TIMESTAMP-EXIT
           END-IF
           MOVE WS-DT-YEAR-TEXT TO WS-CUR-YEAR
           MOVE WS-DT-MONTH-TEXT TO WS-CUR-MONTH
           MOVE WS-DT-DAY-TEXT TO WS-CUR-DAY
           IF WS-CUR-MONTH < 1 OR WS-CUR-MONTH > 12
               MOVE 'DATE' TO WS-REASON-CODE
               MOVE 'MONTH OUT OF RANGE' TO WS-REASON-TEXT
               GO TO PARSE-TIMESTAMP-EXIT
           END-IF
           PERFORM DETERMINE-DAYS-IN-MONTH
           IF WS-CUR-DAY < 1 OR WS-CUR-DAY > WS-DAYS-IN-MONTH
               MOVE 'DATE' TO WS-REASON-CODE
               MOVE 'DAY DOES NOT EXIST IN MONTH' TO WS-REASON-TEXT
               GO TO PARSE-TIMESTAMP-EXIT
           END-IF

           MOVE '00' TO WS-DT-HOUR
           MOVE '00' TO WS-DT-MINUTE
           MOVE '00' TO WS-DT-SECOND
           MOVE SPACES TO WS-DT-TIME-TEXT
           IF WS-FIELD-LEN > WS-DATE-FORMAT-LEN
               MOVE WS-FIELD-TEXT(WS-DATE-FORMAT-LEN + 1:)
                   TO WS-DT-TIME-TEXT
               IF WS-DT-TIME-TEXT(1:1) NOT = SPACE
                       AND WS-DT-TIME-TEXT(1:1) NOT = 'T'
                   MOVE 'DATE' TO WS-REASON-CODE
                   MOVE 'DATE DOES NOT MATCH THE LAYOUT FORMAT'
                       TO WS-REASON-TEXT
                   GO TO PARSE-TIMESTAMP-EXIT
               END-IF
               MOVE WS-DT-TIME-TEXT(2:2) TO WS-DT-HOUR
               MOVE WS-DT-TIME-TEXT(5:2) TO WS-DT-MINUTE
               IF WS-DT-TIME-TEXT(7:1) = ':'
                   MOVE WS-DT-TIME-TEXT(8:2) TO WS-DT-SECOND
                   MOVE SPACES TO WS-DT-TIME-TEXT(7:3)
               END-IF
               IF WS-DT-TIME-TEXT(4:1) NOT = ':'
                       OR WS-DT-TIME-TEXT(7:) NOT = SPACES
                       OR WS-DT-HOUR IS NOT NUMERIC
                       OR WS-DT-MINUTE IS NOT NUMERIC
                       OR WS-DT-SECOND IS NOT NUMERIC
                   MOVE 'TIME' TO WS-REASON-CODE
                   MOVE 'TIME NOT WELL FORMED' TO WS-REASON-TEXT
                   GO TO PARSE-TIMESTAMP-EXIT
               END-IF
               IF WS-DT-HOUR > '23' OR WS-DT-MINUTE > '59'
                       OR WS-DT-SECOND > '59'
                   MOVE 'TIME' TO WS-REASON-CODE
                   MOVE 'TIME OUT OF RANGE' TO WS-REASON-TEXT
                   GO TO PARSE-TIMESTAMP-EXIT
               END-IF
           END-IF
           MOVE SPACES TO WS-OUT-TIMESTAMP
           STRING WS-DT-YEAR-TEXT '-' WS-DT-MONTH-TEXT '-'
                  WS-DT-DAY-TEXT '-' WS-DT-HOUR '.' WS-DT-MINUTE '.'
                  WS-DT-SECOND '.000000'
               DELIMITED BY SIZE INTO WS-OUT-TIMESTAMP.

       PARSE-TIMESTAMP-EXIT.
           EXIT.

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

       WRITE-ADAPTED-RECORD.
           IF WS-BATCH-OPEN = 'N'
               PERFORM WRITE-BATCH-HEADER
           END-IF
           MOVE SPACES TO TRANSACTION-RECORD-V2
           MOVE '2' TO TR2-FORMAT-VERSION
           MOVE WS-SOURCE-CODE TO TR2-SOURCE-CODE
           MOVE WS-OUT-ID TO TR2-ID
           MOVE WS-OUT-AMOUNT TO TR2-AMOUNT
           MOVE WS-OUT-TYPE TO TR2-TYPE
           MOVE WS-OUT-CATEGORY TO TR2-CATEGORY
           MOVE WS-OUT-TIMESTAMP TO TR2-TIMESTAMP
           MOVE WS-OUT-CURRENCY TO TR2-CURRENCY
           MOVE WS-OUT-DESCRIPTION TO TR2-DESCRIPTION
           MOVE WS-OUT-ACCOUNT TO TR2-ACCOUNT-ID
           MOVE 221 TO WS-OUT-REC-LEN
           WRITE TRANSACTION-RECORD-V2
           IF FS-ADAPTER-OUT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
           ELSE
               ADD 1 TO WS-RECORDS-CREATED
               ADD WS-OUT-AMOUNT TO WS-BATCH-HASH-TOTAL
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO BATCH-HEADER-RECORD
           MOVE 'HDR' TO BH-RECORD-TAG
           MOVE WS-BATCH-ID TO BH-BATCH-ID
           MOVE WS-RUN-DATE TO BH-BUSINESS-DATE
           MOVE WS-SOURCE-CODE TO BH-SOURCE-CODE
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
           IF FS-ADAPTER-OUT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           MOVE 'N' TO WS-BATCH-OPEN.

       WRITE-ADAPTER-REJECT.
           ADD 1 TO WS-LINES-REJECTED
           MOVE SPACES TO ADAPTER-REJECT-RECORD
           MOVE WS-SOURCE-CODE TO AJ-SOURCE-CODE
           MOVE WS-LINE-NUMBER TO AJ-LINE-NUMBER
           MOVE WS-REASON-CODE TO AJ-REASON-CODE
           MOVE WS-REASON-TEXT TO AJ-REASON-TEXT
           MOVE DELIMITED-IN-RECORD TO AJ-LINE-TEXT
           WRITE ADAPTER-REJECT-RECORD
           IF FS-ADAPTER-REJECT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           MOVE WS-LINE-NUMBER TO WS-LINE-DISPLAY
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING WS-LINE-DISPLAY '  ' WS-REASON-CODE '  '
                  WS-REASON-TEXT '  ' DELIMITED-IN-RECORD(1:70)
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING 'DELIMITED FEED ADAPTER  RUN DATE ' WS-RUN-DATE
                  '  SOURCE ' WS-SOURCE-CODE '  BATCH ' WS-BATCH-ID
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD
           IF WS-LAYOUT-VALID = 'Y'
               MOVE SPACES TO ADAPTER-PRINT-RECORD
               STRING 'LAYOUT: DELIMITER ' WS-DELIMITER
                      '  DECIMAL MARK ' WS-DECIMAL-MARK
                      '  DATE FORMAT ' WS-DATE-FORMAT
                      '  HEADER LINES ' WS-HEADER-LINES
                   DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
               WRITE ADAPTER-PRINT-RECORD
               MOVE SPACES TO ADAPTER-PRINT-RECORD
               STRING 'COLUMNS: ID ' WS-COL-ID
                      '  AMOUNT ' WS-COL-AMOUNT
                      '  TYPE ' WS-COL-TYPE
                      '  CATEGORY ' WS-COL-CATEGORY
                      '  CURRENCY ' WS-COL-CURRENCY
                      '  TIMESTAMP ' WS-COL-TIMESTAMP
                      '  DESCRIPTION ' WS-COL-DESCRIPTION
                      '  ACCOUNT ' WS-COL-ACCOUNT
                   DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
               WRITE ADAPTER-PRINT-RECORD
           END-IF
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD
           IF WS-LAYOUT-VALID = 'Y'
               MOVE SPACES TO ADAPTER-PRINT-RECORD
               STRING '   LINE  CODE  REASON                       '
                      '             LINE AS RECEIVED'
                   DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
               WRITE ADAPTER-PRINT-RECORD
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD
           MOVE WS-LINES-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING 'LINES READ  . . . . . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD
           MOVE WS-HEADER-SKIPPED TO WS-COUNT-DISPLAY
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING 'HEADING LINES SKIPPED . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD
           MOVE WS-BLANK-SKIPPED TO WS-COUNT-DISPLAY
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING 'BLANK LINES SKIPPED . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD
           MOVE WS-RECORDS-CREATED TO WS-COUNT-DISPLAY
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING 'RECORDS CREATED . . . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD
           MOVE WS-LINES-REJECTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING 'LINES REJECTED  . . . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD
           MOVE WS-BATCH-HASH-TOTAL TO WS-HASH-DISPLAY
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING 'BATCH HASH TOTAL  . . . . . . : ' WS-HASH-DISPLAY
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD
           MOVE SPACES TO ADAPTER-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO ADAPTER-PRINT-RECORD
           WRITE ADAPTER-PRINT-RECORD.

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
           STRING WS-AUDIT-TIMESTAMP ' ADAPT ' WS-SOURCE-CODE
                  ' LINES ' WS-LINES-READ
                  ' REJECTED ' WS-LINES-REJECTED
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=FEED-ADAPTER'
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

       END PROGRAM FEED-ADAPTER.
