       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEAR-DUP-CHECK.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-09-21.
      *> Content-based near-duplicate detection - the double-posting
      *> RECONCILE's duplicate checks cannot see. 2500-DETECT-
      *> DUPLICATES and the DUPHIST.DAT cross-day check both key on
      *> TR-ID plus type, so a payment an upstream system re-keys
      *> under a new ID, or the same item sent by two sources under
      *> their own IDs, passes straight through. This companion step
      *> to RECONCILE compares every record on the day's
      *> INPUT.<date>.DAT against the rest of the day and against the
      *> retained content history NEARHIST.DAT: two records with
      *> DIFFERENT IDs are suspects when account, amount, currency and
      *> type all agree, they fall inside the NEARDUP day window on
      *> CONTROL.DAT (default 3 days), and their descriptions are
      *> similar - at least NEARSIM percent of their words in common
      *> (default 80). Each suspect pair is appended to EXCEPTION.DAT
      *> as two SUSPECT-DUP lines, one per ID, written together so
      *> the pair reads off the file side by side and both IDs enter
      *> EXCEPTION-WORKBENCH's aging flow. The NDUPRPT report groups
      *> the pairs by the source pair that sent them, so the pattern
      *> can be taken back to the sending shop. Records with no
      *> account (version-1 feeds) cannot be said to hit the same
      *> account and are not compared. Run after RECONCILE has
      *> written the day's exception file, the same slot EXPECT-CHECK
      *> uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> TRANSACTION-FILE is the dated bridged feed and must stay a
      *> DYNAMIC assign.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSACTION-FILE.
           SELECT NEAR-HISTORY-FILE ASSIGN TO "NEARHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEAR-HISTORY.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-FILE.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-FILE.
           SELECT NEAR-DUP-PRINT-FILE ASSIGN TO "NDUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEAR-DUP-PRINT.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

       DATA DIVISION.
       FILE SECTION.
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

      *> Rolling content history: one line per transaction seen on a
      *> prior run date, kept for the NEARDUP window only.
       FD  NEAR-HISTORY-FILE.
       01  NEAR-HISTORY-RECORD.
           05  NH-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(01).
           05  NH-TR-ID               PIC X(36).
           05  FILLER                 PIC X(01).
           05  NH-TR-TYPE             PIC X(8).
           05  FILLER                 PIC X(01).
           05  NH-TR-AMOUNT           PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  NH-TR-CURRENCY         PIC X(3).
           05  FILLER                 PIC X(01).
           05  NH-TR-ACCOUNT          PIC X(8).
           05  FILLER                 PIC X(01).
           05  NH-TR-SOURCE           PIC X(3).
           05  FILLER                 PIC X(01).
           05  NH-TR-DESCRIPTION      PIC X(100).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-REC-TYPE          PIC X(8).
           05  CTL-CATEGORY          PIC X(20).
           05  CTL-LIMIT-AMOUNT      PIC 9(15)V99.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EX-TR-ID              PIC X(36).
           05  FILLER                PIC X(01).
           05  EX-TR-AMOUNT          PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(01).
           05  EX-REASON             PIC X(20).

       FD  NEAR-DUP-PRINT-FILE.
       01  NEAR-DUP-PRINT-RECORD     PIC X(132).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-TRANSACTION-FILE     PIC X(2).
           05 FS-NEAR-HISTORY         PIC X(2).
           05 FS-CONTROL-FILE         PIC X(2).
           05 FS-EXCEPTION-FILE       PIC X(2).
           05 FS-NEAR-DUP-PRINT       PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-RUN-DATE-PARM           PIC X(20).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-INPUT-FILENAME          PIC X(20).
       01  WS-TRANS-EOF               PIC X(1) VALUE 'N'.
       01  WS-HISTORY-EOF             PIC X(1) VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X(1) VALUE 'N'.

      *> Day window and description-similarity floor. Defaults apply
      *> when CONTROL.DAT carries no NEARDUP / NEARSIM record.
       01  WS-NEAR-WINDOW-DAYS        PIC 9(3) VALUE 3.
       01  WS-NEAR-SIMILARITY         PIC 9(3) VALUE 80.
       01  WS-NEAR-CUTOFF-DAYNUM      PIC 9(8).
       01  WS-NEAR-CUTOFF-NUM         PIC 9(8).
       01  WS-NEAR-CUTOFF             PIC X(8).

      *> Every transaction in play: the day's own records first,
      *> then as much of the retained prior-day history as the rest
      *> of the table holds, newest kept. WS-NR-TODAY marks the day's
      *> entries ('Y') - only those are checked. History dated after
      *> the run date, left by later runs when an earlier day is
      *> rerun, is held as 'L': never compared, only written back as
      *> it was. A day too big for the table is an overflow; history
      *> that had to be aged out early to make room is a trim.
       01  WS-NEAR-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-NEAR-OVERFLOW           PIC X(1) VALUE 'N'.
       01  WS-NEAR-HISTORY-TRIMMED    PIC X(1) VALUE 'N'.
       01  WS-HISTORY-IN-WINDOW       PIC 9(6) VALUE ZERO.
       01  WS-HISTORY-TO-SKIP         PIC 9(6) VALUE ZERO.
       01  WS-HISTORY-SEEN            PIC 9(6) VALUE ZERO.
       01  WS-HISTORY-LATER           PIC 9(6) VALUE ZERO.
       01  WS-HISTORY-FLAG            PIC X(1).
       01  WS-NEAR-TABLE.
           05 WS-NR-ENTRY OCCURS 3000 TIMES INDEXED BY NR-IDX.
              10 WS-NR-DATE           PIC X(8).
              10 WS-NR-TR-ID          PIC X(36).
              10 WS-NR-TYPE           PIC X(8).
              10 WS-NR-AMOUNT         PIC S9(15)V99.
              10 WS-NR-CURRENCY       PIC X(3).
              10 WS-NR-ACCOUNT        PIC X(8).
              10 WS-NR-SOURCE         PIC X(3).
              10 WS-NR-DESCRIPTION    PIC X(100).
              10 WS-NR-TODAY          PIC X(1).
       01  WS-NR-IDX1                 PIC 9(4) COMP.
       01  WS-NR-IDX2                 PIC 9(4) COMP.

      *> Suspect pairs found, in the order found, and the distinct
      *> source pairs they fall under (lower source code first, so
      *> AAA/BBB and BBB/AAA group together).
       01  WS-SUSPECT-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-SUSPECT-OVERFLOW        PIC X(1) VALUE 'N'.
       01  WS-SUSPECT-TABLE.
           05 WS-SP-ENTRY OCCURS 1000 TIMES INDEXED BY SP-IDX.
              10 WS-SP-PAIR-KEY       PIC X(6).
              10 WS-SP-NEW-ID         PIC X(36).
              10 WS-SP-NEW-SOURCE     PIC X(3).
              10 WS-SP-OTHER-ID       PIC X(36).
              10 WS-SP-OTHER-SOURCE   PIC X(3).
              10 WS-SP-OTHER-DATE     PIC X(8).
              10 WS-SP-ACCOUNT        PIC X(8).
              10 WS-SP-CURRENCY       PIC X(3).
              10 WS-SP-TYPE           PIC X(8).
              10 WS-SP-AMOUNT         PIC S9(15)V99.
              10 WS-SP-SIMILARITY     PIC 9(3).
       01  WS-SP-IDX2                 PIC 9(4) COMP.

      *> IDs already carrying a SUSPECT-DUP line on EXCEPTION.DAT, so
      *> a rerun for the date does not raise the same suspects again.
       01  WS-PRIOR-SUSPECT-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-PRIOR-SUSPECT-TABLE.
           05 WS-PS-TR-ID OCCURS 2000 TIMES INDEXED BY PS-IDX
                                      PIC X(36).
       01  WS-EXCEPTION-EOF           PIC X(1) VALUE 'N'.
       01  WS-PRIOR-SUSPECT-FOUND     PIC X(1).
       01  WS-CHECK-TR-ID             PIC X(36).

       01  WS-PAIR-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-PAIR-TABLE.
           05 WS-PR-ENTRY OCCURS 200 TIMES INDEXED BY PR-IDX.
              10 WS-PR-KEY            PIC X(6).
              10 WS-PR-SUSPECTS       PIC 9(6).
              10 WS-PR-AMOUNT         PIC S9(15)V99.
       01  WS-PR-IDX2                 PIC 9(4) COMP.
       01  WS-PAIR-KEY                PIC X(6).

      *> Description comparison. Each description is upper-cased,
      *> punctuation becomes a word break, and it is split into up to
      *> 20 words; similarity is the Dice coefficient of the two word
      *> lists - twice the words in common over the total word count,
      *> as a percentage - so word order and a re-keyed reference
      *> suffix do not defeat the match.
       01  WS-SPLIT-TEXT              PIC X(100).
       01  WS-SPLIT-POS               PIC 9(3) COMP.
       01  WS-SPLIT-LEN               PIC 9(2) COMP.
       01  WS-SPLIT-WORD              PIC X(20).
       01  WS-SPLIT-COUNT             PIC 9(2) COMP.
       01  WS-SPLIT-TABLE.
           05 WS-SPLIT-ENTRY OCCURS 20 TIMES PIC X(20).
       01  WS-WORDS-A-COUNT           PIC 9(2) COMP.
       01  WS-WORDS-A-TABLE.
           05 WS-WORD-A OCCURS 20 TIMES PIC X(20).
       01  WS-WORDS-B-COUNT           PIC 9(2) COMP.
       01  WS-WORDS-B-TABLE.
           05 WS-WORD-B OCCURS 20 TIMES.
              10 WS-WORD-B-TEXT       PIC X(20).
              10 WS-WORD-B-USED       PIC X(1).
       01  WS-WORD-IDX1               PIC 9(2) COMP.
       01  WS-WORD-IDX2               PIC 9(2) COMP.
       01  WS-WORDS-COMMON            PIC 9(3) COMP.
       01  WS-WORD-MATCHED            PIC X(1).
       01  WS-SIMILARITY              PIC 9(3).

       01  WS-COUNTS.
           05 WS-RECORDS-READ         PIC 9(6) VALUE ZERO.
           05 WS-RECORDS-COMPARED     PIC 9(6) VALUE ZERO.
           05 WS-HISTORY-LOADED       PIC 9(6) VALUE ZERO.
           05 WS-EXCEPTIONS-WRITTEN   PIC 9(6) VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
           05 WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-PCT-DISPLAY          PIC ZZ9.
           05 WS-DAYS-DISPLAY         PIC ZZ9.

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-RUN-DATE-PARM
           ACCEPT WS-RUN-DATE-PARM FROM COMMAND-LINE
           IF WS-RUN-DATE-PARM(1:8) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-PARM(1:8) TO WS-RUN-DATE
           END-IF
           MOVE SPACES TO WS-INPUT-FILENAME
           STRING 'INPUT.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-INPUT-FILENAME

           PERFORM LOAD-CONTROL-FILE
           PERFORM LOAD-DAY-TRANSACTIONS
           IF WS-EXIT-CODE NOT = 0
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM LOAD-NEAR-HISTORY

           PERFORM VARYING WS-NR-IDX1 FROM 1 BY 1
                   UNTIL WS-NR-IDX1 > WS-NEAR-COUNT
               IF WS-NR-TODAY(WS-NR-IDX1) = 'Y'
                       AND WS-NR-ACCOUNT(WS-NR-IDX1) NOT = SPACES
                   ADD 1 TO WS-RECORDS-COMPARED
                   PERFORM CHECK-ONE-TRANSACTION
               END-IF
           END-PERFORM

           OPEN OUTPUT NEAR-DUP-PRINT-FILE
           IF FS-NEAR-DUP-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM WRITE-SUSPECT-EXCEPTIONS
           PERFORM WRITE-NEAR-DUP-REPORT
           CLOSE NEAR-DUP-PRINT-FILE

      *> A day that did not fit the table is not rolled into the
      *> history - rewriting from the table would lose the records
      *> past the cap for good. The history stays as it was and the
      *> overflow is logged for ALERT-COLLECT.
           IF WS-NEAR-OVERFLOW = 'Y' OR WS-NEAR-HISTORY-TRIMMED = 'Y'
               PERFORM WRITE-OVERFLOW-WARNING
           END-IF
           IF WS-NEAR-OVERFLOW = 'N'
               PERFORM ROLL-NEAR-HISTORY
           END-IF.

       CLEANUP-AND-EXIT.
           STOP RUN WS-EXIT-CODE.

       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF FS-CONTROL-FILE = "00"
               PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-CONTROL-EOF
                       NOT AT END
                           IF CTL-REC-TYPE = 'NEARDUP '
                               MOVE CTL-LIMIT-AMOUNT
                                   TO WS-NEAR-WINDOW-DAYS
                           END-IF
                           IF CTL-REC-TYPE = 'NEARSIM '
                               MOVE CTL-LIMIT-AMOUNT
                                   TO WS-NEAR-SIMILARITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-NEAR-HISTORY.
      *> Keep only entries inside the window and dated before the
      *> run date, as RECONCILE's 1185-LOAD-DUP-HISTORY does - a rerun
      *> of the day must not match the day against its own earlier
      *> pass. Entries dated after the run date are kept too, to be
      *> written back unchanged. A missing history file is simply a
      *> first run. The history is written oldest first, so when the
      *> in-window entries will not all fit beside the day's records
      *> a first pass counts them and the oldest are skipped on the
      *> second.
           COMPUTE WS-NEAR-CUTOFF-DAYNUM =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
                   - WS-NEAR-WINDOW-DAYS
           COMPUTE WS-NEAR-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-NEAR-CUTOFF-DAYNUM)
           MOVE WS-NEAR-CUTOFF-NUM TO WS-NEAR-CUTOFF
           OPEN INPUT NEAR-HISTORY-FILE
           IF FS-NEAR-HISTORY = "00"
               PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                   READ NEAR-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           IF NH-RUN-DATE >= WS-NEAR-CUTOFF
                                   AND NH-RUN-DATE < WS-RUN-DATE
                               ADD 1 TO WS-HISTORY-IN-WINDOW
                           END-IF
                           IF NH-RUN-DATE > WS-RUN-DATE
                               ADD 1 TO WS-HISTORY-LATER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NEAR-HISTORY-FILE
           END-IF
           IF WS-HISTORY-IN-WINDOW + WS-HISTORY-LATER
                   + WS-NEAR-COUNT > 3000
               COMPUTE WS-HISTORY-TO-SKIP = WS-HISTORY-IN-WINDOW
                   + WS-HISTORY-LATER + WS-NEAR-COUNT - 3000
               MOVE 'Y' TO WS-NEAR-HISTORY-TRIMMED
           END-IF
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT NEAR-HISTORY-FILE
           IF FS-NEAR-HISTORY = "00"
               PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                   READ NEAR-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           IF NH-RUN-DATE >= WS-NEAR-CUTOFF
                                   AND NH-RUN-DATE < WS-RUN-DATE
                               ADD 1 TO WS-HISTORY-SEEN
                               IF WS-HISTORY-SEEN > WS-HISTORY-TO-SKIP
                                   MOVE 'N' TO WS-HISTORY-FLAG
                                   PERFORM TABLE-ONE-HISTORY-ENTRY
                               END-IF
                           END-IF
                           IF NH-RUN-DATE > WS-RUN-DATE
                               MOVE 'L' TO WS-HISTORY-FLAG
                               PERFORM TABLE-ONE-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NEAR-HISTORY-FILE
           END-IF.

       TABLE-ONE-HISTORY-ENTRY.
           IF WS-NEAR-COUNT < 3000
               ADD 1 TO WS-NEAR-COUNT
               ADD 1 TO WS-HISTORY-LOADED
               SET NR-IDX TO WS-NEAR-COUNT
               MOVE NH-RUN-DATE TO WS-NR-DATE(NR-IDX)
               MOVE NH-TR-ID TO WS-NR-TR-ID(NR-IDX)
               MOVE NH-TR-TYPE TO WS-NR-TYPE(NR-IDX)
               MOVE NH-TR-AMOUNT TO WS-NR-AMOUNT(NR-IDX)
               MOVE NH-TR-CURRENCY TO WS-NR-CURRENCY(NR-IDX)
               MOVE NH-TR-ACCOUNT TO WS-NR-ACCOUNT(NR-IDX)
               MOVE NH-TR-SOURCE TO WS-NR-SOURCE(NR-IDX)
               MOVE NH-TR-DESCRIPTION TO WS-NR-DESCRIPTION(NR-IDX)
               MOVE WS-HISTORY-FLAG TO WS-NR-TODAY(NR-IDX)
           ELSE
               MOVE 'Y' TO WS-NEAR-OVERFLOW
           END-IF.

       LOAD-DAY-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF FS-TRANSACTION-FILE NOT = "00"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               PERFORM UNTIL WS-TRANS-EOF = 'Y'
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-TRANS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM TABLE-ONE-DAY-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

       TABLE-ONE-DAY-TRANSACTION.
           IF WS-NEAR-COUNT < 3000
               ADD 1 TO WS-NEAR-COUNT
               SET NR-IDX TO WS-NEAR-COUNT
               MOVE WS-RUN-DATE TO WS-NR-DATE(NR-IDX)
               MOVE TR-ID TO WS-NR-TR-ID(NR-IDX)
               MOVE TR-TYPE TO WS-NR-TYPE(NR-IDX)
               MOVE TR-AMOUNT TO WS-NR-AMOUNT(NR-IDX)
               MOVE TR-CURRENCY TO WS-NR-CURRENCY(NR-IDX)
               MOVE TR-ACCOUNT TO WS-NR-ACCOUNT(NR-IDX)
               MOVE TR-SOURCE TO WS-NR-SOURCE(NR-IDX)
               MOVE TR-DESCRIPTION TO WS-NR-DESCRIPTION(NR-IDX)
               MOVE 'Y' TO WS-NR-TODAY(NR-IDX)
           ELSE
               MOVE 'Y' TO WS-NEAR-OVERFLOW
           END-IF.

       CHECK-ONE-TRANSACTION.
      *> A day record is compared against every history entry and
      *> against the day records ahead of it, so each pair is found
      *> once. The same ID on both sides is not a near-duplicate - an
      *> exact repeat is RECONCILE's own DUPLICATE, and a REVERSAL
      *> shares its original's ID by design.
           PERFORM VARYING WS-NR-IDX2 FROM 1 BY 1
                   UNTIL WS-NR-IDX2 > WS-NEAR-COUNT
               IF (WS-NR-TODAY(WS-NR-IDX2) = 'N'
                       OR (WS-NR-TODAY(WS-NR-IDX2) = 'Y'
                           AND WS-NR-IDX2 < WS-NR-IDX1))
                       AND WS-NR-TR-ID(WS-NR-IDX2)
                           NOT = WS-NR-TR-ID(WS-NR-IDX1)
                       AND WS-NR-ACCOUNT(WS-NR-IDX2)
                           = WS-NR-ACCOUNT(WS-NR-IDX1)
                       AND WS-NR-AMOUNT(WS-NR-IDX2)
                           = WS-NR-AMOUNT(WS-NR-IDX1)
                       AND WS-NR-CURRENCY(WS-NR-IDX2)
                           = WS-NR-CURRENCY(WS-NR-IDX1)
                       AND WS-NR-TYPE(WS-NR-IDX2)
                           = WS-NR-TYPE(WS-NR-IDX1)
                   PERFORM COMPARE-DESCRIPTIONS
                   IF WS-SIMILARITY >= WS-NEAR-SIMILARITY
                       PERFORM RECORD-SUSPECT-PAIR
                   END-IF
               END-IF
           END-PERFORM.

       COMPARE-DESCRIPTIONS.
           MOVE WS-NR-DESCRIPTION(WS-NR-IDX1) TO WS-SPLIT-TEXT
           PERFORM SPLIT-DESCRIPTION
           MOVE WS-SPLIT-COUNT TO WS-WORDS-A-COUNT
           PERFORM VARYING WS-WORD-IDX1 FROM 1 BY 1
                   UNTIL WS-WORD-IDX1 > WS-SPLIT-COUNT
               MOVE WS-SPLIT-ENTRY(WS-WORD-IDX1)
                   TO WS-WORD-A(WS-WORD-IDX1)
           END-PERFORM

           MOVE WS-NR-DESCRIPTION(WS-NR-IDX2) TO WS-SPLIT-TEXT
           PERFORM SPLIT-DESCRIPTION
           MOVE WS-SPLIT-COUNT TO WS-WORDS-B-COUNT
           PERFORM VARYING WS-WORD-IDX1 FROM 1 BY 1
                   UNTIL WS-WORD-IDX1 > WS-SPLIT-COUNT
               MOVE WS-SPLIT-ENTRY(WS-WORD-IDX1)
                   TO WS-WORD-B-TEXT(WS-WORD-IDX1)
               MOVE 'N' TO WS-WORD-B-USED(WS-WORD-IDX1)
           END-PERFORM

      *> Two blank descriptions agree completely; one blank against a
      *> described item does not agree at all.
           IF WS-WORDS-A-COUNT + WS-WORDS-B-COUNT = 0
               MOVE 100 TO WS-SIMILARITY
           ELSE
               MOVE 0 TO WS-WORDS-COMMON
               PERFORM VARYING WS-WORD-IDX1 FROM 1 BY 1
                       UNTIL WS-WORD-IDX1 > WS-WORDS-A-COUNT
                   MOVE 'N' TO WS-WORD-MATCHED
                   PERFORM VARYING WS-WORD-IDX2 FROM 1 BY 1
                           UNTIL WS-WORD-IDX2 > WS-WORDS-B-COUNT
                              OR WS-WORD-MATCHED = 'Y'
                       IF WS-WORD-B-USED(WS-WORD-IDX2) = 'N'
                               AND WS-WORD-B-TEXT(WS-WORD-IDX2)
                                   = WS-WORD-A(WS-WORD-IDX1)
                           MOVE 'Y' TO WS-WORD-B-USED(WS-WORD-IDX2)
                           MOVE 'Y' TO WS-WORD-MATCHED
                           ADD 1 TO WS-WORDS-COMMON
                       END-IF
                   END-PERFORM
               END-PERFORM
               COMPUTE WS-SIMILARITY =
                   (WS-WORDS-COMMON * 200)
                       / (WS-WORDS-A-COUNT + WS-WORDS-B-COUNT)
           END-IF.

       SPLIT-DESCRIPTION.
      *> Words longer than 20 characters are compared on their first
      *> 20; words past the twentieth are not compared.
           MOVE FUNCTION UPPER-CASE(WS-SPLIT-TEXT) TO WS-SPLIT-TEXT
           INSPECT WS-SPLIT-TEXT CONVERTING '.,;:/-#*()' TO SPACES
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 0 TO WS-SPLIT-LEN
           MOVE SPACES TO WS-SPLIT-WORD
           MOVE SPACES TO WS-SPLIT-TABLE
           PERFORM VARYING WS-SPLIT-POS FROM 1 BY 1
                   UNTIL WS-SPLIT-POS > 100
               IF WS-SPLIT-TEXT(WS-SPLIT-POS:1) = SPACE
                   PERFORM CLOSE-SPLIT-WORD
               ELSE
                   IF WS-SPLIT-LEN < 20
                       ADD 1 TO WS-SPLIT-LEN
                       MOVE WS-SPLIT-TEXT(WS-SPLIT-POS:1)
                           TO WS-SPLIT-WORD(WS-SPLIT-LEN:1)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-SPLIT-WORD.

       CLOSE-SPLIT-WORD.
           IF WS-SPLIT-LEN > 0
               IF WS-SPLIT-COUNT < 20
                   ADD 1 TO WS-SPLIT-COUNT
                   MOVE WS-SPLIT-WORD TO WS-SPLIT-ENTRY(WS-SPLIT-COUNT)
               END-IF
               MOVE 0 TO WS-SPLIT-LEN
               MOVE SPACES TO WS-SPLIT-WORD
           END-IF.

       RECORD-SUSPECT-PAIR.
           IF WS-NR-SOURCE(WS-NR-IDX1) <= WS-NR-SOURCE(WS-NR-IDX2)
               STRING WS-NR-SOURCE(WS-NR-IDX1)
                      WS-NR-SOURCE(WS-NR-IDX2)
                   DELIMITED BY SIZE INTO WS-PAIR-KEY
           ELSE
               STRING WS-NR-SOURCE(WS-NR-IDX2)
                      WS-NR-SOURCE(WS-NR-IDX1)
                   DELIMITED BY SIZE INTO WS-PAIR-KEY
           END-IF
           IF WS-SUSPECT-COUNT < 1000
               ADD 1 TO WS-SUSPECT-COUNT
               SET SP-IDX TO WS-SUSPECT-COUNT
               MOVE WS-PAIR-KEY TO WS-SP-PAIR-KEY(SP-IDX)
               MOVE WS-NR-TR-ID(WS-NR-IDX1) TO WS-SP-NEW-ID(SP-IDX)
               MOVE WS-NR-SOURCE(WS-NR-IDX1)
                   TO WS-SP-NEW-SOURCE(SP-IDX)
               MOVE WS-NR-TR-ID(WS-NR-IDX2) TO WS-SP-OTHER-ID(SP-IDX)
               MOVE WS-NR-SOURCE(WS-NR-IDX2)
                   TO WS-SP-OTHER-SOURCE(SP-IDX)
               MOVE WS-NR-DATE(WS-NR-IDX2) TO WS-SP-OTHER-DATE(SP-IDX)
               MOVE WS-NR-ACCOUNT(WS-NR-IDX1) TO WS-SP-ACCOUNT(SP-IDX)
               MOVE WS-NR-CURRENCY(WS-NR-IDX1)
                   TO WS-SP-CURRENCY(SP-IDX)
               MOVE WS-NR-TYPE(WS-NR-IDX1) TO WS-SP-TYPE(SP-IDX)
               MOVE WS-NR-AMOUNT(WS-NR-IDX1) TO WS-SP-AMOUNT(SP-IDX)
               MOVE WS-SIMILARITY TO WS-SP-SIMILARITY(SP-IDX)
               PERFORM ADD-TO-SOURCE-PAIR
           ELSE
               MOVE 'Y' TO WS-SUSPECT-OVERFLOW
           END-IF.

       ADD-TO-SOURCE-PAIR.
           SET PR-IDX TO 1
           SEARCH WS-PR-ENTRY
               AT END
                   IF WS-PAIR-COUNT < 200
                       ADD 1 TO WS-PAIR-COUNT
                       SET PR-IDX TO WS-PAIR-COUNT
                       MOVE WS-PAIR-KEY TO WS-PR-KEY(PR-IDX)
                       MOVE 1 TO WS-PR-SUSPECTS(PR-IDX)
                       MOVE WS-SP-AMOUNT(SP-IDX) TO WS-PR-AMOUNT(PR-IDX)
                   ELSE
                       MOVE 'Y' TO WS-SUSPECT-OVERFLOW
                   END-IF
               WHEN WS-PR-KEY(PR-IDX) = WS-PAIR-KEY
                   ADD 1 TO WS-PR-SUSPECTS(PR-IDX)
                   ADD WS-SP-AMOUNT(SP-IDX) TO WS-PR-AMOUNT(PR-IDX)
           END-SEARCH.

       WRITE-SUSPECT-EXCEPTIONS.
      *> Suspects join the day's exceptions rather than replacing
      *> them, so the open is EXTEND - RECONCILE already wrote
      *> EXCEPTION.DAT for the date. The day's ID goes first and its
      *> counterpart straight after it; an ID suspected in more than
      *> one pair is opened once by EXCEPTION-WORKBENCH's own
      *> already-seen check. An ID a previous run for the date already
      *> raised as SUSPECT-DUP is not written again.
           PERFORM LOAD-PRIOR-SUSPECTS
           OPEN EXTEND EXCEPTION-FILE
           IF FS-EXCEPTION-FILE NOT = "00"
                   AND FS-EXCEPTION-FILE NOT = "05"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           PERFORM VARYING WS-SP-IDX2 FROM 1 BY 1
                   UNTIL WS-SP-IDX2 > WS-SUSPECT-COUNT
               MOVE WS-SP-NEW-ID(WS-SP-IDX2) TO WS-CHECK-TR-ID
               PERFORM CHECK-PRIOR-SUSPECT
               IF WS-PRIOR-SUSPECT-FOUND = 'N'
                   MOVE SPACES TO EXCEPTION-RECORD
                   MOVE WS-SP-NEW-ID(WS-SP-IDX2) TO EX-TR-ID
                   MOVE WS-SP-AMOUNT(WS-SP-IDX2) TO EX-TR-AMOUNT
                   MOVE 'SUSPECT-DUP' TO EX-REASON
                   WRITE EXCEPTION-RECORD
                   ADD 1 TO WS-EXCEPTIONS-WRITTEN
               END-IF
               MOVE WS-SP-OTHER-ID(WS-SP-IDX2) TO WS-CHECK-TR-ID
               PERFORM CHECK-PRIOR-SUSPECT
               IF WS-PRIOR-SUSPECT-FOUND = 'N'
                   MOVE SPACES TO EXCEPTION-RECORD
                   MOVE WS-SP-OTHER-ID(WS-SP-IDX2) TO EX-TR-ID
                   MOVE WS-SP-AMOUNT(WS-SP-IDX2) TO EX-TR-AMOUNT
                   MOVE 'SUSPECT-DUP' TO EX-REASON
                   WRITE EXCEPTION-RECORD
                   ADD 1 TO WS-EXCEPTIONS-WRITTEN
               END-IF
           END-PERFORM
           CLOSE EXCEPTION-FILE.

       LOAD-PRIOR-SUSPECTS.
           OPEN INPUT EXCEPTION-FILE
           IF FS-EXCEPTION-FILE = "00"
               PERFORM UNTIL WS-EXCEPTION-EOF = 'Y'
                   READ EXCEPTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EXCEPTION-EOF
                       NOT AT END
                           IF EX-REASON = 'SUSPECT-DUP'
                               MOVE EX-TR-ID TO WS-CHECK-TR-ID
                               PERFORM CHECK-PRIOR-SUSPECT
                               IF WS-PRIOR-SUSPECT-FOUND = 'N'
                                   AND WS-PRIOR-SUSPECT-COUNT < 2000
                                   ADD 1 TO WS-PRIOR-SUSPECT-COUNT
                                   SET PS-IDX TO WS-PRIOR-SUSPECT-COUNT
                                   MOVE EX-TR-ID TO WS-PS-TR-ID(PS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

       CHECK-PRIOR-SUSPECT.
           MOVE 'N' TO WS-PRIOR-SUSPECT-FOUND
           SET PS-IDX TO 1
           SEARCH WS-PS-TR-ID
               AT END
                   CONTINUE
               WHEN PS-IDX > WS-PRIOR-SUSPECT-COUNT
                   CONTINUE
               WHEN WS-PS-TR-ID(PS-IDX) = WS-CHECK-TR-ID
                   MOVE 'Y' TO WS-PRIOR-SUSPECT-FOUND
           END-SEARCH.

       WRITE-NEAR-DUP-REPORT.
           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING 'NEAR-DUPLICATE CHECK  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD

           MOVE WS-NEAR-WINDOW-DAYS TO WS-DAYS-DISPLAY
           MOVE WS-NEAR-SIMILARITY TO WS-PCT-DISPLAY
           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING 'WINDOW ' WS-DAYS-DISPLAY ' DAYS  DESCRIPTION'
                  ' SIMILARITY AT LEAST ' WS-PCT-DISPLAY '%'
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD

           PERFORM VARYING WS-PR-IDX2 FROM 1 BY 1
                   UNTIL WS-PR-IDX2 > WS-PAIR-COUNT
               PERFORM WRITE-SOURCE-PAIR-GROUP
           END-PERFORM

           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD

           MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING 'DAY RECORDS READ. . . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD

           MOVE WS-RECORDS-COMPARED TO WS-COUNT-DISPLAY
           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING 'DAY RECORDS COMPARED. . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD

           MOVE WS-HISTORY-LOADED TO WS-COUNT-DISPLAY
           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING 'HISTORY RECORDS IN WINDOW . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD

           MOVE WS-SUSPECT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING 'SUSPECT PAIRS . . . . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD

           MOVE WS-EXCEPTIONS-WRITTEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING 'SUSPECT-DUP EXCEPTIONS. . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD

      *> A full table means pairs went unchecked or unreported - the
      *> run says so and ends nonzero rather than report a short list
      *> as complete.
           IF WS-NEAR-OVERFLOW = 'Y'
               MOVE SPACES TO NEAR-DUP-PRINT-RECORD
               STRING '*** WARNING: TRANSACTION TABLE FULL (3000) -'
                      ' RECORDS PAST THE CAP WERE NOT COMPARED;'
                      ' NEARHIST.DAT LEFT UNCHANGED ***'
                   DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
               WRITE NEAR-DUP-PRINT-RECORD
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           IF WS-NEAR-HISTORY-TRIMMED = 'Y' AND WS-NEAR-OVERFLOW = 'N'
               MOVE WS-HISTORY-TO-SKIP TO WS-COUNT-DISPLAY
               MOVE SPACES TO NEAR-DUP-PRINT-RECORD
               STRING '*** WARNING: TRANSACTION TABLE FULL (3000) -'
                      ' OLDEST ' WS-COUNT-DISPLAY
                      ' HISTORY RECORDS AGED OUT EARLY ***'
                   DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
               WRITE NEAR-DUP-PRINT-RECORD
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           IF WS-SUSPECT-OVERFLOW = 'Y'
               MOVE SPACES TO NEAR-DUP-PRINT-RECORD
               STRING '*** WARNING: SUSPECT TABLE FULL -'
                      ' FURTHER PAIRS WERE NOT RECORDED ***'
                   DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
               WRITE NEAR-DUP-PRINT-RECORD
               MOVE 2 TO WS-EXIT-CODE
           END-IF

           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD.

       WRITE-SOURCE-PAIR-GROUP.
           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD
           MOVE WS-PR-SUSPECTS(WS-PR-IDX2) TO WS-COUNT-DISPLAY
           MOVE WS-PR-AMOUNT(WS-PR-IDX2) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING 'SOURCE PAIR ' WS-PR-KEY(WS-PR-IDX2)(1:3) ' / '
                  WS-PR-KEY(WS-PR-IDX2)(4:3)
                  '   SUSPECT PAIRS ' WS-COUNT-DISPLAY
                  '   AMOUNT ' WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD
           PERFORM VARYING WS-SP-IDX2 FROM 1 BY 1
                   UNTIL WS-SP-IDX2 > WS-SUSPECT-COUNT
               IF WS-SP-PAIR-KEY(WS-SP-IDX2) = WS-PR-KEY(WS-PR-IDX2)
                   PERFORM WRITE-SUSPECT-LINE
               END-IF
           END-PERFORM.

       WRITE-SUSPECT-LINE.
           MOVE WS-SP-AMOUNT(WS-SP-IDX2) TO WS-AMOUNT-DISPLAY
           MOVE WS-SP-SIMILARITY(WS-SP-IDX2) TO WS-PCT-DISPLAY
           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING '  ' WS-SP-NEW-SOURCE(WS-SP-IDX2) ' '
                  WS-SP-NEW-ID(WS-SP-IDX2) ' = '
                  WS-SP-OTHER-SOURCE(WS-SP-IDX2) ' '
                  WS-SP-OTHER-ID(WS-SP-IDX2) ' '
                  WS-SP-OTHER-DATE(WS-SP-IDX2)
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD
           MOVE SPACES TO NEAR-DUP-PRINT-RECORD
           STRING '      ACCT ' WS-SP-ACCOUNT(WS-SP-IDX2)
                  ' ' WS-SP-TYPE(WS-SP-IDX2)
                  ' ' WS-SP-CURRENCY(WS-SP-IDX2)
                  ' ' WS-AMOUNT-DISPLAY
                  '  DESCRIPTION SIMILARITY ' WS-PCT-DISPLAY '%'
               DELIMITED BY SIZE INTO NEAR-DUP-PRINT-RECORD
           WRITE NEAR-DUP-PRINT-RECORD.

       WRITE-OVERFLOW-WARNING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) '-' WS-CURRENT-DATETIME(5:2)
                  '-' WS-CURRENT-DATETIME(7:2) ' '
                  WS-CURRENT-DATETIME(9:2) ':' WS-CURRENT-DATETIME(11:2)
                  ':' WS-CURRENT-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT-LOG NOT = "00" AND FS-AUDIT-LOG NOT = "05"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=NEAR-DUP-CHECK'
                  ' WARNING=NEARHIST-OVERFLOW LIMIT=3000'
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

       ROLL-NEAR-HISTORY.
      *> Rewrite the rolling history: the retained prior-day entries
      *> (LOAD-NEAR-HISTORY already aged off everything outside the
      *> window, and the oldest of the rest if the table was short of
      *> room) in date order, followed by the day's own records and
      *> then any entries later runs left, as they were read.
           OPEN OUTPUT NEAR-HISTORY-FILE
           IF FS-NEAR-HISTORY NOT = "00"
               MOVE 3 TO WS-EXIT-CODE
           ELSE
               PERFORM VARYING WS-NR-IDX1 FROM 1 BY 1
                       UNTIL WS-NR-IDX1 > WS-NEAR-COUNT
                   IF WS-NR-TODAY(WS-NR-IDX1) = 'N'
                       PERFORM WRITE-ONE-HISTORY-ENTRY
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-NR-IDX1 FROM 1 BY 1
                       UNTIL WS-NR-IDX1 > WS-NEAR-COUNT
                   IF WS-NR-TODAY(WS-NR-IDX1) = 'Y'
                       PERFORM WRITE-ONE-HISTORY-ENTRY
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-NR-IDX1 FROM 1 BY 1
                       UNTIL WS-NR-IDX1 > WS-NEAR-COUNT
                   IF WS-NR-TODAY(WS-NR-IDX1) = 'L'
                       PERFORM WRITE-ONE-HISTORY-ENTRY
                   END-IF
               END-PERFORM
               CLOSE NEAR-HISTORY-FILE
           END-IF.

       WRITE-ONE-HISTORY-ENTRY.
           MOVE SPACES TO NEAR-HISTORY-RECORD
           MOVE WS-NR-DATE(WS-NR-IDX1) TO NH-RUN-DATE
           MOVE WS-NR-TR-ID(WS-NR-IDX1) TO NH-TR-ID
           MOVE WS-NR-TYPE(WS-NR-IDX1) TO NH-TR-TYPE
           MOVE WS-NR-AMOUNT(WS-NR-IDX1) TO NH-TR-AMOUNT
           MOVE WS-NR-CURRENCY(WS-NR-IDX1) TO NH-TR-CURRENCY
           MOVE WS-NR-ACCOUNT(WS-NR-IDX1) TO NH-TR-ACCOUNT
           MOVE WS-NR-SOURCE(WS-NR-IDX1) TO NH-TR-SOURCE
           MOVE WS-NR-DESCRIPTION(WS-NR-IDX1) TO NH-TR-DESCRIPTION
           WRITE NEAR-HISTORY-RECORD.

       END PROGRAM NEAR-DUP-CHECK.
