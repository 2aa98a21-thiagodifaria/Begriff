               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-HELD-OUT.
           SELECT VALIDATION-RULES ASSIGN TO "VALRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-VALIDATION-RULES.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-WATCH-LIST.
           SELECT WATCH-HIT-LOG ASSIGN TO "WLHITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-WATCH-HIT-LOG.
           SELECT DECISION-LOG ASSIGN TO "WLDECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-DECISION-LOG.
      *> The checkpoint name is computed at run time: CHECKPOINT.DAT
      *> for a single-stream run, CHECKPT.Pn.DAT when the PARM
      *> carries a partition identifier - split-mode instances must
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT              PIC X(8).
           05  FILLER                  PIC X(01).
           05  AM-ENTITY-CODE          PIC X(4).

      *> Operator holds: a key type (SOURCE, CATEGORY, or BATCH),
      *> the key value, and the operator's reason. Records matching
       01  HELD-RECORD.
           COPY "held_record.cpy".

      *> Validation rules by source and/or category - see
      *> valrule_record.cpy. Optional; with no rules on disk only the
      *> fixed checks in VALIDATE-RECORD apply.
       FD  VALIDATION-RULES.
       01  VALIDATION-RULE-RECORD.
           COPY "valrule_record.cpy".

      *> Compliance watch list - see watchlist_record.cpy. Optional;
      *> with no list on disk nothing is screened.
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           COPY "watchlist_record.cpy".

       FD  WATCH-HIT-LOG.
       01  WATCH-HIT-RECORD.
           COPY "wlhit_record.cpy".

      *> HOLD-RELEASE's log of released watch-list hits.
       FD  DECISION-LOG.
       01  DECISION-LOG-RECORD.
           05  DL-HIT-REF             PIC X(20).
           05  FILLER                 PIC X(01).
           05  DL-DECISION            PIC X(8).
           05  FILLER                 PIC X(01).
           05  DL-TIMESTAMP           PIC X(19).
           05  FILLER                 PIC X(01).
           05  DL-USER-ID             PIC X(8).
           05  FILLER                 PIC X(01).
           05  DL-TR-ID               PIC X(36).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY "runctl_record.cpy".
           05 FS-ACCOUNT-MASTER       PIC X(2).
           05 FS-HOLDS-FILE           PIC X(2).
           05 FS-HELD-OUT             PIC X(2).
           05 FS-VALIDATION-RULES     PIC X(2).
           05 FS-WATCH-LIST           PIC X(2).
           05 FS-WATCH-HIT-LOG        PIC X(2).
           05 FS-DECISION-LOG         PIC X(2).

       01  WS-CATEGORY-MASTER-COUNT  PIC 9(4) COMP VALUE 0.
       01  WS-CATEGORY-MASTER-EOF    PIC X(1) VALUE 'N'.
              10 WS-HOLD-KEY-VALUE    PIC X(20).
              10 WS-HOLD-REASON       PIC X(40).
       01  WS-RECORD-HELD            PIC X(1).
      *> The hold that caught the current record - an operator hold
      *> from the table above or a watch-list hit - as it goes onto
      *> the held-items file.
       01  WS-HELD-KEY-TYPE          PIC X(8).
       01  WS-HELD-KEY               PIC X(20).
       01  WS-HELD-REASON            PIC X(40).

      *> Watch-list entries from WATCHLST.DAT in force on the run
      *> date, terms upper-cased with their significant length.
      *> Only version-2 records carry a description or account, so
      *> only they are screened, in a batch or outside one. A hit is
      *> held under key type WATCHLST with its own hit reference as
      *> the key, so each one is released individually through
      *> HOLD-RELEASE, and logged on WLHITS.DAT for WATCHLIST-REPORT.
       01  WS-WATCH-EOF              PIC X(1) VALUE 'N'.
       01  WS-WATCH-OVERFLOW         PIC X(1) VALUE 'N'.
       01  WS-WATCH-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-WATCH-TABLE.
           05 WS-WL-ENTRY OCCURS 500 TIMES INDEXED BY WL-IDX.
              10 WS-WL-ENTRY-ID       PIC X(8).
              10 WS-WL-MATCH-TYPE     PIC X(8).
              10 WS-WL-TERM           PIC X(40).
              10 WS-WL-TERM-LEN       PIC 9(4) COMP.
       01  WS-WATCH-HIT              PIC X(1).
       01  WS-WATCH-HIT-ENTRY        PIC 9(4) COMP.
       01  WS-WATCH-HIT-FIELD        PIC X(8).
       01  WS-WATCH-HIT-SEQ          PIC 9(8).
       01  WS-WATCH-LOG-OPEN         PIC X(1) VALUE 'N'.
      *> Transaction IDs of the hits HOLD-RELEASE has released, from
      *> WLDECN.DAT. Compliance has cleared them, so when the
      *> released record comes back spliced into the feed it is not
      *> screened again. The newest 2000 are kept: once the table is
      *> full each further release overwrites the oldest.
       01  WS-DECISION-EOF           PIC X(1) VALUE 'N'.
       01  WS-RELEASED-OVERFLOW      PIC X(1) VALUE 'N'.
       01  WS-RELEASED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-RELEASED-NEXT          PIC 9(4) COMP VALUE 0.
       01  WS-RELEASED-TABLE.
           05 WS-RLH-ENTRY OCCURS 2000 TIMES INDEXED BY RLH-IDX.
              10 WS-RLH-TR-ID         PIC X(36).
       01  WS-RELEASED-HIT           PIC X(1).
       01  WS-SCREEN-DESCRIPTION     PIC X(100).
       01  WS-SCREEN-POS             PIC 9(4) COMP.
       01  WS-SCREEN-LAST            PIC 9(4) COMP.
       01  WS-SCREEN-LEN             PIC 9(4) COMP.
       01  WS-SCREEN-EDGE            PIC X(1).
       01  WS-SCREEN-BOUNDED         PIC X(1).

      *> Validation rules from VALRULES.DAT, held as key plus rule
      *> body image. SELECT-VALIDATION-RULE copies the rule that
      *> governs the current record into WS-ACTIVE-RULE; only
      *> reject-action rules are applied here - exception-action
      *> breaches pass through to RECONCILE.
       01  WS-VALRULE-EOF            PIC X(1) VALUE 'N'.
       01  WS-VALRULE-OVERFLOW       PIC X(1) VALUE 'N'.
       01  WS-VALRULE-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-VALRULE-TABLE.
           05 WS-VR-ENTRY OCCURS 200 TIMES INDEXED BY VR-IDX.
              10 WS-VR-SOURCE         PIC X(3).
              10 WS-VR-CATEGORY       PIC X(20).
              10 WS-VR-BODY           PIC X(113).
       01  WS-VR-FIND-SOURCE         PIC X(3).
       01  WS-VR-FIND-CATEGORY       PIC X(20).
       01  WS-RULE-FOUND             PIC X(1).
       01  WS-ACTIVE-RULE.
           COPY "valrule_record.cpy"
               REPLACING LEADING ==VR-== BY ==AR-==.
       01  WS-REC-SOURCE             PIC X(3).
       01  WS-CURRENT-SOURCE         PIC X(3) VALUE SPACES.

           05 WS-VAL-TIMESTAMP        PIC X(26).
           05 WS-VAL-CURRENCY         PIC X(3).
           05 WS-VAL-ACCOUNT          PIC X(8).
           05 WS-VAL-TYPE             PIC X(8).
           05 WS-VAL-DESCRIPTION      PIC X(100).

      *> Batch control state. A feed may carry several header/trailer
      *> pairs (one per sending batch); each trailer is checked

           PERFORM LOAD-CATEGORY-MASTER
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-VALIDATION-RULES
           PERFORM LOAD-HOLDS-FILE
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-RELEASED-HITS
           PERFORM SKIP-CHECKPOINTED-RECORDS

           PERFORM UNTIL WS-EOF = 'Y'
           CLOSE REJECT-OUT
           CLOSE HELD-OUT
           CLOSE PRINT-OUT
           IF WS-WATCH-LOG-OPEN = 'Y'
               CLOSE WATCH-HIT-LOG
           END-IF
           PERFORM WRITE-AUDIT-LOG-ENTRY
           IF WS-RC-INTRADAY-MODE = 'Y'
               MOVE 'INTRADAY' TO WS-RC-STAMP-STATUS
      *> A held record still counts into the batch-control figures -
      *> it is physically present in the batch - but it bypasses
      *> validation and the processed/rejected accumulators and goes
      *> to the held-items file instead. Operator holds are checked
      *> first; a record no operator hold catches is screened
      *> against the watch list, wherever it sits in the feed. The
      *> one exception is a watch-list hit HOLD-RELEASE has released
      *> and spliced back in: compliance has already cleared it.
           EVALUATE TRUE
               WHEN WS-TRANSIN-REC-LEN = 80 AND BH-RECORD-TAG = 'HDR'
                   PERFORM PROCESS-BATCH-HEADER
                       ADD WS-VAL-AMOUNT TO WS-BATCH-HASH-TOTAL
                   END-IF
                   PERFORM CHECK-HOLDS THRU CHECK-HOLDS-EXIT
                   IF WS-RECORD-HELD = 'N'
                       PERFORM CHECK-WATCH-LIST
                           THRU CHECK-WATCH-LIST-EXIT
                   END-IF
                   IF WS-RECORD-HELD = 'Y'
                       ADD 1 TO WS-HELD-COUNT
                       ADD WS-VAL-AMOUNT TO WS-HELD-AMOUNT
                       PERFORM WRITE-HELD-RECORD
                       IF WS-WATCH-HIT = 'Y'
                           PERFORM WRITE-WATCH-HIT
                       END-IF
                   ELSE
                       PERFORM VALIDATE-RECORD
                       IF WS-RECORD-VALID = 'Y'
               MOVE TR2-CATEGORY TO WS-VAL-CATEGORY
               MOVE TR2-TIMESTAMP TO WS-VAL-TIMESTAMP
               MOVE TR2-CURRENCY TO WS-VAL-CURRENCY
               MOVE TR2-TYPE TO WS-VAL-TYPE
               MOVE TR2-DESCRIPTION TO WS-VAL-DESCRIPTION
               IF WS-TRANSIN-REC-LEN = 221
                   MOVE TR2-ACCOUNT-ID TO WS-VAL-ACCOUNT
               ELSE
               MOVE TR-TIMESTAMP TO WS-VAL-TIMESTAMP
               MOVE TR-CURRENCY TO WS-VAL-CURRENCY
               MOVE SPACES TO WS-VAL-ACCOUNT
               MOVE SPACES TO WS-VAL-TYPE
               MOVE SPACES TO WS-VAL-DESCRIPTION
           END-IF
      *> The source the record rides under: its own code for an
      *> explicit-source version-2 record, otherwise the open batch
               CLOSE ACCOUNT-MASTER
           END-IF.

       LOAD-VALIDATION-RULES.
      *> Same cap-and-overflow handling as the masters above, at the
      *> rules table's 200 entries.
           OPEN INPUT VALIDATION-RULES
           IF FS-VALIDATION-RULES = "00"
               PERFORM UNTIL WS-VALRULE-EOF = 'Y'
                       OR WS-VALRULE-COUNT = 200
                   READ VALIDATION-RULES
                       AT END
                           MOVE 'Y' TO WS-VALRULE-EOF
                       NOT AT END
                           ADD 1 TO WS-VALRULE-COUNT
                           SET VR-IDX TO WS-VALRULE-COUNT
                           MOVE VR-SOURCE TO WS-VR-SOURCE(VR-IDX)
                           MOVE VR-CATEGORY TO WS-VR-CATEGORY(VR-IDX)
                           MOVE VR-RULE-BODY TO WS-VR-BODY(VR-IDX)
                   END-READ
               END-PERFORM
               IF WS-VALRULE-EOF NOT = 'Y'
                   READ VALIDATION-RULES
                       AT END
                           MOVE 'Y' TO WS-VALRULE-EOF
                       NOT AT END
                           MOVE 'Y' TO WS-VALRULE-OVERFLOW
                   END-READ
               END-IF
               CLOSE VALIDATION-RULES
           END-IF.

       LOAD-HOLDS-FILE.
      *> HOLDS.DAT is optional - most mornings there are no holds.
           OPEN INPUT HOLDS-FILE
           END-IF.

       CHECK-HOLDS.
      *> The first matching hold wins; its key and reason are what
      *> WRITE-HELD-RECORD carries.
           MOVE 'N' TO WS-RECORD-HELD
           MOVE 'N' TO WS-WATCH-HIT
           IF WS-HOLDS-COUNT = 0
               GO TO CHECK-HOLDS-EXIT
           END-IF
                           = WS-BATCH-ID
                       AND WS-BATCH-OPEN = 'Y'
                   MOVE 'Y' TO WS-RECORD-HELD
           END-SEARCH
           IF WS-RECORD-HELD = 'Y'
               MOVE WS-HOLD-KEY-TYPE(HOLD-IDX) TO WS-HELD-KEY-TYPE
               MOVE WS-HOLD-KEY-VALUE(HOLD-IDX) TO WS-HELD-KEY
               MOVE WS-HOLD-REASON(HOLD-IDX) TO WS-HELD-REASON
           END-IF.

       CHECK-HOLDS-EXIT.
           EXIT.

       LOAD-WATCH-LIST.
      *> WATCHLST.DAT is optional. Entries outside their effective
      *> dates are not loaded, and only loaded entries count toward
      *> the table's 500.
           OPEN INPUT WATCH-LIST-FILE
           IF FS-WATCH-LIST = "00"
               PERFORM UNTIL WS-WATCH-EOF = 'Y'
                   READ WATCH-LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-WATCH-EOF
                       NOT AT END
                           IF (WL-EFFECTIVE-FROM = SPACES
                                   OR WL-EFFECTIVE-FROM
                                       <= WS-RC-RUN-DATE)
                                   AND (WL-EFFECTIVE-TO = SPACES
                                   OR WL-EFFECTIVE-TO
                                       >= WS-RC-RUN-DATE)
                                   AND WL-TERM NOT = SPACES
                               PERFORM ADD-WATCH-LIST-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF.

       ADD-WATCH-LIST-ENTRY.
           IF WS-WATCH-COUNT < 500
               ADD 1 TO WS-WATCH-COUNT
               SET WL-IDX TO WS-WATCH-COUNT
               MOVE WL-ENTRY-ID TO WS-WL-ENTRY-ID(WL-IDX)
               MOVE WL-MATCH-TYPE TO WS-WL-MATCH-TYPE(WL-IDX)
               MOVE FUNCTION UPPER-CASE(WL-TERM)
                   TO WS-WL-TERM(WL-IDX)
               PERFORM VARYING WS-SCREEN-LEN FROM 40 BY -1
                       UNTIL WL-TERM(WS-SCREEN-LEN:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               MOVE WS-SCREEN-LEN TO WS-WL-TERM-LEN(WL-IDX)
           ELSE
               MOVE 'Y' TO WS-WATCH-OVERFLOW
           END-IF.

       LOAD-RELEASED-HITS.
      *> WLDECN.DAT is optional - no log yet means nothing released.
           OPEN INPUT DECISION-LOG
           IF FS-DECISION-LOG = "00"
               PERFORM UNTIL WS-DECISION-EOF = 'Y'
                   READ DECISION-LOG
                       AT END
                           MOVE 'Y' TO WS-DECISION-EOF
                       NOT AT END
                           IF DL-DECISION = 'RELEASED'
                                   AND DL-TR-ID NOT = SPACES
                               PERFORM ADD-RELEASED-HIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-LOG
           END-IF.

       ADD-RELEASED-HIT.
           IF WS-RELEASED-NEXT = 2000
               MOVE 0 TO WS-RELEASED-NEXT
               MOVE 'Y' TO WS-RELEASED-OVERFLOW
           END-IF
           ADD 1 TO WS-RELEASED-NEXT
           IF WS-RELEASED-COUNT < 2000
               ADD 1 TO WS-RELEASED-COUNT
           END-IF
           SET RLH-IDX TO WS-RELEASED-NEXT
           MOVE DL-TR-ID TO WS-RLH-TR-ID(RLH-IDX).

       CHECK-RELEASED-HIT.
           MOVE 'N' TO WS-RELEASED-HIT
           SET RLH-IDX TO 1
           SEARCH WS-RLH-ENTRY
               AT END
                   CONTINUE
               WHEN RLH-IDX > WS-RELEASED-COUNT
                   CONTINUE
               WHEN WS-RLH-TR-ID(RLH-IDX) = TR2-ID
                   MOVE 'Y' TO WS-RELEASED-HIT
           END-SEARCH.

       CHECK-WATCH-LIST.
      *> The first entry that matches wins. An ACCOUNT entry must
      *> equal the record's account; a WORD or CONTAINS entry is
      *> looked for in the upper-cased description.
           MOVE 'N' TO WS-WATCH-HIT
           IF WS-WATCH-COUNT = 0 OR WS-VAL-FORMAT NOT = '2'
               GO TO CHECK-WATCH-LIST-EXIT
           END-IF
           PERFORM CHECK-RELEASED-HIT
           IF WS-RELEASED-HIT = 'Y'
               GO TO CHECK-WATCH-LIST-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-VAL-DESCRIPTION)
               TO WS-SCREEN-DESCRIPTION
           PERFORM VARYING WL-IDX FROM 1 BY 1
                   UNTIL WL-IDX > WS-WATCH-COUNT
                       OR WS-WATCH-HIT = 'Y'
               EVALUATE WS-WL-MATCH-TYPE(WL-IDX)
                   WHEN 'ACCOUNT '
                       IF WS-VAL-ACCOUNT NOT = SPACES
                               AND WS-VAL-ACCOUNT
                                   = WS-WL-TERM(WL-IDX)(1:8)
                               AND WS-WL-TERM(WL-IDX)(9:32) = SPACES
                           MOVE 'Y' TO WS-WATCH-HIT
                           MOVE 'ACCOUNT ' TO WS-WATCH-HIT-FIELD
                           SET WS-WATCH-HIT-ENTRY TO WL-IDX
                       END-IF
                   WHEN 'WORD    '
                   WHEN 'CONTAINS'
                       PERFORM SCAN-DESCRIPTION
               END-EVALUATE
           END-PERFORM
           IF WS-WATCH-HIT = 'N'
               GO TO CHECK-WATCH-LIST-EXIT
           END-IF

      *> The hit reference: run date, the partition for a split-mode
      *> instance, and the record's position in the feed - the same
      *> on a checkpoint restart, distinct between partitions.
           SET WL-IDX TO WS-WATCH-HIT-ENTRY
           MOVE 'Y' TO WS-RECORD-HELD
           MOVE 'WATCHLST' TO WS-HELD-KEY-TYPE
           MOVE WS-RECORDS-READ TO WS-WATCH-HIT-SEQ
           MOVE SPACES TO WS-HELD-KEY
           IF WS-RC-OWN-NAME = WS-RC-BASE-NAME
               STRING WS-RC-RUN-DATE '-' WS-WATCH-HIT-SEQ
                   DELIMITED BY SIZE INTO WS-HELD-KEY
           ELSE
               STRING WS-RC-RUN-DATE '-' WS-RC-DATE-PARM(10:2)
                      '-' WS-WATCH-HIT-SEQ
                   DELIMITED BY SIZE INTO WS-HELD-KEY
           END-IF
           MOVE WS-WL-TERM(WL-IDX) TO WS-HELD-REASON.

       CHECK-WATCH-LIST-EXIT.
           EXIT.

       SCAN-DESCRIPTION.
      *> A WORD match must not run into a letter or digit on either
      *> side, so 'ACME' finds 'PAY ACME LTD' but not 'ACMEX'.
           MOVE WS-WL-TERM-LEN(WL-IDX) TO WS-SCREEN-LEN
           COMPUTE WS-SCREEN-LAST = 101 - WS-SCREEN-LEN
           PERFORM VARYING WS-SCREEN-POS FROM 1 BY 1
                   UNTIL WS-SCREEN-POS > WS-SCREEN-LAST
                       OR WS-WATCH-HIT = 'Y'
               IF WS-SCREEN-DESCRIPTION(WS-SCREEN-POS:WS-SCREEN-LEN)
                       = WS-WL-TERM(WL-IDX)(1:WS-SCREEN-LEN)
                   MOVE 'Y' TO WS-SCREEN-BOUNDED
                   IF WS-WL-MATCH-TYPE(WL-IDX) = 'WORD    '
                       PERFORM CHECK-WORD-BOUNDARY
                   END-IF
                   IF WS-SCREEN-BOUNDED = 'Y'
                       MOVE 'Y' TO WS-WATCH-HIT
                       MOVE 'DESCRIPT' TO WS-WATCH-HIT-FIELD
                       SET WS-WATCH-HIT-ENTRY TO WL-IDX
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-WORD-BOUNDARY.
           IF WS-SCREEN-POS > 1
               MOVE WS-SCREEN-DESCRIPTION(WS-SCREEN-POS - 1:1)
                   TO WS-SCREEN-EDGE
               IF (WS-SCREEN-EDGE >= 'A' AND WS-SCREEN-EDGE <= 'Z')
                       OR (WS-SCREEN-EDGE >= '0'
                           AND WS-SCREEN-EDGE <= '9')
                   MOVE 'N' TO WS-SCREEN-BOUNDED
               END-IF
           END-IF
           IF WS-SCREEN-POS + WS-SCREEN-LEN <= 100
               MOVE WS-SCREEN-DESCRIPTION
                       (WS-SCREEN-POS + WS-SCREEN-LEN:1)
                   TO WS-SCREEN-EDGE
               IF (WS-SCREEN-EDGE >= 'A' AND WS-SCREEN-EDGE <= 'Z')
                       OR (WS-SCREEN-EDGE >= '0'
                           AND WS-SCREEN-EDGE <= '9')
                   MOVE 'N' TO WS-SCREEN-BOUNDED
               END-IF
           END-IF.

       WRITE-WATCH-HIT.
           IF WS-WATCH-LOG-OPEN = 'N'
               OPEN EXTEND WATCH-HIT-LOG
               IF FS-WATCH-HIT-LOG NOT = "00"
                       AND FS-WATCH-HIT-LOG NOT = "05"
                   OPEN OUTPUT WATCH-HIT-LOG
               END-IF
               MOVE 'Y' TO WS-WATCH-LOG-OPEN
           END-IF
           SET WL-IDX TO WS-WATCH-HIT-ENTRY
           MOVE SPACES TO WATCH-HIT-RECORD
           MOVE WS-HELD-KEY TO WH-HIT-REF
           MOVE WS-RC-RUN-DATE TO WH-RUN-DATE
           MOVE WS-WL-ENTRY-ID(WL-IDX) TO WH-ENTRY-ID
           MOVE WS-WL-MATCH-TYPE(WL-IDX) TO WH-MATCH-TYPE
           MOVE WS-WATCH-HIT-FIELD TO WH-FIELD
           MOVE WS-HELD-REASON TO WH-TERM
           MOVE TR2-ID TO WH-TR-ID
           MOVE WS-VAL-AMOUNT TO WH-AMOUNT
           MOVE WS-VAL-CURRENCY TO WH-CURRENCY
           MOVE WS-VAL-CATEGORY TO WH-CATEGORY
           MOVE WS-REC-SOURCE TO WH-SOURCE-CODE
           MOVE WS-BATCH-ID TO WH-BATCH-ID
           WRITE WATCH-HIT-RECORD.

       WRITE-HELD-RECORD.
           MOVE SPACES TO HELD-RECORD
           IF WS-VAL-FORMAT = '2'
           MOVE WS-VAL-TIMESTAMP TO HD-TR-TIMESTAMP
           MOVE WS-VAL-CURRENCY TO HD-TR-CURRENCY
           MOVE WS-VAL-ACCOUNT TO HD-TR-ACCOUNT
           IF WS-BATCH-OPEN = 'Y'
               MOVE WS-BATCH-ID TO HD-BATCH-ID
               MOVE WS-CURRENT-SOURCE TO HD-BATCH-SOURCE
           ELSE
               MOVE SPACES TO HD-BATCH-ID
               MOVE SPACES TO HD-BATCH-SOURCE
           END-IF
           MOVE WS-REC-SOURCE TO HD-SOURCE-CODE
           MOVE WS-HELD-KEY-TYPE TO HD-HOLD-KEY-TYPE
           MOVE WS-HELD-KEY TO HD-HOLD-KEY
           MOVE WS-HELD-REASON TO HD-REASON
           WRITE HELD-RECORD.

       WRITE-AUDIT-LOG-ENTRY.
               WRITE AUDIT-LOG-RECORD
           END-IF

           IF WS-VALRULE-OVERFLOW = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP
                      ' PROGRAM=TRANSACTION-PROCESSOR'
                      ' WARNING=VALRULES-OVERFLOW LIMIT=200'
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF

           IF WS-WATCH-OVERFLOW = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP
                      ' PROGRAM=TRANSACTION-PROCESSOR'
                      ' WARNING=WATCHLST-OVERFLOW LIMIT=500'
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF

           IF WS-RELEASED-OVERFLOW = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP
                      ' PROGRAM=TRANSACTION-PROCESSOR'
                      ' WARNING=WLDECN-OVERFLOW LIMIT=2000'
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF

           IF WS-BATCH-MISMATCH = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP
           MOVE WS-REJECT-REASON-TEXT TO RJ-REASON-TEXT
           MOVE ZERO TO RJ-AGE-DAYS
           MOVE WS-REC-SOURCE TO RJ-SOURCE-CODE
           IF WS-BATCH-OPEN = 'Y'
               MOVE WS-BATCH-ID TO RJ-BATCH-ID
               MOVE WS-CURRENT-SOURCE TO RJ-BATCH-SOURCE
           ELSE
               MOVE SPACES TO RJ-BATCH-ID
               MOVE SPACES TO RJ-BATCH-SOURCE
           END-IF
           WRITE REJECT-RECORD.

       VALIDATE-RECORD.
               MOVE 'AMOUNT OUT OF RANGE' TO WS-REJECT-REASON-TEXT
           END-IF

           IF WS-VALRULE-COUNT > 0
               PERFORM SELECT-VALIDATION-RULE
                   THRU SELECT-VALIDATION-RULE-EXIT
               IF WS-RULE-FOUND = 'Y' AND AR-BREACH-ACTION = 'R'
                   PERFORM CHECK-VALIDATION-RULE
                       THRU CHECK-VALIDATION-RULE-EXIT
               END-IF
           END-IF

           MOVE WS-VAL-TIMESTAMP(1:4) TO WS-YEAR-TEXT
           MOVE WS-VAL-TIMESTAMP(6:2) TO WS-MONTH-TEXT
           MOVE WS-VAL-TIMESTAMP(9:2) TO WS-DAY-TEXT
                   CONTINUE
           END-SEARCH.

       SELECT-VALIDATION-RULE.
      *> Most specific rule first: source and category, category
      *> alone, source alone, then the all-blank default row.
           MOVE 'N' TO WS-RULE-FOUND
           MOVE WS-REC-SOURCE TO WS-VR-FIND-SOURCE
           MOVE WS-VAL-CATEGORY TO WS-VR-FIND-CATEGORY
           PERFORM FIND-VALIDATION-RULE
           IF WS-RULE-FOUND = 'Y'
               GO TO SELECT-VALIDATION-RULE-EXIT
           END-IF
           MOVE SPACES TO WS-VR-FIND-SOURCE
           PERFORM FIND-VALIDATION-RULE
           IF WS-RULE-FOUND = 'Y'
               GO TO SELECT-VALIDATION-RULE-EXIT
           END-IF
           MOVE WS-REC-SOURCE TO WS-VR-FIND-SOURCE
           MOVE SPACES TO WS-VR-FIND-CATEGORY
           PERFORM FIND-VALIDATION-RULE
           IF WS-RULE-FOUND = 'Y'
               GO TO SELECT-VALIDATION-RULE-EXIT
           END-IF
           MOVE SPACES TO WS-VR-FIND-SOURCE
           PERFORM FIND-VALIDATION-RULE.

       SELECT-VALIDATION-RULE-EXIT.
           EXIT.

       FIND-VALIDATION-RULE.
           SET VR-IDX TO 1
           SEARCH WS-VR-ENTRY
               AT END
                   CONTINUE
               WHEN VR-IDX > WS-VALRULE-COUNT
                   CONTINUE
               WHEN WS-VR-SOURCE(VR-IDX) = WS-VR-FIND-SOURCE
                       AND WS-VR-CATEGORY(VR-IDX) = WS-VR-FIND-CATEGORY
                   MOVE 'Y' TO WS-RULE-FOUND
                   MOVE WS-VR-BODY(VR-IDX) TO AR-RULE-BODY
           END-SEARCH.

       CHECK-VALIDATION-RULE.
      *> Each breach carries its own reason code so REJECT-QUALITY
      *> can report on it. A version-1 record (and a 213-byte
      *> version-2 record, for the account) cannot carry a type,
      *> description or account, so only version-2 records are held
      *> to those parts of the rule.
           IF AR-MIN-AMOUNT NOT = ZERO OR AR-MAX-AMOUNT NOT = ZERO
               IF WS-VAL-AMOUNT < AR-MIN-AMOUNT
                       OR WS-VAL-AMOUNT > AR-MAX-AMOUNT
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'RAMT' TO WS-REJECT-REASON-CODE
                   MOVE 'AMOUNT OUTSIDE RULE RANGE'
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF

           IF AR-CURRENCY-LIST NOT = SPACES
               SET AR-CCY-IDX TO 1
               SEARCH AR-CURRENCY
                   AT END
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'RCCY' TO WS-REJECT-REASON-CODE
                       MOVE 'CURRENCY NOT ALLOWED BY RULE'
                           TO WS-REJECT-REASON-TEXT
                   WHEN AR-CURRENCY(AR-CCY-IDX) = WS-VAL-CURRENCY
                           AND WS-VAL-CURRENCY NOT = SPACES
                       CONTINUE
               END-SEARCH
           END-IF

           IF WS-VAL-FORMAT NOT = '2'
               GO TO CHECK-VALIDATION-RULE-EXIT
           END-IF

           IF AR-TYPE-LIST NOT = SPACES
               SET AR-TYP-IDX TO 1
               SEARCH AR-TYPE
                   AT END
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'RTYP' TO WS-REJECT-REASON-CODE
                       MOVE 'TYPE NOT ALLOWED FOR CATEGORY'
                           TO WS-REJECT-REASON-TEXT
                   WHEN AR-TYPE(AR-TYP-IDX) = WS-VAL-TYPE
                           AND WS-VAL-TYPE NOT = SPACES
                       CONTINUE
               END-SEARCH
           END-IF

           IF AR-DESC-REQUIRED = 'Y' AND WS-VAL-DESCRIPTION = SPACES
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'RDSC' TO WS-REJECT-REASON-CODE
               MOVE 'DESCRIPTION REQUIRED BY RULE'
                   TO WS-REJECT-REASON-TEXT
           END-IF

           IF AR-ACCOUNT-REQUIRED = 'Y' AND WS-TRANSIN-REC-LEN = 221
                   AND WS-VAL-ACCOUNT = SPACES
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'RACC' TO WS-REJECT-REASON-CODE
               MOVE 'ACCOUNT REQUIRED BY RULE' TO WS-REJECT-REASON-TEXT
           END-IF.

       CHECK-VALIDATION-RULE-EXIT.
           EXIT.

       DETERMINE-DAYS-IN-MONTH.
           MOVE 'N' TO WS-LEAP-YEAR-FLAG
           IF FUNCTION MOD(WS-YEAR-NUM, 4) = 0
