               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ACCOUNT-MASTER.
           SELECT VALIDATION-RULES ASSIGN TO "VALRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-VALIDATION-RULES.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT              PIC X(8).
           05  FILLER                  PIC X(01).
           05  AM-ENTITY-CODE          PIC X(4).

       FD  VALIDATION-RULES.
       01  VALIDATION-RULE-RECORD.
           COPY "valrule_record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 FS-AUDIT-LOG            PIC X(2).
           05 FS-CATEGORY-MASTER      PIC X(2).
           05 FS-ACCOUNT-MASTER       PIC X(2).
           05 FS-VALIDATION-RULES     PIC X(2).

      *> One row per REPAIR.DAT line. A blank field on the repair line
      *> means "keep the rejected record's value" - only non-blank
           05 WS-ACCM-ENTRY OCCURS 500 TIMES INDEXED BY ACCM-IDX.
              10 WS-ACCM-ACCOUNT       PIC X(8).

      *> Validation rules, loaded and selected exactly as
      *> TRANSACTION-PROCESSOR does - only reject-action rules are
      *> applied to a repaired record.
       01  WS-VALRULE-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-VALRULE-EOF            PIC X(1) VALUE 'N'.
       01  WS-VALRULE-OVERFLOW       PIC X(1) VALUE 'N'.
       01  WS-VALRULE-TABLE.
           05 WS-VR-ENTRY OCCURS 200 TIMES INDEXED BY VR-IDX.
              10 WS-VR-SOURCE          PIC X(3).
              10 WS-VR-CATEGORY        PIC X(20).
              10 WS-VR-BODY            PIC X(113).
       01  WS-VR-FIND-SOURCE         PIC X(3).
       01  WS-VR-FIND-CATEGORY       PIC X(20).
       01  WS-RULE-FOUND             PIC X(1).
       01  WS-ACTIVE-RULE.
           COPY "valrule_record.cpy"
               REPLACING LEADING ==VR-== BY ==AR-==.

      *> The reject currently being worked, in reject_record.cpy
      *> layout regardless of whether it arrived on REJECT or on the
      *> carry file, so one repair/validate path serves both.
           PERFORM LOAD-REPAIR-TABLE
           PERFORM LOAD-CATEGORY-MASTER
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-VALIDATION-RULES

           PERFORM UNTIL WS-EOF = 'Y'
               READ REJECT-IN
               CLOSE ACCOUNT-MASTER
           END-IF.

       LOAD-VALIDATION-RULES.
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

       PROCESS-CARRY-FILE.
      *> The previous cycle's carry file is optional - the first
      *> repair run ever has none.
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

           MOVE WR-TR-TIMESTAMP(1:4) TO WS-YEAR-TEXT
           MOVE WR-TR-TIMESTAMP(6:2) TO WS-MONTH-TEXT
           MOVE WR-TR-TIMESTAMP(9:2) TO WS-DAY-TEXT
                   CONTINUE
           END-SEARCH.

       SELECT-VALIDATION-RULE.
           MOVE 'N' TO WS-RULE-FOUND
           MOVE WR-SOURCE-CODE TO WS-VR-FIND-SOURCE
           MOVE WR-TR-CATEGORY TO WS-VR-FIND-CATEGORY
           PERFORM FIND-VALIDATION-RULE
           IF WS-RULE-FOUND = 'Y'
               GO TO SELECT-VALIDATION-RULE-EXIT
           END-IF
           MOVE SPACES TO WS-VR-FIND-SOURCE
           PERFORM FIND-VALIDATION-RULE
           IF WS-RULE-FOUND = 'Y'
               GO TO SELECT-VALIDATION-RULE-EXIT
           END-IF
           MOVE WR-SOURCE-CODE TO WS-VR-FIND-SOURCE
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
      *> A repaired version-2 record goes back out at full length, so
      *> unlike the processor the account requirement applies to
      *> every version-2 record here.
           IF AR-MIN-AMOUNT NOT = ZERO OR AR-MAX-AMOUNT NOT = ZERO
               IF WR-TR-AMOUNT < AR-MIN-AMOUNT
                       OR WR-TR-AMOUNT > AR-MAX-AMOUNT
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
                   WHEN AR-CURRENCY(AR-CCY-IDX) = WR-TR-CURRENCY
                           AND WR-TR-CURRENCY NOT = SPACES
                       CONTINUE
               END-SEARCH
           END-IF

           IF WR-FORMAT-VERSION NOT = '2'
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
                   WHEN AR-TYPE(AR-TYP-IDX) = WR-TR-TYPE
                           AND WR-TR-TYPE NOT = SPACES
                       CONTINUE
               END-SEARCH
           END-IF

           IF AR-DESC-REQUIRED = 'Y' AND WR-TR-DESCRIPTION = SPACES
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'RDSC' TO WS-REJECT-REASON-CODE
               MOVE 'DESCRIPTION REQUIRED BY RULE'
                   TO WS-REJECT-REASON-TEXT
           END-IF

           IF AR-ACCOUNT-REQUIRED = 'Y' AND WR-TR-ACCOUNT = SPACES
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'RACC' TO WS-REJECT-REASON-CODE
               MOVE 'ACCOUNT REQUIRED BY RULE' TO WS-REJECT-REASON-TEXT
           END-IF.

       CHECK-VALIDATION-RULE-EXIT.
           EXIT.

       DETERMINE-DAYS-IN-MONTH.
           MOVE 'N' TO WS-LEAP-YEAR-FLAG
           IF FUNCTION MOD(WS-YEAR-NUM, 4) = 0
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD

           IF WS-VALRULE-OVERFLOW = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP
                      ' PROGRAM=REJECT-REPAIR'
                      ' WARNING=VALRULES-OVERFLOW LIMIT=200'
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF

           CLOSE AUDIT-LOG.

       END PROGRAM REJECT-REPAIR.
