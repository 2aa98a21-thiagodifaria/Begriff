       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-08-21.
      *> Maintenance utility for the steering masters: the category
      *> master CATMAST.DAT, the control file CONTROL.DAT, the
      *> business-calendar holiday master HOLIDAY.DAT (consulted by
      *> RUN-HISTORY, TREND-REPORT, and CATCHUP-DRIVER so public
      *> holidays stop reading as missed runs), and the budget master
      *> BUDGET.DAT (monthly plan per category or per category group,
      *> read by BUDGET-REPORT), and the validation-rules master
      *> VALRULES.DAT (amount range, currencies, types and mandatory
      *> fields per source and/or category, applied by TRANSACTION-
      *> PROCESSOR, RECONCILE and REJECT-REPAIR), and the compliance
      *> watch list WATCHLST.DAT (account IDs and description terms
      *> TRANSACTION-PROCESSOR screens and holds on). All were
      *> previously hand-edited, which is how
      *> fat-fingered record types and duplicate categories reached
      *> the validation programs undetected. Add/change/delete
      *> requests are supplied one per line in MAINTREQ.DAT, each
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLIDAY-FILE.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BUDGET-FILE.
           SELECT VALRULE-FILE ASSIGN TO "VALRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VALRULE-FILE.
           SELECT WATCHLIST-FILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WATCHLIST-FILE.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
           05  MR-AMOUNT              PIC X(17).
           05  FILLER                 PIC X(01).
           05  MR-USER-ID             PIC X(8).
      *> A VALRULE request carries the rule body after the user ID,
      *> in valrule_record.cpy's VR-RULE-BODY layout, and a WATCHLST
      *> request the entry body in watchlist_record.cpy's
      *> WL-ENTRY-BODY layout; every other target leaves it blank.
           05  FILLER                 PIC X(01).
           05  MR-RULE-BODY           PIC X(113).

       FD  CATEGORY-MASTER-FILE.
       01  CATEGORY-MASTER-RECORD.
           05  FILLER                PIC X(01).
           05  HOL-NAME              PIC X(30).

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BG-LEVEL              PIC X(8).
           05  FILLER                PIC X(01).
           05  BG-KEY                PIC X(20).
           05  FILLER                PIC X(01).
           05  BG-MONTHLY-AMOUNT     PIC 9(15)V99.

       FD  VALRULE-FILE.
       01  VALRULE-RECORD.
           COPY "valrule_record.cpy".

       FD  WATCHLIST-FILE.
       01  WATCHLIST-RECORD.
           COPY "watchlist_record.cpy".

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(80).

           05 FS-CATEGORY-MASTER      PIC X(2).
           05 FS-CONTROL-FILE         PIC X(2).
           05 FS-HOLIDAY-FILE         PIC X(2).
           05 FS-BUDGET-FILE          PIC X(2).
           05 FS-VALRULE-FILE         PIC X(2).
           05 FS-WATCHLIST-FILE       PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).
           05 FS-PRINT-OUT            PIC X(2).

       01  WS-CONTROL-CHANGED         PIC X(1) VALUE 'N'.
       01  WS-HOLIDAY-CHANGED         PIC X(1) VALUE 'N'.
       01  WS-HOLIDAY-EOF             PIC X(1) VALUE 'N'.
       01  WS-BUDGET-CHANGED          PIC X(1) VALUE 'N'.
       01  WS-BUDGET-EOF              PIC X(1) VALUE 'N'.
       01  WS-VALRULE-CHANGED         PIC X(1) VALUE 'N'.
       01  WS-VALRULE-EOF             PIC X(1) VALUE 'N'.
       01  WS-WATCHLIST-CHANGED       PIC X(1) VALUE 'N'.
       01  WS-WATCHLIST-EOF           PIC X(1) VALUE 'N'.

      *> In-memory images of the two masters. Changes are applied
      *> here and the files rewritten once at the end, so a rejected
              10 WS-HOL-NAME          PIC X(30).
              10 WS-HOL-DELETED       PIC X(1).

       01  WS-BUD-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-BUD-TABLE.
           05 WS-BUD-ENTRY OCCURS 600 TIMES INDEXED BY BUD-IDX.
              10 WS-BUD-LEVEL         PIC X(8).
              10 WS-BUD-KEY           PIC X(20).
              10 WS-BUD-AMOUNT        PIC 9(15)V99.
              10 WS-BUD-DELETED       PIC X(1).

       01  WS-VRL-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-VRL-TABLE.
           05 WS-VRL-ENTRY OCCURS 200 TIMES INDEXED BY VRL-IDX.
              10 WS-VRL-SOURCE        PIC X(3).
              10 WS-VRL-CATEGORY      PIC X(20).
              10 WS-VRL-BODY          PIC X(113).
              10 WS-VRL-DELETED       PIC X(1).

      *> The requested and the replaced rule bodies, laid out so the
      *> request can be checked field by field and both sides of a
      *> change written to the audit trail.
       01  WS-NEW-RULE.
           COPY "valrule_record.cpy"
               REPLACING LEADING ==VR-== BY ==NVR-==.
       01  WS-OLD-RULE.
           COPY "valrule_record.cpy"
               REPLACING LEADING ==VR-== BY ==OVR-==.
       01  WS-AUDIT-RULE.
           COPY "valrule_record.cpy"
               REPLACING LEADING ==VR-== BY ==AVR-==.
       01  WS-AUDIT-RULE-LABEL        PIC X(3).

       01  WS-WLM-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-WLM-TABLE.
           05 WS-WLM-ENTRY OCCURS 500 TIMES INDEXED BY WLM-IDX.
              10 WS-WLM-ENTRY-ID      PIC X(8).
              10 WS-WLM-BODY          PIC X(67).
              10 WS-WLM-DELETED       PIC X(1).

      *> Requested and replaced watch-list entry bodies, as for the
      *> validation rules above.
       01  WS-NEW-WATCH.
           COPY "watchlist_record.cpy"
               REPLACING LEADING ==WL-== BY ==NWL-==.
       01  WS-OLD-WATCH.
           COPY "watchlist_record.cpy"
               REPLACING LEADING ==WL-== BY ==OWL-==.
       01  WS-AUDIT-WATCH.
           COPY "watchlist_record.cpy"
               REPLACING LEADING ==WL-== BY ==AWL-==.

       01  WS-REQUEST-WORK.
           05 WS-REJECT-REASON        PIC X(40).
           05 WS-REQUEST-OK           PIC X(1).
           PERFORM LOAD-CATEGORY-MASTER
           PERFORM LOAD-CONTROL-FILE
           PERFORM LOAD-HOLIDAY-FILE
           PERFORM LOAD-BUDGET-FILE
           PERFORM LOAD-VALRULE-FILE
           PERFORM LOAD-WATCHLIST-FILE
           PERFORM OPEN-AUDIT-LOG

           PERFORM UNTIL WS-REQUEST-EOF = 'Y'
           IF WS-HOLIDAY-CHANGED = 'Y'
               PERFORM REWRITE-HOLIDAY-FILE
           END-IF
           IF WS-BUDGET-CHANGED = 'Y'
               PERFORM REWRITE-BUDGET-FILE
           END-IF
           IF WS-VALRULE-CHANGED = 'Y'
               PERFORM REWRITE-VALRULE-FILE
           END-IF
           IF WS-WATCHLIST-CHANGED = 'Y'
               PERFORM REWRITE-WATCHLIST-FILE
           END-IF

           PERFORM WRITE-RUN-TOTALS
           IF WS-REQUESTS-REJECTED > 0 AND WS-EXIT-CODE = 0
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

       LOAD-BUDGET-FILE.
           OPEN INPUT BUDGET-FILE
           IF FS-BUDGET-FILE = "00"
               PERFORM UNTIL WS-BUDGET-EOF = 'Y'
                       OR WS-BUD-COUNT = 600
                   READ BUDGET-FILE
                       AT END
                           MOVE 'Y' TO WS-BUDGET-EOF
                       NOT AT END
                           ADD 1 TO WS-BUD-COUNT
                           SET BUD-IDX TO WS-BUD-COUNT
                           MOVE BG-LEVEL TO WS-BUD-LEVEL(BUD-IDX)
                           MOVE BG-KEY TO WS-BUD-KEY(BUD-IDX)
                           MOVE BG-MONTHLY-AMOUNT
                               TO WS-BUD-AMOUNT(BUD-IDX)
                           MOVE 'N' TO WS-BUD-DELETED(BUD-IDX)
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       PROCESS-BUDGET-REQUEST.
      *> A budget row is a monthly plan amount for one category or
      *> one category group. The level ('CATEGORY' or 'GROUP') rides
      *> the request's MR-REC-TYPE field, the category name or group
      *> code rides MR-CATEGORY, and the monthly amount MR-AMOUNT,
      *> exactly as for a control row. The key must be live on the
      *> category master - a plan for a category or group nothing
      *> posts to could never be reported against.
           MOVE ZERO TO WS-NEW-AMOUNT
           MOVE ZERO TO WS-OLD-AMOUNT
           IF MR-REC-TYPE NOT = 'CATEGORY'
                   AND MR-REC-TYPE NOT = 'GROUP   '
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'BUDGET LEVEL NOT CATEGORY/GROUP'
                   TO WS-REJECT-REASON
           END-IF

           IF WS-REQUEST-OK = 'Y'
                   AND (MR-ACTION = 'ADD   ' OR MR-ACTION = 'CHANGE')
               IF MR-AMOUNT IS NUMERIC
                   MOVE MR-AMOUNT TO WS-NEW-AMOUNT(1:17)
               ELSE
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'BUDGET AMOUNT NOT NUMERIC'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REQUEST-OK = 'Y'
               EVALUATE MR-ACTION
                   WHEN 'ADD   '
                       PERFORM ADD-BUDGET-ENTRY
                   WHEN 'CHANGE'
                       PERFORM FIND-BUDGET-ENTRY
                       IF WS-FOUND = 'N'
                           MOVE 'N' TO WS-REQUEST-OK
                           MOVE 'BUDGET ROW NOT ON MASTER'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-BUD-AMOUNT(BUD-IDX)
                               TO WS-OLD-AMOUNT
                           MOVE WS-NEW-AMOUNT
                               TO WS-BUD-AMOUNT(BUD-IDX)
                           MOVE 'Y' TO WS-BUDGET-CHANGED
                           PERFORM WRITE-AUDIT-BUDGET-CHANGE
                       END-IF
                   WHEN 'DELETE'
                       PERFORM FIND-BUDGET-ENTRY
                       IF WS-FOUND = 'N'
                           MOVE 'N' TO WS-REQUEST-OK
                           MOVE 'BUDGET ROW NOT ON MASTER'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-BUD-AMOUNT(BUD-IDX)
                               TO WS-OLD-AMOUNT
                           MOVE 'Y' TO WS-BUD-DELETED(BUD-IDX)
                           MOVE 'Y' TO WS-BUDGET-CHANGED
                           PERFORM WRITE-AUDIT-BUDGET-CHANGE
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-REQUEST-OK
                       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       ADD-BUDGET-ENTRY.
           PERFORM FIND-BUDGET-ENTRY
           IF WS-FOUND = 'Y'
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'DUPLICATE BUDGET ROW' TO WS-REJECT-REASON
           ELSE
               PERFORM CHECK-BUDGET-KEY
               IF WS-FOUND = 'N'
                   MOVE 'N' TO WS-REQUEST-OK
                   IF MR-REC-TYPE = 'CATEGORY'
                       MOVE 'CATEGORY NOT ON MASTER'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE 'GROUP NOT ON CATEGORY MASTER'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF WS-BUD-COUNT < 600
                       ADD 1 TO WS-BUD-COUNT
                       SET BUD-IDX TO WS-BUD-COUNT
                       MOVE MR-REC-TYPE TO WS-BUD-LEVEL(BUD-IDX)
                       MOVE MR-CATEGORY TO WS-BUD-KEY(BUD-IDX)
                       MOVE WS-NEW-AMOUNT TO WS-BUD-AMOUNT(BUD-IDX)
                       MOVE 'N' TO WS-BUD-DELETED(BUD-IDX)
                       MOVE 'Y' TO WS-BUDGET-CHANGED
                       PERFORM WRITE-AUDIT-BUDGET-CHANGE
                   ELSE
                       MOVE 'N' TO WS-REQUEST-OK
                       MOVE 'BUDGET MASTER FULL' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       FIND-BUDGET-ENTRY.
           MOVE 'N' TO WS-FOUND
           SET BUD-IDX TO 1
           SEARCH WS-BUD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BUD-LEVEL(BUD-IDX) = MR-REC-TYPE
                       AND WS-BUD-KEY(BUD-IDX) = MR-CATEGORY
                       AND WS-BUD-DELETED(BUD-IDX) = 'N'
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH.

       CHECK-BUDGET-KEY.
           MOVE 'N' TO WS-FOUND
           SET CATM-IDX TO 1
           IF MR-REC-TYPE = 'CATEGORY'
               SEARCH WS-CATM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CATM-NAME(CATM-IDX) = MR-CATEGORY
                           AND WS-CATM-DELETED(CATM-IDX) = 'N'
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           ELSE
               SEARCH WS-CATM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CATM-GROUP(CATM-IDX) = MR-CATEGORY(1:8)
                           AND MR-CATEGORY(9:12) = SPACES
                           AND WS-CATM-DELETED(CATM-IDX) = 'N'
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           END-IF.

       CHECK-BUDGET-REFERENCE.
           MOVE 'N' TO WS-FOUND
           SET BUD-IDX TO 1
           SEARCH WS-BUD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BUD-LEVEL(BUD-IDX) = 'CATEGORY'
                       AND WS-BUD-KEY(BUD-IDX) = MR-CATEGORY
                       AND WS-BUD-DELETED(BUD-IDX) = 'N'
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH.

       REWRITE-BUDGET-FILE.
           OPEN OUTPUT BUDGET-FILE
           IF FS-BUDGET-FILE NOT = "00"
               MOVE 3 TO WS-EXIT-CODE
           ELSE
               PERFORM VARYING BUD-IDX FROM 1 BY 1
                       UNTIL BUD-IDX > WS-BUD-COUNT
                   IF WS-BUD-DELETED(BUD-IDX) = 'N'
                       MOVE SPACES TO BUDGET-RECORD
                       MOVE WS-BUD-LEVEL(BUD-IDX) TO BG-LEVEL
                       MOVE WS-BUD-KEY(BUD-IDX) TO BG-KEY
                       MOVE WS-BUD-AMOUNT(BUD-IDX)
                           TO BG-MONTHLY-AMOUNT
                       WRITE BUDGET-RECORD
                   END-IF
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       WRITE-AUDIT-BUDGET-CHANGE.
           PERFORM FORMAT-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' MAINT ' MR-USER-ID
                  ' ' MR-ACTION ' BUDGET ' MR-REC-TYPE
                  ' ' MR-CATEGORY
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING '  OLD=' WS-OLD-AMOUNT ' NEW=' WS-NEW-AMOUNT
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

       LOAD-VALRULE-FILE.
           OPEN INPUT VALRULE-FILE
           IF FS-VALRULE-FILE = "00"
               PERFORM UNTIL WS-VALRULE-EOF = 'Y'
                       OR WS-VRL-COUNT = 200
                   READ VALRULE-FILE
                       AT END
                           MOVE 'Y' TO WS-VALRULE-EOF
                       NOT AT END
                           ADD 1 TO WS-VRL-COUNT
                           SET VRL-IDX TO WS-VRL-COUNT
                           MOVE VR-SOURCE TO WS-VRL-SOURCE(VRL-IDX)
                           MOVE VR-CATEGORY
                               TO WS-VRL-CATEGORY(VRL-IDX)
                           MOVE VR-RULE-BODY TO WS-VRL-BODY(VRL-IDX)
                           MOVE 'N' TO WS-VRL-DELETED(VRL-IDX)
                   END-READ
               END-PERFORM
               CLOSE VALRULE-FILE
           END-IF.

       PROCESS-VALRULE-REQUEST.
      *> A validation rule is keyed by source code and/or category.
      *> The source code rides the first three characters of the
      *> request's MR-REC-TYPE field and the category MR-CATEGORY
      *> (either may be blank - an all-blank key is the default
      *> rule); the rule body rides MR-RULE-BODY. A keyed category
      *> must be live on the category master, and the body must be
      *> one the validation programs can apply: numeric bounds with
      *> the minimum not above the maximum, recognised transaction
      *> types, Y/N flags and an R (reject) or E (exception) action.
           MOVE MR-RULE-BODY TO NVR-RULE-BODY
           MOVE SPACES TO OVR-RULE-BODY
           IF MR-REC-TYPE(4:5) NOT = SPACES
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'RULE SOURCE CODE OVER 3 CHARACTERS'
                   TO WS-REJECT-REASON
           END-IF

           IF WS-REQUEST-OK = 'Y'
                   AND (MR-ACTION = 'ADD   ' OR MR-ACTION = 'CHANGE')
               PERFORM CHECK-VALRULE-BODY
           END-IF

           IF WS-REQUEST-OK = 'Y'
               EVALUATE MR-ACTION
                   WHEN 'ADD   '
                       PERFORM ADD-VALRULE-ENTRY
                   WHEN 'CHANGE'
                       PERFORM FIND-VALRULE-ENTRY
                       IF WS-FOUND = 'N'
                           MOVE 'N' TO WS-REQUEST-OK
                           MOVE 'VALRULE ROW NOT ON MASTER'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-VRL-BODY(VRL-IDX) TO OVR-RULE-BODY
                           MOVE NVR-RULE-BODY TO WS-VRL-BODY(VRL-IDX)
                           MOVE 'Y' TO WS-VALRULE-CHANGED
                           PERFORM WRITE-AUDIT-VALRULE-CHANGE
                       END-IF
                   WHEN 'DELETE'
                       PERFORM FIND-VALRULE-ENTRY
                       IF WS-FOUND = 'N'
                           MOVE 'N' TO WS-REQUEST-OK
                           MOVE 'VALRULE ROW NOT ON MASTER'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-VRL-BODY(VRL-IDX) TO OVR-RULE-BODY
                           MOVE 'Y' TO WS-VRL-DELETED(VRL-IDX)
                           MOVE 'Y' TO WS-VALRULE-CHANGED
                           PERFORM WRITE-AUDIT-VALRULE-CHANGE
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-REQUEST-OK
                       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       CHECK-VALRULE-BODY.
           IF NVR-MIN-AMOUNT IS NOT NUMERIC
                   OR NVR-MAX-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'RULE AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               IF NVR-MIN-AMOUNT > NVR-MAX-AMOUNT
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'RULE MINIMUM ABOVE MAXIMUM'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           PERFORM VARYING NVR-TYP-IDX FROM 1 BY 1
                   UNTIL NVR-TYP-IDX > 6
               IF NVR-TYPE(NVR-TYP-IDX) NOT = SPACES
                       AND NVR-TYPE(NVR-TYP-IDX) NOT = 'DEBIT   '
                       AND NVR-TYPE(NVR-TYP-IDX) NOT = 'CREDIT  '
                       AND NVR-TYPE(NVR-TYP-IDX) NOT = 'TRANSFER'
                       AND NVR-TYPE(NVR-TYP-IDX) NOT = 'REVERSAL'
                       AND NVR-TYPE(NVR-TYP-IDX) NOT = 'FEE     '
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'RULE TYPE NOT RECOGNISED' TO WS-REJECT-REASON
               END-IF
           END-PERFORM
           IF (NVR-DESC-REQUIRED NOT = 'Y'
                       AND NVR-DESC-REQUIRED NOT = 'N')
                   OR (NVR-ACCOUNT-REQUIRED NOT = 'Y'
                       AND NVR-ACCOUNT-REQUIRED NOT = 'N')
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'RULE FLAG NOT Y OR N' TO WS-REJECT-REASON
           END-IF
           IF NVR-BREACH-ACTION NOT = 'R'
                   AND NVR-BREACH-ACTION NOT = 'E'
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'RULE ACTION NOT R OR E' TO WS-REJECT-REASON
           END-IF.

       ADD-VALRULE-ENTRY.
           PERFORM FIND-VALRULE-ENTRY
           IF WS-FOUND = 'Y'
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'DUPLICATE VALRULE ROW' TO WS-REJECT-REASON
           ELSE
               IF MR-CATEGORY NOT = SPACES
                   PERFORM FIND-CATMAST-ENTRY
               ELSE
                   MOVE 'Y' TO WS-FOUND
               END-IF
               IF WS-FOUND = 'N'
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'CATEGORY NOT ON MASTER' TO WS-REJECT-REASON
               ELSE
                   IF WS-VRL-COUNT < 200
                       ADD 1 TO WS-VRL-COUNT
                       SET VRL-IDX TO WS-VRL-COUNT
                       MOVE MR-REC-TYPE(1:3) TO WS-VRL-SOURCE(VRL-IDX)
                       MOVE MR-CATEGORY TO WS-VRL-CATEGORY(VRL-IDX)
                       MOVE NVR-RULE-BODY TO WS-VRL-BODY(VRL-IDX)
                       MOVE 'N' TO WS-VRL-DELETED(VRL-IDX)
                       MOVE 'Y' TO WS-VALRULE-CHANGED
                       PERFORM WRITE-AUDIT-VALRULE-CHANGE
                   ELSE
                       MOVE 'N' TO WS-REQUEST-OK
                       MOVE 'VALRULE MASTER FULL' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       FIND-VALRULE-ENTRY.
           MOVE 'N' TO WS-FOUND
           SET VRL-IDX TO 1
           SEARCH WS-VRL-ENTRY
               AT END
                   CONTINUE
               WHEN VRL-IDX > WS-VRL-COUNT
                   CONTINUE
               WHEN WS-VRL-SOURCE(VRL-IDX) = MR-REC-TYPE(1:3)
                       AND WS-VRL-CATEGORY(VRL-IDX) = MR-CATEGORY
                       AND WS-VRL-DELETED(VRL-IDX) = 'N'
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH.

       CHECK-VALRULE-REFERENCE.
           MOVE 'N' TO WS-FOUND
           SET VRL-IDX TO 1
           SEARCH WS-VRL-ENTRY
               AT END
                   CONTINUE
               WHEN VRL-IDX > WS-VRL-COUNT
                   CONTINUE
               WHEN WS-VRL-CATEGORY(VRL-IDX) = MR-CATEGORY
                       AND WS-VRL-DELETED(VRL-IDX) = 'N'
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH.

       REWRITE-VALRULE-FILE.
           OPEN OUTPUT VALRULE-FILE
           IF FS-VALRULE-FILE NOT = "00"
               MOVE 3 TO WS-EXIT-CODE
           ELSE
               PERFORM VARYING VRL-IDX FROM 1 BY 1
                       UNTIL VRL-IDX > WS-VRL-COUNT
                   IF WS-VRL-DELETED(VRL-IDX) = 'N'
                       MOVE SPACES TO VALRULE-RECORD
                       MOVE WS-VRL-SOURCE(VRL-IDX) TO VR-SOURCE
                       MOVE WS-VRL-CATEGORY(VRL-IDX) TO VR-CATEGORY
                       MOVE WS-VRL-BODY(VRL-IDX) TO VR-RULE-BODY
                       WRITE VALRULE-RECORD
                   END-IF
               END-PERFORM
               CLOSE VALRULE-FILE
           END-IF.

       WRITE-AUDIT-VALRULE-CHANGE.
      *> The rule body is too wide for one 80-byte audit line, so
      *> each side of the change is written as a range/flags line, a
      *> currency line and a type line - OLD for a change or delete,
      *> NEW for an add or change.
           PERFORM FORMAT-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' MAINT ' MR-USER-ID
                  ' ' MR-ACTION ' VALRULE ' MR-REC-TYPE(1:3)
                  ' ' MR-CATEGORY
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           IF MR-ACTION NOT = 'ADD   '
               MOVE OVR-RULE-BODY TO AVR-RULE-BODY
               MOVE 'OLD' TO WS-AUDIT-RULE-LABEL
               PERFORM WRITE-AUDIT-RULE-BODY
           END-IF
           IF MR-ACTION NOT = 'DELETE'
               MOVE NVR-RULE-BODY TO AVR-RULE-BODY
               MOVE 'NEW' TO WS-AUDIT-RULE-LABEL
               PERFORM WRITE-AUDIT-RULE-BODY
           END-IF.

       WRITE-AUDIT-RULE-BODY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING '  ' WS-AUDIT-RULE-LABEL ' RANGE=' AVR-MIN-AMOUNT
                  ' TO ' AVR-MAX-AMOUNT
                  ' DESC=' AVR-DESC-REQUIRED
                  ' ACCT=' AVR-ACCOUNT-REQUIRED
                  ' BREACH=' AVR-BREACH-ACTION
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING '  ' WS-AUDIT-RULE-LABEL ' CCY=' AVR-CURRENCY-LIST
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING '  ' WS-AUDIT-RULE-LABEL ' TYPES=' AVR-TYPE-LIST
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

       LOAD-WATCHLIST-FILE.
           OPEN INPUT WATCHLIST-FILE
           IF FS-WATCHLIST-FILE = "00"
               PERFORM UNTIL WS-WATCHLIST-EOF = 'Y'
                       OR WS-WLM-COUNT = 500
                   READ WATCHLIST-FILE
                       AT END
                           MOVE 'Y' TO WS-WATCHLIST-EOF
                       NOT AT END
                           ADD 1 TO WS-WLM-COUNT
                           SET WLM-IDX TO WS-WLM-COUNT
                           MOVE WL-ENTRY-ID
                               TO WS-WLM-ENTRY-ID(WLM-IDX)
                           MOVE WL-ENTRY-BODY TO WS-WLM-BODY(WLM-IDX)
                           MOVE 'N' TO WS-WLM-DELETED(WLM-IDX)
                   END-READ
               END-PERFORM
               CLOSE WATCHLIST-FILE
           END-IF.

       PROCESS-WATCHLIST-REQUEST.
      *> A watch-list entry is keyed by compliance's entry ID, which
      *> rides the request's MR-REC-TYPE field; the entry body rides
      *> MR-RULE-BODY. The body must be one the processor can screen
      *> with: a recognised match type, a term (an account ID of at
      *> most eight characters for an ACCOUNT entry) and valid
      *> effective dates, the start not after the end.
           MOVE MR-RULE-BODY TO NWL-ENTRY-BODY
           MOVE SPACES TO OWL-ENTRY-BODY
           IF MR-REC-TYPE = SPACES
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'WATCHLST ENTRY ID MISSING' TO WS-REJECT-REASON
           END-IF

           IF WS-REQUEST-OK = 'Y'
                   AND (MR-ACTION = 'ADD   ' OR MR-ACTION = 'CHANGE')
               PERFORM CHECK-WATCHLIST-BODY
           END-IF

           IF WS-REQUEST-OK = 'Y'
               EVALUATE MR-ACTION
                   WHEN 'ADD   '
                       PERFORM FIND-WATCHLIST-ENTRY
                       IF WS-FOUND = 'Y'
                           MOVE 'N' TO WS-REQUEST-OK
                           MOVE 'DUPLICATE WATCHLST ENTRY'
                               TO WS-REJECT-REASON
                       ELSE
                           IF WS-WLM-COUNT < 500
                               ADD 1 TO WS-WLM-COUNT
                               SET WLM-IDX TO WS-WLM-COUNT
                               MOVE MR-REC-TYPE
                                   TO WS-WLM-ENTRY-ID(WLM-IDX)
                               MOVE NWL-ENTRY-BODY
                                   TO WS-WLM-BODY(WLM-IDX)
                               MOVE 'N' TO WS-WLM-DELETED(WLM-IDX)
                               MOVE 'Y' TO WS-WATCHLIST-CHANGED
                               PERFORM WRITE-AUDIT-WATCHLIST-CHANGE
                           ELSE
                               MOVE 'N' TO WS-REQUEST-OK
                               MOVE 'WATCHLST MASTER FULL'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   WHEN 'CHANGE'
                       PERFORM FIND-WATCHLIST-ENTRY
                       IF WS-FOUND = 'N'
                           MOVE 'N' TO WS-REQUEST-OK
                           MOVE 'WATCHLST ENTRY NOT ON MASTER'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-WLM-BODY(WLM-IDX) TO OWL-ENTRY-BODY
                           MOVE NWL-ENTRY-BODY TO WS-WLM-BODY(WLM-IDX)
                           MOVE 'Y' TO WS-WATCHLIST-CHANGED
                           PERFORM WRITE-AUDIT-WATCHLIST-CHANGE
                       END-IF
                   WHEN 'DELETE'
                       PERFORM FIND-WATCHLIST-ENTRY
                       IF WS-FOUND = 'N'
                           MOVE 'N' TO WS-REQUEST-OK
                           MOVE 'WATCHLST ENTRY NOT ON MASTER'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-WLM-BODY(WLM-IDX) TO OWL-ENTRY-BODY
                           MOVE 'Y' TO WS-WLM-DELETED(WLM-IDX)
                           MOVE 'Y' TO WS-WATCHLIST-CHANGED
                           PERFORM WRITE-AUDIT-WATCHLIST-CHANGE
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-REQUEST-OK
                       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       CHECK-WATCHLIST-BODY.
           IF NWL-MATCH-TYPE NOT = 'ACCOUNT '
                   AND NWL-MATCH-TYPE NOT = 'WORD    '
                   AND NWL-MATCH-TYPE NOT = 'CONTAINS'
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'MATCH TYPE NOT ACCOUNT/WORD/CONTAINS'
                   TO WS-REJECT-REASON
           END-IF
           IF NWL-TERM = SPACES
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'WATCHLST TERM MISSING' TO WS-REJECT-REASON
           END-IF
           IF NWL-MATCH-TYPE = 'ACCOUNT '
                   AND NWL-TERM(9:32) NOT = SPACES
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'ACCOUNT TERM OVER 8 CHARACTERS'
                   TO WS-REJECT-REASON
           END-IF
           IF (NWL-EFFECTIVE-FROM NOT = SPACES
                       AND NWL-EFFECTIVE-FROM IS NOT NUMERIC)
                   OR (NWL-EFFECTIVE-TO NOT = SPACES
                       AND NWL-EFFECTIVE-TO IS NOT NUMERIC)
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               IF NWL-EFFECTIVE-FROM NOT = SPACES
                       AND NWL-EFFECTIVE-TO NOT = SPACES
                       AND NWL-EFFECTIVE-FROM > NWL-EFFECTIVE-TO
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'EFFECTIVE FROM AFTER EFFECTIVE TO'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       FIND-WATCHLIST-ENTRY.
           MOVE 'N' TO WS-FOUND
           SET WLM-IDX TO 1
           SEARCH WS-WLM-ENTRY
               AT END
                   CONTINUE
               WHEN WLM-IDX > WS-WLM-COUNT
                   CONTINUE
               WHEN WS-WLM-ENTRY-ID(WLM-IDX) = MR-REC-TYPE
                       AND WS-WLM-DELETED(WLM-IDX) = 'N'
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH.

       REWRITE-WATCHLIST-FILE.
           OPEN OUTPUT WATCHLIST-FILE
           IF FS-WATCHLIST-FILE NOT = "00"
               MOVE 3 TO WS-EXIT-CODE
           ELSE
               PERFORM VARYING WLM-IDX FROM 1 BY 1
                       UNTIL WLM-IDX > WS-WLM-COUNT
                   IF WS-WLM-DELETED(WLM-IDX) = 'N'
                       MOVE SPACES TO WATCHLIST-RECORD
                       MOVE WS-WLM-ENTRY-ID(WLM-IDX) TO WL-ENTRY-ID
                       MOVE WS-WLM-BODY(WLM-IDX) TO WL-ENTRY-BODY
                       WRITE WATCHLIST-RECORD
                   END-IF
               END-PERFORM
               CLOSE WATCHLIST-FILE
           END-IF.

       WRITE-AUDIT-WATCHLIST-CHANGE.
      *> OLD for a change or delete, NEW for an add or change.
           PERFORM FORMAT-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' MAINT ' MR-USER-ID
                  ' ' MR-ACTION ' WATCHLST ' MR-REC-TYPE
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           IF MR-ACTION NOT = 'ADD   '
               MOVE OWL-ENTRY-BODY TO AWL-ENTRY-BODY
               MOVE 'OLD' TO WS-AUDIT-RULE-LABEL
               PERFORM WRITE-AUDIT-WATCH-BODY
           END-IF
           IF MR-ACTION NOT = 'DELETE'
               MOVE NWL-ENTRY-BODY TO AWL-ENTRY-BODY
               MOVE 'NEW' TO WS-AUDIT-RULE-LABEL
               PERFORM WRITE-AUDIT-WATCH-BODY
           END-IF.

       WRITE-AUDIT-WATCH-BODY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING '  ' WS-AUDIT-RULE-LABEL ' ' AWL-MATCH-TYPE
                  ' ' AWL-EFFECTIVE-FROM '-' AWL-EFFECTIVE-TO
                  ' ' AWL-TERM
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

       OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT-LOG NOT = "00" AND FS-AUDIT-LOG NOT = "05"
                   PERFORM PROCESS-CONTROL-REQUEST
               WHEN 'HOLIDAY '
                   PERFORM PROCESS-HOLIDAY-REQUEST
               WHEN 'BUDGET  '
                   PERFORM PROCESS-BUDGET-REQUEST
               WHEN 'VALRULE '
                   PERFORM PROCESS-VALRULE-REQUEST
               WHEN 'WATCHLST'
                   PERFORM PROCESS-WATCHLIST-REQUEST
               WHEN OTHER
                   MOVE 'N' TO WS-REQUEST-OK
                   MOVE 'UNKNOWN TARGET FILE' TO WS-REJECT-REASON
      *> on a live CATLIMIT control row must lose that row first -
      *> deleting it here alone would leave 2110-DETERMINE-EFFECTIVE-
      *> THRESHOLD steering off a limit for a category that no
      *> longer validates. A category budget row is held the same
      *> way, so BUDGET-REPORT never plans against a lost category,
      *> and so is a validation rule keyed on the category.
           EVALUATE MR-ACTION
               WHEN 'ADD   '
                   PERFORM FIND-CATMAST-ENTRY
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM CHECK-CATLIMIT-REFERENCE
                       IF WS-FOUND = 'N'
                           PERFORM CHECK-BUDGET-REFERENCE
                           IF WS-FOUND = 'Y'
                               MOVE 'N' TO WS-REQUEST-OK
                               MOVE 'CATEGORY STILL HAS BUDGET ROW'
                                   TO WS-REJECT-REASON
                           END-IF
                       ELSE
                           MOVE 'N' TO WS-REQUEST-OK
                           MOVE 'CATEGORY STILL HAS CATLIMIT ROW'
                               TO WS-REJECT-REASON
                       END-IF
                       IF WS-REQUEST-OK = 'Y'
                           PERFORM CHECK-VALRULE-REFERENCE
                           IF WS-FOUND = 'Y'
                               MOVE 'N' TO WS-REQUEST-OK
                               MOVE 'CATEGORY STILL HAS VALRULE ROW'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                       IF WS-REQUEST-OK = 'Y'
                           PERFORM FIND-CATMAST-ENTRY
                           MOVE 'Y' TO WS-CATM-DELETED(CATM-IDX)
                           MOVE 'Y' TO WS-CATM-CHANGED
           END-SEARCH.

       PROCESS-CONTROL-REQUEST.
      *> BASECURR, DUPSUPPR, LATEPOST and WOFFCATG rows carry no
      *> amount, so the work amounts are cleared up front - a stale
      *> value from an earlier request on the run must never reach
      *> the rewritten control file or the audit line.
           MOVE ZERO TO WS-NEW-AMOUNT
           MOVE ZERO TO WS-OLD-AMOUNT
           IF MR-REC-TYPE NOT = 'THRESHLD'
                   AND MR-REC-TYPE NOT = 'DUPHIST '
                   AND MR-REC-TYPE NOT = 'LATEPOST'
                   AND MR-REC-TYPE NOT = 'CORRAPPR'
                   AND MR-REC-TYPE NOT = 'NEARDUP '
                   AND MR-REC-TYPE NOT = 'NEARSIM '
                   AND MR-REC-TYPE NOT = 'BANKTOL '
                   AND MR-REC-TYPE NOT = 'BANKAGE '
                   AND MR-REC-TYPE NOT = 'CASHFLR '
                   AND MR-REC-TYPE NOT = 'BUDGVAR '
                   AND MR-REC-TYPE NOT = 'WOFFAPPR'
                   AND MR-REC-TYPE NOT = 'WOFFCATG'
                   AND MR-REC-TYPE NOT = 'KEEPDAYS'
               MOVE 'N' TO WS-REQUEST-OK
               MOVE 'UNKNOWN CTL-REC-TYPE' TO WS-REJECT-REASON
           END-IF
                   AND MR-REC-TYPE NOT = 'BASECURR'
                   AND MR-REC-TYPE NOT = 'DUPSUPPR'
                   AND MR-REC-TYPE NOT = 'LATEPOST'
                   AND MR-REC-TYPE NOT = 'WOFFCATG'
               IF MR-AMOUNT IS NUMERIC
                   MOVE MR-AMOUNT TO WS-NEW-AMOUNT(1:17)
               ELSE
           END-IF.

       FIND-CONTROL-ENTRY.
      *> CATLIMIT rows are keyed by category, DEADLINE rows by the
      *> program name, KEEPDAYS rows by the file name and CASHFLR rows
      *> by the currency code carried in the category field - several
      *> of each may coexist. BASECURR rows are keyed by the legal
      *> entity in bytes 5-8 of the category (blank for the
      *> installation's own base), so one may exist per entity and a
      *> CHANGE replaces only the currency. Every other record type
      *> is a singleton.
           MOVE 'N' TO WS-FOUND
           SET CTL-IDX TO 1
           SEARCH WS-CTL-ENTRY
               WHEN WS-CTL-REC-TYPE(CTL-IDX) = MR-REC-TYPE
                       AND ((WS-CTL-REC-TYPE(CTL-IDX) NOT = 'CATLIMIT'
                           AND WS-CTL-REC-TYPE(CTL-IDX)
                               NOT = 'DEADLINE'
                           AND WS-CTL-REC-TYPE(CTL-IDX)
                               NOT = 'CASHFLR '
                           AND WS-CTL-REC-TYPE(CTL-IDX)
                               NOT = 'KEEPDAYS'
                           AND WS-CTL-REC-TYPE(CTL-IDX)
                               NOT = 'BASECURR')
                           OR WS-CTL-CATEGORY(CTL-IDX) = MR-CATEGORY
                           OR (WS-CTL-REC-TYPE(CTL-IDX) = 'BASECURR'
                               AND WS-CTL-CATEGORY(CTL-IDX)(5:4)
                                   = MR-CATEGORY(5:4)))
                       AND WS-CTL-DELETED(CTL-IDX) = 'N'
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH.
               MOVE WS-CTL-AMOUNT(CTL-IDX) TO WS-OLD-AMOUNT
               IF MR-REC-TYPE = 'BASECURR' OR MR-REC-TYPE = 'DUPSUPPR'
                       OR MR-REC-TYPE = 'LATEPOST'
                       OR MR-REC-TYPE = 'WOFFCATG'
                   MOVE MR-CATEGORY TO WS-CTL-CATEGORY(CTL-IDX)
               ELSE
                   MOVE WS-NEW-AMOUNT TO WS-CTL-AMOUNT(CTL-IDX)
