       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-09-23.
      *> Budget-versus-actual by category and category group. The
      *> plan lives on the budget master BUDGET.DAT (maintained by
      *> MASTER-MAINT): a monthly amount per category, and optionally
      *> per CATMAST group. Actuals come from the CATGHIST.DAT ledger
      *> that CATEGORY-HISTORY appends nightly, for the month and the
      *> year to date up to the as-of date. A budget is a planned net
      *> outflow, so a category's actual is its net outflow - the
      *> negative of CATEGORY-STATEMENT's movement (credits less the
      *> debit magnitude, with transfers, reversals and fees carrying
      *> their signs). The month-to-date plan is the month's budget;
      *> the year-to-date plan is the monthly budget times the months
      *> elapsed. Categories are listed under their CATMAST group
      *> with a group subtotal; a group's plan is its GROUP budget row
      *> when one exists, otherwise the sum of its categories' plans.
      *> Variance is actual less budget, with the percentage of
      *> budget; a category whose month-to-date or year-to-date
      *> variance is more than the BUDGVAR percentage on CONTROL.DAT
      *> (default 10) over plan is flagged and the run ends with exit
      *> 4. PARM is the as-of date YYYYMMDD (default today). Exit 1
      *> when CATGHIST.DAT is missing, 2 on a print failure or a full
      *> table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-HISTORY-FILE ASSIGN TO "CATGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORY-HISTORY.
           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORY-MASTER.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BUDGET-FILE.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-FILE.
           SELECT BUDGET-PRINT-FILE ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BUDGET-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-HISTORY-FILE.
       01  CATEGORY-HISTORY-RECORD.
           05  CH-RUN-DATE        PIC X(8).
           05  FILLER             PIC X(01).
           05  CH-CATEGORY        PIC X(20).
           05  FILLER             PIC X(01).
           05  CH-DEBIT-TOTAL     PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(01).
           05  CH-CREDIT-TOTAL    PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(01).
           05  CH-TRANSFER-TOTAL  PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(01).
           05  CH-REVERSAL-TOTAL  PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(01).
           05  CH-FEE-TOTAL       PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(01).
           05  CH-RECORD-COUNT    PIC 9(9).

       FD  CATEGORY-MASTER-FILE.
       01  CATEGORY-MASTER-RECORD.
           05  CM-CATEGORY            PIC X(20).
           05  FILLER                 PIC X(01).
           05  CM-GROUP-CODE          PIC X(8).

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BG-LEVEL              PIC X(8).
           05  FILLER                PIC X(01).
           05  BG-KEY                PIC X(20).
           05  FILLER                PIC X(01).
           05  BG-MONTHLY-AMOUNT     PIC 9(15)V99.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-REC-TYPE          PIC X(8).
           05  CTL-CATEGORY          PIC X(20).
           05  CTL-LIMIT-AMOUNT      PIC 9(15)V99.

       FD  BUDGET-PRINT-FILE.
       01  BUDGET-PRINT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-CATEGORY-HISTORY     PIC X(2).
           05 FS-CATEGORY-MASTER      PIC X(2).
           05 FS-BUDGET-FILE          PIC X(2).
           05 FS-CONTROL-FILE         PIC X(2).
           05 FS-BUDGET-PRINT         PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-RUN-DATE-PARM           PIC X(20).
       01  WS-AS-OF-DATE              PIC X(8).
       01  WS-MONTHS-ELAPSED          PIC 9(2).
       01  WS-OVER-PCT                PIC 9(5)V99 VALUE 10.
       01  WS-HISTORY-EOF             PIC X(1) VALUE 'N'.
       01  WS-CATM-EOF                PIC X(1) VALUE 'N'.
       01  WS-BUDGET-EOF              PIC X(1) VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X(1) VALUE 'N'.
       01  WS-ROW-OUTFLOW             PIC S9(15)V99.

      *> Category master image, for each category's group.
       01  WS-CATM-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-CATM-TABLE.
           05 WS-CATM-ENTRY OCCURS 500 TIMES INDEXED BY CATM-IDX.
              10 WS-CATM-NAME         PIC X(20).
              10 WS-CATM-GROUP        PIC X(8).

      *> One entry per category with a plan or with movement in the
      *> year: its group, plans, and actuals.
       01  WS-CAT-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-CAT-OVERFLOW            PIC X(1) VALUE 'N'.
       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 500 TIMES INDEXED BY CAT-IDX.
              10 WS-CAT-NAME          PIC X(20).
              10 WS-CAT-GROUP         PIC X(8).
              10 WS-CAT-MONTHLY-PLAN  PIC 9(15)V99.
              10 WS-CAT-HAS-PLAN      PIC X(1).
              10 WS-CAT-MTD-ACTUAL    PIC S9(15)V99.
              10 WS-CAT-YTD-ACTUAL    PIC S9(15)V99.
       01  WS-CAT-IDX2                PIC 9(4) COMP.
       01  WS-LOOKUP-CATEGORY         PIC X(20).

      *> Groups in order of first appearance, with any GROUP-level
      *> budget row and the subtotals built while printing.
       01  WS-GRP-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-GRP-OVERFLOW            PIC X(1) VALUE 'N'.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 100 TIMES INDEXED BY GRP-IDX.
              10 WS-GRP-CODE          PIC X(8).
              10 WS-GRP-MONTHLY-PLAN  PIC 9(15)V99.
              10 WS-GRP-HAS-PLAN      PIC X(1).
       01  WS-GRP-IDX2                PIC 9(4) COMP.
       01  WS-LOOKUP-GROUP            PIC X(8).

       01  WS-LINE-WORK.
           05 WS-LINE-LABEL           PIC X(20).
           05 WS-LINE-PERIOD          PIC X(3).
           05 WS-LINE-ACTUAL          PIC S9(15)V99.
           05 WS-LINE-BUDGET          PIC S9(15)V99.
           05 WS-LINE-VARIANCE        PIC S9(15)V99.
           05 WS-LINE-PCT             PIC S9(5)V9.
           05 WS-LINE-HAS-PLAN        PIC X(1).
           05 WS-LINE-OVER            PIC X(1).
           05 WS-LINE-FLAGGABLE       PIC X(1).

       01  WS-TOTALS.
           05 WS-GRP-MTD-ACTUAL       PIC S9(15)V99.
           05 WS-GRP-YTD-ACTUAL       PIC S9(15)V99.
           05 WS-GRP-CAT-PLAN         PIC 9(15)V99.
           05 WS-GRP-ANY-PLAN         PIC X(1).
           05 WS-ALL-MTD-ACTUAL       PIC S9(15)V99 VALUE ZERO.
           05 WS-ALL-YTD-ACTUAL       PIC S9(15)V99 VALUE ZERO.
           05 WS-ALL-MONTHLY-PLAN     PIC 9(15)V99 VALUE ZERO.
           05 WS-CATEGORIES-FLAGGED   PIC 9(4) VALUE ZERO.
           05 WS-ROWS-READ            PIC 9(9) VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-ACTUAL-DISPLAY       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-BUDGET-DISPLAY       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-VARIANCE-DISPLAY     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-PCT-DISPLAY          PIC ZZZZ9.9-.
           05 WS-PCT-TEXT             PIC X(8).
           05 WS-FLAG-TEXT            PIC X(16).
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-LIMIT-DISPLAY        PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-RUN-DATE-PARM
           ACCEPT WS-RUN-DATE-PARM FROM COMMAND-LINE
           IF WS-RUN-DATE-PARM(1:8) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           ELSE
               MOVE WS-RUN-DATE-PARM(1:8) TO WS-AS-OF-DATE
           END-IF
           MOVE WS-AS-OF-DATE(5:2) TO WS-MONTHS-ELAPSED

           PERFORM LOAD-CONTROL-FILE
           PERFORM LOAD-CATEGORY-MASTER
           PERFORM LOAD-BUDGET-FILE
           PERFORM LOAD-CATEGORY-HISTORY
           IF WS-EXIT-CODE NOT = 0
               GO TO CLEANUP-AND-EXIT
           END-IF

           OPEN OUTPUT BUDGET-PRINT-FILE
           IF FS-BUDGET-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM WRITE-BUDGET-HEADING
           PERFORM VARYING WS-GRP-IDX2 FROM 1 BY 1
                   UNTIL WS-GRP-IDX2 > WS-GRP-COUNT
               PERFORM WRITE-ONE-GROUP-SECTION
           END-PERFORM
           PERFORM WRITE-BUDGET-FOOTING
           CLOSE BUDGET-PRINT-FILE

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
                           IF CTL-REC-TYPE = 'BUDGVAR '
                               MOVE CTL-LIMIT-AMOUNT TO WS-OVER-PCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-MASTER-FILE
           IF FS-CATEGORY-MASTER = "00"
               PERFORM UNTIL WS-CATM-EOF = 'Y'
                       OR WS-CATM-COUNT = 500
                   READ CATEGORY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-CATM-EOF
                       NOT AT END
                           ADD 1 TO WS-CATM-COUNT
                           SET CATM-IDX TO WS-CATM-COUNT
                           MOVE CM-CATEGORY TO WS-CATM-NAME(CATM-IDX)
                           MOVE CM-GROUP-CODE
                               TO WS-CATM-GROUP(CATM-IDX)
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-MASTER-FILE
           END-IF.

       LOAD-BUDGET-FILE.
      *> BUDGET.DAT is optional - with no plan every category reports
      *> its actuals against a zero budget and nothing is flagged.
           OPEN INPUT BUDGET-FILE
           IF FS-BUDGET-FILE = "00"
               PERFORM UNTIL WS-BUDGET-EOF = 'Y'
                   READ BUDGET-FILE
                       AT END
                           MOVE 'Y' TO WS-BUDGET-EOF
                       NOT AT END
                           PERFORM APPLY-ONE-BUDGET-ROW
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       APPLY-ONE-BUDGET-ROW.
           EVALUATE BG-LEVEL
               WHEN 'CATEGORY'
                   MOVE BG-KEY TO WS-LOOKUP-CATEGORY
                   PERFORM FIND-OR-ADD-CATEGORY
                   IF WS-CAT-OVERFLOW = 'N'
                       MOVE BG-MONTHLY-AMOUNT
                           TO WS-CAT-MONTHLY-PLAN(CAT-IDX)
                       MOVE 'Y' TO WS-CAT-HAS-PLAN(CAT-IDX)
                   END-IF
               WHEN 'GROUP   '
                   MOVE BG-KEY(1:8) TO WS-LOOKUP-GROUP
                   PERFORM FIND-OR-ADD-GROUP
                   IF WS-GRP-OVERFLOW = 'N'
                       MOVE BG-MONTHLY-AMOUNT
                           TO WS-GRP-MONTHLY-PLAN(GRP-IDX)
                       MOVE 'Y' TO WS-GRP-HAS-PLAN(GRP-IDX)
                   END-IF
           END-EVALUATE.

       LOAD-CATEGORY-HISTORY.
           OPEN INPUT CATEGORY-HISTORY-FILE
           IF FS-CATEGORY-HISTORY NOT = "00"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                   READ CATEGORY-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           PERFORM APPLY-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-HISTORY-FILE
           END-IF.

       APPLY-ONE-HISTORY-ROW.
      *> Only the as-of year up to the as-of date counts; later rows
      *> (a report rerun for an earlier date) contribute nothing.
           IF CH-RUN-DATE(1:4) = WS-AS-OF-DATE(1:4)
                   AND CH-RUN-DATE <= WS-AS-OF-DATE
               COMPUTE WS-ROW-OUTFLOW = 0 -
                   (CH-CREDIT-TOTAL - FUNCTION ABS(CH-DEBIT-TOTAL)
                    + CH-TRANSFER-TOTAL + CH-REVERSAL-TOTAL
                    + CH-FEE-TOTAL)
               MOVE CH-CATEGORY TO WS-LOOKUP-CATEGORY
               PERFORM FIND-OR-ADD-CATEGORY
               IF WS-CAT-OVERFLOW = 'N'
                   ADD WS-ROW-OUTFLOW TO WS-CAT-YTD-ACTUAL(CAT-IDX)
                   IF CH-RUN-DATE(1:6) = WS-AS-OF-DATE(1:6)
                       ADD WS-ROW-OUTFLOW
                           TO WS-CAT-MTD-ACTUAL(CAT-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-CATEGORY.
           SET CAT-IDX TO 1
           SEARCH WS-CAT-ENTRY
               AT END
                   PERFORM START-CATEGORY-ENTRY
               WHEN CAT-IDX > WS-CAT-COUNT
                   PERFORM START-CATEGORY-ENTRY
               WHEN WS-CAT-NAME(CAT-IDX) = WS-LOOKUP-CATEGORY
                   CONTINUE
           END-SEARCH.

       START-CATEGORY-ENTRY.
      *> A category missing from CATMAST still reports, under a
      *> blank group, so no movement drops off the page.
           IF WS-CAT-COUNT < 500
               ADD 1 TO WS-CAT-COUNT
               SET CAT-IDX TO WS-CAT-COUNT
               MOVE WS-LOOKUP-CATEGORY TO WS-CAT-NAME(CAT-IDX)
               MOVE ZERO TO WS-CAT-MONTHLY-PLAN(CAT-IDX)
               MOVE 'N' TO WS-CAT-HAS-PLAN(CAT-IDX)
               MOVE ZERO TO WS-CAT-MTD-ACTUAL(CAT-IDX)
               MOVE ZERO TO WS-CAT-YTD-ACTUAL(CAT-IDX)
               MOVE SPACES TO WS-CAT-GROUP(CAT-IDX)
               SET CATM-IDX TO 1
               SEARCH WS-CATM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CATM-NAME(CATM-IDX) = WS-LOOKUP-CATEGORY
                       MOVE WS-CATM-GROUP(CATM-IDX)
                           TO WS-CAT-GROUP(CAT-IDX)
               END-SEARCH
               MOVE WS-CAT-GROUP(CAT-IDX) TO WS-LOOKUP-GROUP
               PERFORM FIND-OR-ADD-GROUP
           ELSE
               MOVE 'Y' TO WS-CAT-OVERFLOW
           END-IF.

       FIND-OR-ADD-GROUP.
           SET GRP-IDX TO 1
           SEARCH WS-GRP-ENTRY
               AT END
                   PERFORM START-GROUP-ENTRY
               WHEN GRP-IDX > WS-GRP-COUNT
                   PERFORM START-GROUP-ENTRY
               WHEN WS-GRP-CODE(GRP-IDX) = WS-LOOKUP-GROUP
                   CONTINUE
           END-SEARCH.

       START-GROUP-ENTRY.
           IF WS-GRP-COUNT < 100
               ADD 1 TO WS-GRP-COUNT
               SET GRP-IDX TO WS-GRP-COUNT
               MOVE WS-LOOKUP-GROUP TO WS-GRP-CODE(GRP-IDX)
               MOVE ZERO TO WS-GRP-MONTHLY-PLAN(GRP-IDX)
               MOVE 'N' TO WS-GRP-HAS-PLAN(GRP-IDX)
           ELSE
               MOVE 'Y' TO WS-GRP-OVERFLOW
           END-IF.

       WRITE-ONE-GROUP-SECTION.
           SET GRP-IDX TO WS-GRP-IDX2
           MOVE SPACES TO BUDGET-PRINT-RECORD
           IF WS-GRP-CODE(GRP-IDX) = SPACES
               STRING 'GROUP: (NOT ON CATMAST)'
                   DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           ELSE
               STRING 'GROUP: ' WS-GRP-CODE(GRP-IDX)
                   DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           END-IF
           WRITE BUDGET-PRINT-RECORD

           MOVE ZERO TO WS-GRP-MTD-ACTUAL
           MOVE ZERO TO WS-GRP-YTD-ACTUAL
           MOVE ZERO TO WS-GRP-CAT-PLAN
           MOVE 'N' TO WS-GRP-ANY-PLAN
           PERFORM VARYING WS-CAT-IDX2 FROM 1 BY 1
                   UNTIL WS-CAT-IDX2 > WS-CAT-COUNT
               IF WS-CAT-GROUP(WS-CAT-IDX2) = WS-GRP-CODE(GRP-IDX)
                   PERFORM WRITE-ONE-CATEGORY
               END-IF
           END-PERFORM

      *> The group line: a GROUP budget row overrides the sum of the
      *> category plans. Groups are not flagged - the categories are.
           IF WS-GRP-HAS-PLAN(GRP-IDX) = 'Y'
               MOVE WS-GRP-MONTHLY-PLAN(GRP-IDX) TO WS-GRP-CAT-PLAN
               MOVE 'Y' TO WS-GRP-ANY-PLAN
           END-IF
           ADD WS-GRP-MTD-ACTUAL TO WS-ALL-MTD-ACTUAL
           ADD WS-GRP-YTD-ACTUAL TO WS-ALL-YTD-ACTUAL
           ADD WS-GRP-CAT-PLAN TO WS-ALL-MONTHLY-PLAN
           MOVE 'N' TO WS-LINE-FLAGGABLE
           MOVE WS-GRP-ANY-PLAN TO WS-LINE-HAS-PLAN
           MOVE '  GROUP TOTAL' TO WS-LINE-LABEL
           MOVE 'MTD' TO WS-LINE-PERIOD
           MOVE WS-GRP-MTD-ACTUAL TO WS-LINE-ACTUAL
           MOVE WS-GRP-CAT-PLAN TO WS-LINE-BUDGET
           PERFORM WRITE-VARIANCE-LINE
           MOVE SPACES TO WS-LINE-LABEL
           MOVE 'YTD' TO WS-LINE-PERIOD
           MOVE WS-GRP-YTD-ACTUAL TO WS-LINE-ACTUAL
           COMPUTE WS-LINE-BUDGET =
               WS-GRP-CAT-PLAN * WS-MONTHS-ELAPSED
           PERFORM WRITE-VARIANCE-LINE

           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD.

       WRITE-ONE-CATEGORY.
           SET CAT-IDX TO WS-CAT-IDX2
           ADD WS-CAT-MTD-ACTUAL(CAT-IDX) TO WS-GRP-MTD-ACTUAL
           ADD WS-CAT-YTD-ACTUAL(CAT-IDX) TO WS-GRP-YTD-ACTUAL
           ADD WS-CAT-MONTHLY-PLAN(CAT-IDX) TO WS-GRP-CAT-PLAN
           IF WS-CAT-HAS-PLAN(CAT-IDX) = 'Y'
               MOVE 'Y' TO WS-GRP-ANY-PLAN
           END-IF
           MOVE 'Y' TO WS-LINE-FLAGGABLE
           MOVE 'N' TO WS-LINE-OVER
           MOVE WS-CAT-HAS-PLAN(CAT-IDX) TO WS-LINE-HAS-PLAN
           MOVE WS-CAT-NAME(CAT-IDX) TO WS-LINE-LABEL
           MOVE 'MTD' TO WS-LINE-PERIOD
           MOVE WS-CAT-MTD-ACTUAL(CAT-IDX) TO WS-LINE-ACTUAL
           MOVE WS-CAT-MONTHLY-PLAN(CAT-IDX) TO WS-LINE-BUDGET
           PERFORM WRITE-VARIANCE-LINE
           MOVE SPACES TO WS-LINE-LABEL
           MOVE 'YTD' TO WS-LINE-PERIOD
           MOVE WS-CAT-YTD-ACTUAL(CAT-IDX) TO WS-LINE-ACTUAL
           COMPUTE WS-LINE-BUDGET =
               WS-CAT-MONTHLY-PLAN(CAT-IDX) * WS-MONTHS-ELAPSED
           PERFORM WRITE-VARIANCE-LINE
           IF WS-LINE-OVER = 'Y'
               ADD 1 TO WS-CATEGORIES-FLAGGED
               IF WS-EXIT-CODE = 0
                   MOVE 4 TO WS-EXIT-CODE
               END-IF
           END-IF.

       WRITE-VARIANCE-LINE.
      *> With no plan (or a zero plan) there is no percentage to
      *> test, so the line is printed without one and never flagged.
           COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE SPACES TO WS-PCT-TEXT
           IF WS-LINE-HAS-PLAN = 'N'
               MOVE '    N/A' TO WS-PCT-TEXT
               MOVE 'NO BUDGET' TO WS-FLAG-TEXT
           ELSE
               IF WS-LINE-BUDGET = ZERO
                   MOVE '    N/A' TO WS-PCT-TEXT
               ELSE
                   COMPUTE WS-LINE-PCT ROUNDED =
                       WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-LINE-PCT
                   END-COMPUTE
                   MOVE WS-LINE-PCT TO WS-PCT-DISPLAY
                   MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
                   IF WS-LINE-FLAGGABLE = 'Y'
                           AND WS-LINE-PCT > WS-OVER-PCT
                       MOVE '*** OVER PLAN' TO WS-FLAG-TEXT
                       MOVE 'Y' TO WS-LINE-OVER
                   END-IF
               END-IF
           END-IF
           MOVE WS-LINE-ACTUAL TO WS-ACTUAL-DISPLAY
           MOVE WS-LINE-BUDGET TO WS-BUDGET-DISPLAY
           MOVE WS-LINE-VARIANCE TO WS-VARIANCE-DISPLAY
           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING WS-LINE-LABEL ' ' WS-LINE-PERIOD ' '
                  WS-ACTUAL-DISPLAY ' ' WS-BUDGET-DISPLAY ' '
                  WS-VARIANCE-DISPLAY ' ' WS-PCT-TEXT ' '
                  WS-FLAG-TEXT
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD.

       WRITE-BUDGET-HEADING.
           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD

           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING 'BUDGET VERSUS ACTUAL  AS OF ' WS-AS-OF-DATE
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD

           MOVE WS-OVER-PCT TO WS-LIMIT-DISPLAY
           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING 'OVER-PLAN FLAG AT VARIANCE ABOVE ' WS-LIMIT-DISPLAY
                  ' PERCENT OF BUDGET'
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD

           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD

           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING 'CATEGORY             PER '
                  '         ACTUAL OUTFLOW '
                  '                 BUDGET '
                  '               VARIANCE '
                  '   VAR %'
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD.

       WRITE-BUDGET-FOOTING.
           MOVE 'N' TO WS-LINE-FLAGGABLE
           MOVE 'Y' TO WS-LINE-HAS-PLAN
           MOVE 'ALL GROUPS' TO WS-LINE-LABEL
           MOVE 'MTD' TO WS-LINE-PERIOD
           MOVE WS-ALL-MTD-ACTUAL TO WS-LINE-ACTUAL
           MOVE WS-ALL-MONTHLY-PLAN TO WS-LINE-BUDGET
           PERFORM WRITE-VARIANCE-LINE
           MOVE SPACES TO WS-LINE-LABEL
           MOVE 'YTD' TO WS-LINE-PERIOD
           MOVE WS-ALL-YTD-ACTUAL TO WS-LINE-ACTUAL
           COMPUTE WS-LINE-BUDGET =
               WS-ALL-MONTHLY-PLAN * WS-MONTHS-ELAPSED
           PERFORM WRITE-VARIANCE-LINE

           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD

           MOVE WS-ROWS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING 'LEDGER ROWS READ. . . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD

           MOVE WS-CAT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING 'CATEGORIES REPORTED . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD

           MOVE WS-CATEGORIES-FLAGGED TO WS-COUNT-DISPLAY
           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING 'CATEGORIES OVER PLAN. . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD

           IF WS-CAT-OVERFLOW = 'Y'
               MOVE SPACES TO BUDGET-PRINT-RECORD
               STRING '*** WARNING: CATEGORY TABLE FULL (500) -'
                      ' REPORT IS INCOMPLETE ***'
                   DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
               WRITE BUDGET-PRINT-RECORD
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           IF WS-GRP-OVERFLOW = 'Y'
               MOVE SPACES TO BUDGET-PRINT-RECORD
               STRING '*** WARNING: GROUP TABLE FULL (100) -'
                      ' REPORT IS INCOMPLETE ***'
                   DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
               WRITE BUDGET-PRINT-RECORD
               MOVE 2 TO WS-EXIT-CODE
           END-IF

           MOVE SPACES TO BUDGET-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO BUDGET-PRINT-RECORD
           WRITE BUDGET-PRINT-RECORD.

       END PROGRAM BUDGET-REPORT.
