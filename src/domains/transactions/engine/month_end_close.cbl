      *> ARCHIVE.-prefixed copies - purging archive copies older
      *> than the retention period instead of letting them pile up
      *> in the run directory.
      *> The statement also carries month totals for every currency
      *> and every source, taken from the dated SUMCCY/SUMSRC detail
      *> files beside each summary (or the summary's own entries for
      *> a day written before the detail files existed). The day
      *> rows are sorted by currency and source and totalled by
      *> control break, so there is no limit on how many either
      *> dimension carries; the detail files are archived and purged
      *> alongside their summary.
      *> Each legal entity is closed on its own as well: the month's
      *> SUMENT.<date>.DAT rows give every entity a statement block in
      *> its own base currency beside its PERIODEN.DAT values at
      *> close, each entity's closed values go to the period history
      *> under its entity code, and PERIODEN.DAT is reset with
      *> PERIOD.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SUMMARY-IN ASSIGN TO DYNAMIC WS-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-IN.
           SELECT SUMMARY-CCY-IN ASSIGN TO DYNAMIC WS-SUMCCY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-CCY-IN.
           SELECT SUMMARY-SRC-IN ASSIGN TO DYNAMIC WS-SUMSRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-SRC-IN.
           SELECT SUMMARY-ENT-IN ASSIGN TO DYNAMIC WS-SUMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-ENT-IN.
           SELECT MONTH-WORK-FILE ASSIGN TO "MECWORK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MONTH-SORT-FILE ASSIGN TO "MECSORT.DAT".
           SELECT MONTH-SORTED-FILE ASSIGN TO "MECSRTD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MONTH-SORTED.
           SELECT PERIOD-FILE ASSIGN TO "PERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-FILE.
           SELECT PERIOD-ENTITY-FILE ASSIGN TO "PERIODEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-ENTITY.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERIODHX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-HISTORY.
       01  FD-SUMMARY-REC.
           COPY "recon-sum.cpy".

       FD  SUMMARY-CCY-IN.
       01  SUMMARY-CCY-RECORD.
           COPY "sumccy_record.cpy".

       FD  SUMMARY-SRC-IN.
       01  SUMMARY-SRC-RECORD.
           COPY "sumsrc_record.cpy".

       FD  SUMMARY-ENT-IN.
       01  SUMMARY-ENT-RECORD.
           COPY "sument_record.cpy".

      *> One row per currency (CCY), per source (SRC), and per entity
      *> (ENT) per day of the month, sorted by dimension and code for
      *> the statement. An entity row's amounts are in the entity's
      *> base currency, named in MW-CURRENCY.
       FD  MONTH-WORK-FILE.
       01  MONTH-WORK-RECORD.
           05  MW-DIMENSION          PIC X(3).
           05  MW-KEY                PIC X(4).
           05  MW-CURRENCY           PIC X(3).
           05  MW-RECORD-COUNT       PIC 9(9).
           05  MW-DEBIT-TOTAL        PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05  MW-CREDIT-TOTAL       PIC S9(15)V99
                                     SIGN LEADING SEPARATE.

       SD  MONTH-SORT-FILE.
       01  MONTH-SORT-RECORD.
           05  SRT-MW-DIMENSION      PIC X(3).
           05  SRT-MW-KEY            PIC X(4).
           05  SRT-MW-CURRENCY       PIC X(3).
           05  SRT-MW-RECORD-COUNT   PIC 9(9).
           05  SRT-MW-DEBIT-TOTAL    PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05  SRT-MW-CREDIT-TOTAL   PIC S9(15)V99
                                     SIGN LEADING SEPARATE.

       FD  MONTH-SORTED-FILE.
       01  MONTH-SORTED-RECORD.
           05  MWS-DIMENSION         PIC X(3).
           05  MWS-KEY               PIC X(4).
           05  MWS-CURRENCY          PIC X(3).
           05  MWS-RECORD-COUNT      PIC 9(9).
           05  MWS-DEBIT-TOTAL       PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05  MWS-CREDIT-TOTAL      PIC S9(15)V99
                                     SIGN LEADING SEPARATE.

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PD-TOTAL-RECORDS      PIC 9(9).
           05  PD-TOTAL-CREDITS      PIC S9(15)V99
                                     SIGN LEADING SEPARATE.

       FD  PERIOD-ENTITY-FILE.
       01  PERIOD-ENTITY-RECORD.
           COPY "perioden_record.cpy".

      *> The installation's row for a period carries a blank entity;
      *> each legal entity closed with it follows under its own code,
      *> its totals in the entity base currency named beside it.
       FD  PERIOD-HISTORY-FILE.
       01  PERIOD-HISTORY-RECORD.
           05  PH-PERIOD             PIC X(6).
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(01).
           05  PH-CLOSED-DATE        PIC X(8).
           05  FILLER                PIC X(01).
           05  PH-ENTITY-CODE        PIC X(4).
           05  FILLER                PIC X(01).
           05  PH-BASE-CURRENCY      PIC X(3).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-SUMMARY-IN           PIC X(2).
           05 FS-SUMMARY-CCY-IN       PIC X(2).
           05 FS-SUMMARY-SRC-IN       PIC X(2).
           05 FS-SUMMARY-ENT-IN       PIC X(2).
           05 FS-PERIOD-ENTITY        PIC X(2).
           05 FS-MONTH-SORTED         PIC X(2).
           05 FS-PERIOD-FILE          PIC X(2).
           05 FS-PERIOD-HISTORY       PIC X(2).
           05 FS-CONTROL-FILE         PIC X(2).
       01  WS-RETAIN-MONTHS           PIC 9(3) VALUE 3.

       01  WS-SUMMARY-FILENAME        PIC X(22).
       01  WS-SUMCCY-FILENAME         PIC X(22).
       01  WS-SUMSRC-FILENAME         PIC X(22).
       01  WS-SUMENT-FILENAME         PIC X(22).
       01  WS-DETAIL-EOF              PIC X(1).
       01  WS-DETAIL-IX               PIC 9(4) COMP.
       01  WS-ARCH-SOURCE-NAME        PIC X(30).
       01  WS-ARCH-TARGET-NAME        PIC X(30).
       01  WS-COPY-EOF                PIC X(1).
           05 WS-MONTH-DEBITS         PIC S9(15)V99 VALUE ZERO.
           05 WS-MONTH-CREDITS        PIC S9(15)V99 VALUE ZERO.

       01  WS-MONTH-GROUP.
           05 WS-SORTED-EOF           PIC X(1).
           05 WS-GROUP-DIMENSION      PIC X(3).
           05 WS-GROUP-KEY            PIC X(4).
           05 WS-GROUP-CURRENCY       PIC X(3).
           05 WS-LAST-DIMENSION       PIC X(3).
           05 WS-GROUP-RECORDS        PIC 9(9).
           05 WS-GROUP-DEBITS         PIC S9(15)V99.
           05 WS-GROUP-CREDITS        PIC S9(15)V99.

       01  WS-PERIOD-VALUES.
           05 WS-PERIOD-RECORDS       PIC 9(9) VALUE ZERO.
           05 WS-PERIOD-DEBITS        PIC S9(15)V99 VALUE ZERO.
           05 WS-PERIOD-CREDITS       PIC S9(15)V99 VALUE ZERO.

      *> PERIODEN.DAT as it stood at close, one entry per entity.
       01  WS-PERIOD-ENTITY-EOF       PIC X(1) VALUE 'N'.
       01  WS-ENTITY-TABLE-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-ENTITY-TABLE.
           05 WS-ENT-ENTRY OCCURS 100 TIMES INDEXED BY ENT-IDX.
              10 WS-ENT-CODE          PIC X(4).
              10 WS-ENT-BASE-CURRENCY PIC X(3).
              10 WS-ENT-RECORDS       PIC 9(9).
              10 WS-ENT-DEBITS        PIC S9(15)V99.
              10 WS-ENT-CREDITS       PIC S9(15)V99.

       01  WS-PRINT-AREAS.
           05 WS-RECORDS-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
           05 WS-DEBITS-DISPLAY       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           END-IF

           PERFORM 1150-LOAD-CONTROL-FILE
           PERFORM 1180-LOAD-PERIOD-FILE
           PERFORM 1190-LOAD-PERIOD-ENTITY-FILE.

       1150-LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
               CLOSE PERIOD-FILE
           END-IF.

       1190-LOAD-PERIOD-ENTITY-FILE.
      *> PERIODEN.DAT is optional - an installation that has never
      *> carried an entity closes with the installation row alone.
           OPEN INPUT PERIOD-ENTITY-FILE
           IF FS-PERIOD-ENTITY = "00"
               PERFORM UNTIL WS-PERIOD-ENTITY-EOF = 'Y'
                   READ PERIOD-ENTITY-FILE
                       AT END
                           MOVE 'Y' TO WS-PERIOD-ENTITY-EOF
                       NOT AT END
                           IF WS-ENTITY-TABLE-COUNT < 100
                               ADD 1 TO WS-ENTITY-TABLE-COUNT
                               SET ENT-IDX TO WS-ENTITY-TABLE-COUNT
                               MOVE PE-ENTITY TO WS-ENT-CODE(ENT-IDX)
                               MOVE PE-BASE-CURRENCY
                                   TO WS-ENT-BASE-CURRENCY(ENT-IDX)
                               MOVE PE-TOTAL-RECORDS
                                   TO WS-ENT-RECORDS(ENT-IDX)
                               MOVE PE-TOTAL-DEBITS
                                   TO WS-ENT-DEBITS(ENT-IDX)
                               MOVE PE-TOTAL-CREDITS
                                   TO WS-ENT-CREDITS(ENT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-ENTITY-FILE
           END-IF.

       2000-SUM-MONTH-SUMMARIES.
           OPEN OUTPUT MONTH-WORK-FILE
           MOVE WS-CLOSE-PERIOD(1:4) TO WS-CUR-YEAR
           MOVE WS-CLOSE-PERIOD(5:2) TO WS-CUR-MONTH
           PERFORM 2050-DETERMINE-DAYS-IN-MONTH
               STRING WS-CUR-YEAR WS-CUR-MONTH WS-CUR-DAY
                   DELIMITED BY SIZE INTO WS-CURRENT-YMD
               PERFORM 2100-ACCUMULATE-ONE-DAY
           END-PERFORM
           CLOSE MONTH-WORK-FILE
           SORT MONTH-SORT-FILE
               ON ASCENDING KEY SRT-MW-DIMENSION SRT-MW-KEY
               USING MONTH-WORK-FILE
               GIVING MONTH-SORTED-FILE.

       2100-ACCUMULATE-ONE-DAY.
           MOVE SPACES TO WS-SUMMARY-FILENAME
                           ADD RS-TOTAL-RECORDS TO WS-MONTH-RECORDS
                           ADD RS-TOTAL-DEBITS TO WS-MONTH-DEBITS
                           ADD RS-TOTAL-CREDITS TO WS-MONTH-CREDITS
                           IF RS-LAYOUT-VERSION = '04'
                               PERFORM 2150-RELEASE-DETAIL-FILES
                           ELSE
                               PERFORM 2170-RELEASE-SUMMARY-ENTRIES
                           END-IF
                       END-IF
               END-READ
               CLOSE SUMMARY-IN
           END-IF.

       2150-RELEASE-DETAIL-FILES.
           MOVE SPACES TO WS-SUMCCY-FILENAME
           STRING 'SUMCCY.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-SUMCCY-FILENAME
           OPEN INPUT SUMMARY-CCY-IN
           IF FS-SUMMARY-CCY-IN = "00"
               MOVE 'N' TO WS-DETAIL-EOF
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ SUMMARY-CCY-IN
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           MOVE 'CCY' TO MW-DIMENSION
                           MOVE SC-CURRENCY TO MW-KEY
                           MOVE SPACES TO MW-CURRENCY
                           MOVE SC-RECORD-COUNT TO MW-RECORD-COUNT
                           MOVE SC-DEBIT-TOTAL TO MW-DEBIT-TOTAL
                           MOVE SC-CREDIT-TOTAL TO MW-CREDIT-TOTAL
                           WRITE MONTH-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-CCY-IN
           END-IF

           MOVE SPACES TO WS-SUMSRC-FILENAME
           STRING 'SUMSRC.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-SUMSRC-FILENAME
           OPEN INPUT SUMMARY-SRC-IN
           IF FS-SUMMARY-SRC-IN = "00"
               MOVE 'N' TO WS-DETAIL-EOF
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ SUMMARY-SRC-IN
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           MOVE 'SRC' TO MW-DIMENSION
                           MOVE SS-SOURCE TO MW-KEY
                           MOVE SPACES TO MW-CURRENCY
                           MOVE SS-RECORD-COUNT TO MW-RECORD-COUNT
                           MOVE SS-DEBIT-TOTAL TO MW-DEBIT-TOTAL
                           MOVE SS-CREDIT-TOTAL TO MW-CREDIT-TOTAL
                           WRITE MONTH-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-SRC-IN
           END-IF

           MOVE SPACES TO WS-SUMENT-FILENAME
           STRING 'SUMENT.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-SUMENT-FILENAME
           OPEN INPUT SUMMARY-ENT-IN
           IF FS-SUMMARY-ENT-IN = "00"
               MOVE 'N' TO WS-DETAIL-EOF
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ SUMMARY-ENT-IN
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           MOVE 'ENT' TO MW-DIMENSION
                           MOVE SE-ENTITY TO MW-KEY
                           MOVE SE-BASE-CURRENCY TO MW-CURRENCY
                           MOVE SE-RECORD-COUNT TO MW-RECORD-COUNT
                           MOVE SE-BASE-DEBIT-TOTAL TO MW-DEBIT-TOTAL
                           MOVE SE-BASE-CREDIT-TOTAL
                               TO MW-CREDIT-TOTAL
                           WRITE MONTH-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-ENT-IN
           END-IF.

       2170-RELEASE-SUMMARY-ENTRIES.
      *> A summary older than the detail files carries at most five
      *> currencies (with no per-currency record count) and ten
      *> sources; a layout too old to hold the counts is skipped.
           IF RS-CURRENCY-COUNT IS NUMERIC
               PERFORM VARYING WS-DETAIL-IX FROM 1 BY 1
                       UNTIL WS-DETAIL-IX > RS-CURRENCY-COUNT
                          OR WS-DETAIL-IX > 5
                   MOVE 'CCY' TO MW-DIMENSION
                   MOVE RS-CUR-CODE(WS-DETAIL-IX) TO MW-KEY
                   MOVE SPACES TO MW-CURRENCY
                   MOVE ZERO TO MW-RECORD-COUNT
                   MOVE RS-CUR-DEBIT-TOTAL(WS-DETAIL-IX)
                       TO MW-DEBIT-TOTAL
                   MOVE RS-CUR-CREDIT-TOTAL(WS-DETAIL-IX)
                       TO MW-CREDIT-TOTAL
                   WRITE MONTH-WORK-RECORD
               END-PERFORM
           END-IF
           IF RS-SOURCE-COUNT IS NUMERIC
               PERFORM VARYING WS-DETAIL-IX FROM 1 BY 1
                       UNTIL WS-DETAIL-IX > RS-SOURCE-COUNT
                          OR WS-DETAIL-IX > 10
                   MOVE 'SRC' TO MW-DIMENSION
                   MOVE RS-SRC-CODE(WS-DETAIL-IX) TO MW-KEY
                   MOVE SPACES TO MW-CURRENCY
                   MOVE RS-SRC-RECORD-COUNT(WS-DETAIL-IX)
                       TO MW-RECORD-COUNT
                   MOVE RS-SRC-DEBIT-TOTAL(WS-DETAIL-IX)
                       TO MW-DEBIT-TOTAL
                   MOVE RS-SRC-CREDIT-TOTAL(WS-DETAIL-IX)
                       TO MW-CREDIT-TOTAL
                   WRITE MONTH-WORK-RECORD
               END-PERFORM
           END-IF.

       2050-DETERMINE-DAYS-IN-MONTH.
           MOVE 'N' TO WS-LEAP-YEAR-FLAG
           IF FUNCTION MOD(WS-CUR-YEAR, 4) = 0
                   DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
               WRITE STATEMENT-PRINT-RECORD

               PERFORM 3050-WRITE-DIMENSION-TOTALS

               MOVE SPACES TO STATEMENT-PRINT-RECORD
               STRING '*** END OF STATEMENT ***'
                   DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
               CLOSE STATEMENT-PRINT-FILE
           END-IF.

       3050-WRITE-DIMENSION-TOTALS.
      *> One block per currency and per source for the month, from
      *> the sorted day rows; each block totals one control-break
      *> group and a heading opens each dimension. Each entity gets
      *> a period statement of its own in its base currency.
           MOVE SPACES TO WS-LAST-DIMENSION
           MOVE 'N' TO WS-SORTED-EOF
           OPEN INPUT MONTH-SORTED-FILE
           IF FS-MONTH-SORTED = "00"
               PERFORM 3060-READ-SORTED-ROW
               PERFORM UNTIL WS-SORTED-EOF = 'Y'
                   PERFORM 3070-GATHER-ONE-GROUP
                   IF WS-GROUP-DIMENSION = 'ENT'
                       PERFORM 3095-WRITE-ENTITY-STATEMENT
                   ELSE
                       IF WS-GROUP-DIMENSION NOT = WS-LAST-DIMENSION
                           PERFORM 3080-WRITE-DIMENSION-HEADING
                       END-IF
                       PERFORM 3090-WRITE-GROUP-LINES
                   END-IF
               END-PERFORM
               CLOSE MONTH-SORTED-FILE
           END-IF.

       3060-READ-SORTED-ROW.
           READ MONTH-SORTED-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
           END-READ.

       3070-GATHER-ONE-GROUP.
           MOVE MWS-DIMENSION TO WS-GROUP-DIMENSION
           MOVE MWS-KEY TO WS-GROUP-KEY
           MOVE MWS-CURRENCY TO WS-GROUP-CURRENCY
           MOVE ZERO TO WS-GROUP-RECORDS
           MOVE ZERO TO WS-GROUP-DEBITS
           MOVE ZERO TO WS-GROUP-CREDITS
           PERFORM UNTIL WS-SORTED-EOF = 'Y'
                   OR MWS-DIMENSION NOT = WS-GROUP-DIMENSION
                   OR MWS-KEY NOT = WS-GROUP-KEY
               ADD MWS-RECORD-COUNT TO WS-GROUP-RECORDS
               ADD MWS-DEBIT-TOTAL TO WS-GROUP-DEBITS
               ADD MWS-CREDIT-TOTAL TO WS-GROUP-CREDITS
               PERFORM 3060-READ-SORTED-ROW
           END-PERFORM.

       3080-WRITE-DIMENSION-HEADING.
           MOVE WS-GROUP-DIMENSION TO WS-LAST-DIMENSION
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           IF WS-GROUP-DIMENSION = 'CCY'
               STRING 'MONTH TOTALS BY CURRENCY'
                   DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           ELSE
               STRING 'MONTH TOTALS BY SOURCE'
                   DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           END-IF
           WRITE STATEMENT-PRINT-RECORD.

       3090-WRITE-GROUP-LINES.
           MOVE WS-GROUP-RECORDS TO WS-RECORDS-DISPLAY
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING WS-GROUP-KEY(1:3) ' RECORDS . . . . . . . . . : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE WS-GROUP-DEBITS TO WS-DEBITS-DISPLAY
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING WS-GROUP-KEY(1:3) ' DEBITS. . . . . . . . . . : '
                  WS-DEBITS-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE WS-GROUP-CREDITS TO WS-CREDITS-DISPLAY
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING WS-GROUP-KEY(1:3) ' CREDITS . . . . . . . . . : '
                  WS-CREDITS-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD.

       3095-WRITE-ENTITY-STATEMENT.
      *> The entity's month from its SUMENT rows, then its PERIODEN
      *> values at close; an entity with no PERIODEN row shows zero.
           MOVE WS-GROUP-DIMENSION TO WS-LAST-DIMENSION
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING 'PERIOD STATEMENT FOR ENTITY ' WS-GROUP-KEY
                  ' (BASE ' WS-GROUP-CURRENCY ')'
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD

           MOVE WS-GROUP-RECORDS TO WS-RECORDS-DISPLAY
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING 'MONTH TOTAL RECORDS . . . . . : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE WS-GROUP-DEBITS TO WS-DEBITS-DISPLAY
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING 'MONTH TOTAL DEBITS. . . . . . : '
                  WS-DEBITS-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE WS-GROUP-CREDITS TO WS-CREDITS-DISPLAY
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING 'MONTH TOTAL CREDITS . . . . . : '
                  WS-CREDITS-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD

           MOVE ZERO TO WS-RECORDS-DISPLAY
           MOVE ZERO TO WS-DEBITS-DISPLAY
           MOVE ZERO TO WS-CREDITS-DISPLAY
           SET ENT-IDX TO 1
           SEARCH WS-ENT-ENTRY
               AT END
                   CONTINUE
               WHEN ENT-IDX <= WS-ENTITY-TABLE-COUNT
                       AND WS-ENT-CODE(ENT-IDX) = WS-GROUP-KEY
                   MOVE WS-ENT-RECORDS(ENT-IDX) TO WS-RECORDS-DISPLAY
                   MOVE WS-ENT-DEBITS(ENT-IDX) TO WS-DEBITS-DISPLAY
                   MOVE WS-ENT-CREDITS(ENT-IDX) TO WS-CREDITS-DISPLAY
           END-SEARCH
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING 'PERIOD ACCUM RECORDS AT CLOSE : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING 'PERIOD ACCUM DEBITS AT CLOSE. : '
                  WS-DEBITS-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD
           MOVE SPACES TO STATEMENT-PRINT-RECORD
           STRING 'PERIOD ACCUM CREDITS AT CLOSE : '
                  WS-CREDITS-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-PRINT-RECORD
           WRITE STATEMENT-PRINT-RECORD.

       3100-WRITE-PERIOD-HISTORY.
           OPEN EXTEND PERIOD-HISTORY-FILE
           IF FS-PERIOD-HISTORY NOT = "00"
           MOVE WS-PERIOD-CREDITS TO PH-TOTAL-CREDITS
           MOVE WS-TODAY TO PH-CLOSED-DATE
           WRITE PERIOD-HISTORY-RECORD
           PERFORM VARYING ENT-IDX FROM 1 BY 1
                   UNTIL ENT-IDX > WS-ENTITY-TABLE-COUNT
               MOVE SPACES TO PERIOD-HISTORY-RECORD
               MOVE WS-CLOSE-PERIOD TO PH-PERIOD
               MOVE WS-ENT-RECORDS(ENT-IDX) TO PH-TOTAL-RECORDS
               MOVE WS-ENT-DEBITS(ENT-IDX) TO PH-TOTAL-DEBITS
               MOVE WS-ENT-CREDITS(ENT-IDX) TO PH-TOTAL-CREDITS
               MOVE WS-TODAY TO PH-CLOSED-DATE
               MOVE WS-ENT-CODE(ENT-IDX) TO PH-ENTITY-CODE
               MOVE WS-ENT-BASE-CURRENCY(ENT-IDX) TO PH-BASE-CURRENCY
               WRITE PERIOD-HISTORY-RECORD
           END-PERFORM
           CLOSE PERIOD-HISTORY-FILE.

       3200-RESET-PERIOD-FILE.
           MOVE ZERO TO PD-TOTAL-DEBITS
           MOVE ZERO TO PD-TOTAL-CREDITS
           WRITE PERIOD-RECORD
           CLOSE PERIOD-FILE

      *> Each entity keeps its row and base currency for the new
      *> period, with its totals back at zero.
           IF WS-ENTITY-TABLE-COUNT > 0
               OPEN OUTPUT PERIOD-ENTITY-FILE
               PERFORM VARYING ENT-IDX FROM 1 BY 1
                       UNTIL ENT-IDX > WS-ENTITY-TABLE-COUNT
                   MOVE SPACES TO PERIOD-ENTITY-RECORD
                   MOVE WS-ENT-CODE(ENT-IDX) TO PE-ENTITY
                   MOVE WS-ENT-BASE-CURRENCY(ENT-IDX)
                       TO PE-BASE-CURRENCY
                   MOVE ZERO TO PE-TOTAL-RECORDS
                   MOVE ZERO TO PE-TOTAL-DEBITS
                   MOVE ZERO TO PE-TOTAL-CREDITS
                   WRITE PERIOD-ENTITY-RECORD
               END-PERFORM
               CLOSE PERIOD-ENTITY-FILE
           END-IF.

       3300-ARCHIVE-MONTH-FILES.
      *> Each dated file is copied to an ARCHIVE.-prefixed name and
               STRING 'ARCHIVE.SUMMARY.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCH-TARGET-NAME
               PERFORM 3350-COPY-AND-EMPTY-FILE

               MOVE SPACES TO WS-ARCH-SOURCE-NAME
               STRING 'SUMCCY.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCH-SOURCE-NAME
               MOVE SPACES TO WS-ARCH-TARGET-NAME
               STRING 'ARCHIVE.SUMCCY.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCH-TARGET-NAME
               PERFORM 3350-COPY-AND-EMPTY-FILE

               MOVE SPACES TO WS-ARCH-SOURCE-NAME
               STRING 'SUMSRC.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCH-SOURCE-NAME
               MOVE SPACES TO WS-ARCH-TARGET-NAME
               STRING 'ARCHIVE.SUMSRC.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCH-TARGET-NAME
               PERFORM 3350-COPY-AND-EMPTY-FILE

               MOVE SPACES TO WS-ARCH-SOURCE-NAME
               STRING 'SUMENT.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCH-SOURCE-NAME
               MOVE SPACES TO WS-ARCH-TARGET-NAME
               STRING 'ARCHIVE.SUMENT.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCH-TARGET-NAME
               PERFORM 3350-COPY-AND-EMPTY-FILE
           END-PERFORM

           MOVE SPACES TO WS-ARCH-SOURCE-NAME
               STRING 'ARCHIVE.SUMMARY.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCH-SOURCE-NAME
               PERFORM 3450-EMPTY-IF-PRESENT

               MOVE SPACES TO WS-ARCH-SOURCE-NAME
               STRING 'ARCHIVE.SUMCCY.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCH-SOURCE-NAME
               PERFORM 3450-EMPTY-IF-PRESENT

               MOVE SPACES TO WS-ARCH-SOURCE-NAME
               STRING 'ARCHIVE.SUMSRC.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCH-SOURCE-NAME
               PERFORM 3450-EMPTY-IF-PRESENT

               MOVE SPACES TO WS-ARCH-SOURCE-NAME
               STRING 'ARCHIVE.SUMENT.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCH-SOURCE-NAME
               PERFORM 3450-EMPTY-IF-PRESENT
           END-PERFORM

           MOVE SPACES TO WS-ARCH-SOURCE-NAME
