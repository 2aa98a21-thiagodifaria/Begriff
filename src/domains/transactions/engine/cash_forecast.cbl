       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-09-22.
      *> Multi-day cash position forecast by currency. Treasury used to
      *> work out the coming week's position by hand from SUMMPRT and
      *> a list of known payroll and settlement dates; this step does
      *> it from the same masters the rest of the chain already keeps.
      *> The opening position per currency is the day's actual net
      *> (credits less debits) for every currency on the day's
      *> SUMCCY.<date>.DAT detail file (the currency entries on
      *> SUMMARY.<date>.DAT for a summary written before the detail
      *> file existed). Each recurring item on EXPECTED.DAT is
      *> then projected onto the business days it falls due over the
      *> horizon - DAILY items on every business day, WEEKLY items on
      *> their weekday, MONTHLY items on their day of month (the last
      *> day when the month is shorter) - with an item that falls on
      *> a weekend or a HOLIDAY.DAT holiday rolled to the next
      *> business day. CREDIT and REVERSAL items add to the position;
      *> DEBIT, TRANSFER and FEE items take it down. An item's
      *> currency is EP-CURRENCY, blank meaning the BASECURR base
      *> currency. CASHFLR rows on CONTROL.DAT set a floor per
      *> currency (currency code in the category field, floor in the
      *> amount); any projected day below its currency's floor is
      *> flagged on the CASHFCST report and the run ends with exit 4.
      *> PARM is 'YYYYMMDD NN' - run date and the horizon in business
      *> days (default 5). Exit 1 when the day's summary (or the
      *> currency detail file it names) is missing,
      *> 2 on a print failure or a full currency/item table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> SUMMARY-IN/SUMMARY-CCY-IN are named at runtime from the
      *> run-date PARM and must stay DYNAMIC assigns.
       FILE-CONTROL.
           SELECT SUMMARY-IN ASSIGN TO DYNAMIC WS-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-IN.
           SELECT SUMMARY-CCY-IN ASSIGN TO DYNAMIC WS-SUMCCY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-CCY-IN.
           SELECT EXPECTED-FILE ASSIGN TO "EXPECTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPECTED-FILE.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLIDAY-FILE.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-FILE.
           SELECT FORECAST-PRINT-FILE ASSIGN TO "CASHFCST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORECAST-PRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-IN.
       01  FD-SUMMARY-REC.
           COPY "recon-sum.cpy".

       FD  SUMMARY-CCY-IN.
       01  SUMMARY-CCY-RECORD.
           COPY "sumccy_record.cpy".

       FD  EXPECTED-FILE.
       01  EXPECTED-RECORD.
           05  EP-SOURCE              PIC X(3).
           05  FILLER                 PIC X(01).
           05  EP-CATEGORY            PIC X(20).
           05  FILLER                 PIC X(01).
           05  EP-TYPE                PIC X(8).
           05  FILLER                 PIC X(01).
           05  EP-AMOUNT              PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  EP-TOLERANCE           PIC 9(15)V99.
           05  FILLER                 PIC X(01).
           05  EP-SCHEDULE            PIC X(8).
           05  FILLER                 PIC X(01).
           05  EP-SCHED-DAY           PIC 9(2).
           05  FILLER                 PIC X(01).
           05  EP-CURRENCY            PIC X(3).

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

       FD  FORECAST-PRINT-FILE.
       01  FORECAST-PRINT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-SUMMARY-IN           PIC X(2).
           05 FS-SUMMARY-CCY-IN       PIC X(2).
           05 FS-EXPECTED-FILE        PIC X(2).
           05 FS-HOLIDAY-FILE         PIC X(2).
           05 FS-CONTROL-FILE         PIC X(2).
           05 FS-FORECAST-PRINT       PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-RUN-DATE-PARM           PIC X(20).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-SUMMARY-FILENAME        PIC X(22).
       01  WS-SUMCCY-FILENAME         PIC X(22).
       01  WS-SUMCCY-EOF              PIC X(1) VALUE 'N'.
       01  WS-BASE-CURRENCY           PIC X(3) VALUE 'USD'.
       01  WS-HORIZON                 PIC 9(2) VALUE 5.
       01  WS-EXPECTED-EOF            PIC X(1) VALUE 'N'.
       01  WS-HOLIDAY-EOF             PIC X(1) VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X(1) VALUE 'N'.

      *> Currency positions: the opening net from the summary, the
      *> running projected balance, the floor from CONTROL.DAT and
      *> the day's projected movement while a date is being printed.
       01  WS-CCY-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-CCY-OVERFLOW            PIC X(1) VALUE 'N'.
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 50 TIMES INDEXED BY CCY-IDX.
              10 WS-CCY-CODE          PIC X(3).
              10 WS-CCY-OPENING       PIC S9(15)V99.
              10 WS-CCY-BALANCE       PIC S9(15)V99.
              10 WS-CCY-DAY-IN        PIC S9(15)V99.
              10 WS-CCY-DAY-OUT       PIC S9(15)V99.
              10 WS-CCY-FLOOR         PIC 9(15)V99.
              10 WS-CCY-FLOOR-SET     PIC X(1).
              10 WS-CCY-LOWEST        PIC S9(15)V99.
              10 WS-CCY-LOWEST-DATE   PIC X(8).
              10 WS-CCY-BREACH-DAYS   PIC 9(4).
       01  WS-CCY-IDX2                PIC 9(4) COMP.
       01  WS-LOOKUP-CURRENCY         PIC X(3).

      *> CASHFLR rows are held until the currency table is built -
      *> CONTROL.DAT is read before the summary.
       01  WS-FLR-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-FLR-TABLE.
           05 WS-FLR-ENTRY OCCURS 50 TIMES INDEXED BY FLR-IDX.
              10 WS-FLR-CURRENCY      PIC X(3).
              10 WS-FLR-AMOUNT        PIC 9(15)V99.
       01  WS-FLR-IDX2                PIC 9(4) COMP.

      *> Recurring items with a signed flow and the number of times
      *> each has fallen due since the last business day - a count
      *> rather than a flag, so a weekly item landing twice across a
      *> long holiday is moved twice.
       01  WS-ITEM-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-ITEM-OVERFLOW           PIC X(1) VALUE 'N'.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 200 TIMES INDEXED BY ITEM-IDX.
              10 WS-ITEM-CURRENCY     PIC X(3).
              10 WS-ITEM-FLOW         PIC S9(15)V99.
              10 WS-ITEM-SCHEDULE     PIC X(8).
              10 WS-ITEM-SCHED-DAY    PIC 9(2).
              10 WS-ITEM-PENDING      PIC 9(2).
       01  WS-ITEM-IDX2               PIC 9(4) COMP.

      *> Holiday calendar from HOLIDAY.DAT (optional).
       01  WS-HOL-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY HOL-IDX.
              10 WS-HOL-DATE          PIC X(8).
       01  WS-DAY-IS-HOLIDAY          PIC X(1).

       01  WS-CURRENT-DATE-AREAS.
           05 WS-CURRENT-YMD          PIC X(8).
           05 WS-CUR-YEAR             PIC 9(4).
           05 WS-CUR-MONTH            PIC 9(2).
           05 WS-CUR-DAY              PIC 9(2).
           05 WS-LEAP-YEAR-FLAG       PIC X(1).
           05 WS-DAYS-IN-MONTH        PIC 99.
           05 WS-CUR-WEEKDAY          PIC 9(1).
           05 WS-BUSINESS-DAY         PIC X(1).
           05 WS-ITEM-DUE             PIC X(1).
           05 WS-ZELLER-Q             PIC 9(2).
           05 WS-ZELLER-M             PIC 9(2).
           05 WS-ZELLER-K             PIC 9(2).
           05 WS-ZELLER-J             PIC 9(2).
           05 WS-ZELLER-Y             PIC 9(4).
           05 WS-ZELLER-H             PIC 9(2).
           05 WS-ZELLER-T1            PIC 9(2).
           05 WS-ZELLER-T2            PIC 9(2).
           05 WS-ZELLER-T3            PIC 9(2).
       01  WS-WEEKDAY-NAMES           PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-WEEKDAY-NAME            PIC X(3).

       01  WS-COUNTS.
           05 WS-ITEMS-READ           PIC 9(4) VALUE ZERO.
           05 WS-DAYS-PROJECTED       PIC 9(2) VALUE ZERO.
           05 WS-ITEMS-PROJECTED      PIC 9(6) VALUE ZERO.
           05 WS-BREACH-LINES         PIC 9(6) VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
           05 WS-HORIZON-DISPLAY      PIC Z9.
           05 WS-IN-DISPLAY           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-OUT-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-BAL-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-FLOOR-DISPLAY        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-FLAG-TEXT            PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-RUN-DATE-PARM
           ACCEPT WS-RUN-DATE-PARM FROM COMMAND-LINE
           IF WS-RUN-DATE-PARM(1:8) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-PARM(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE-PARM(10:2) IS NUMERIC
                   AND WS-RUN-DATE-PARM(10:2) NOT = '00'
               MOVE WS-RUN-DATE-PARM(10:2) TO WS-HORIZON
           END-IF
           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING 'SUMMARY.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME
           MOVE SPACES TO WS-SUMCCY-FILENAME
           STRING 'SUMCCY.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-SUMCCY-FILENAME

           PERFORM LOAD-CONTROL-FILE
           PERFORM LOAD-OPENING-POSITIONS
           IF WS-EXIT-CODE NOT = 0
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM LOAD-HOLIDAY-FILE
           PERFORM LOAD-EXPECTED-ITEMS
           PERFORM APPLY-CURRENCY-FLOORS

           OPEN OUTPUT FORECAST-PRINT-FILE
           IF FS-FORECAST-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM WRITE-FORECAST-HEADER

           MOVE WS-RUN-DATE TO WS-CURRENT-YMD
           PERFORM UNTIL WS-DAYS-PROJECTED >= WS-HORIZON
               PERFORM INCREMENT-CURRENT-DATE
               PERFORM PROJECT-ONE-DATE
           END-PERFORM

           PERFORM WRITE-FORECAST-SUMMARY
           CLOSE FORECAST-PRINT-FILE

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
                           EVALUATE CTL-REC-TYPE
                               WHEN 'BASECURR'
                                   IF CTL-CATEGORY(5:4) = SPACES
                                       MOVE CTL-CATEGORY(1:3)
                                           TO WS-BASE-CURRENCY
                                   END-IF
                               WHEN 'CASHFLR '
                                   IF WS-FLR-COUNT < 50
                                       ADD 1 TO WS-FLR-COUNT
                                       SET FLR-IDX TO WS-FLR-COUNT
                                       MOVE CTL-CATEGORY(1:3)
                                         TO WS-FLR-CURRENCY(FLR-IDX)
                                       MOVE CTL-LIMIT-AMOUNT
                                         TO WS-FLR-AMOUNT(FLR-IDX)
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-OPENING-POSITIONS.
      *> Net position per currency exactly as SUMMPRT prints it:
      *> credits less the absolute debits. A layout-04 summary keeps
      *> every currency on its detail file; older summaries carry at
      *> most the five embedded entries.
           OPEN INPUT SUMMARY-IN
           IF FS-SUMMARY-IN NOT = "00"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               READ SUMMARY-IN
                   AT END
                       MOVE 1 TO WS-EXIT-CODE
                   NOT AT END
                       IF RS-LAYOUT-VERSION = '04'
                           PERFORM LOAD-DETAIL-POSITIONS
                       ELSE
                           PERFORM LOAD-EMBEDDED-POSITIONS
                       END-IF
               END-READ
               CLOSE SUMMARY-IN
           END-IF.

       LOAD-EMBEDDED-POSITIONS.
           PERFORM VARYING WS-CCY-IDX2 FROM 1 BY 1
                   UNTIL WS-CCY-IDX2 > RS-CURRENCY-COUNT
                      OR WS-CCY-IDX2 > 5
               MOVE RS-CUR-CODE(WS-CCY-IDX2) TO WS-LOOKUP-CURRENCY
               PERFORM FIND-OR-ADD-CURRENCY
               IF WS-CCY-OVERFLOW = 'N'
                   COMPUTE WS-CCY-OPENING(CCY-IDX) =
                       WS-CCY-OPENING(CCY-IDX)
                     + RS-CUR-CREDIT-TOTAL(WS-CCY-IDX2)
                     - FUNCTION ABS(RS-CUR-DEBIT-TOTAL(WS-CCY-IDX2))
                   PERFORM SET-OPENING-BALANCE
               END-IF
           END-PERFORM.

       LOAD-DETAIL-POSITIONS.
           OPEN INPUT SUMMARY-CCY-IN
           IF FS-SUMMARY-CCY-IN NOT = "00"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               PERFORM UNTIL WS-SUMCCY-EOF = 'Y'
                   READ SUMMARY-CCY-IN
                       AT END
                           MOVE 'Y' TO WS-SUMCCY-EOF
                       NOT AT END
                           MOVE SC-CURRENCY TO WS-LOOKUP-CURRENCY
                           PERFORM FIND-OR-ADD-CURRENCY
                           IF WS-CCY-OVERFLOW = 'N'
                               COMPUTE WS-CCY-OPENING(CCY-IDX) =
                                   WS-CCY-OPENING(CCY-IDX)
                                 + SC-CREDIT-TOTAL
                                 - FUNCTION ABS(SC-DEBIT-TOTAL)
                               PERFORM SET-OPENING-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-CCY-IN
           END-IF.

       SET-OPENING-BALANCE.
           MOVE WS-CCY-OPENING(CCY-IDX) TO WS-CCY-BALANCE(CCY-IDX)
           MOVE WS-CCY-OPENING(CCY-IDX) TO WS-CCY-LOWEST(CCY-IDX).

       FIND-OR-ADD-CURRENCY.
      *> Leaves CCY-IDX on the currency's entry, adding a zero
      *> position for a currency the summary did not carry.
           SET CCY-IDX TO 1
           SEARCH WS-CCY-ENTRY
               AT END
                   PERFORM START-CURRENCY-ENTRY
               WHEN CCY-IDX > WS-CCY-COUNT
                   PERFORM START-CURRENCY-ENTRY
               WHEN WS-CCY-CODE(CCY-IDX) = WS-LOOKUP-CURRENCY
                   CONTINUE
           END-SEARCH.

       START-CURRENCY-ENTRY.
           IF WS-CCY-COUNT < 50
               ADD 1 TO WS-CCY-COUNT
               SET CCY-IDX TO WS-CCY-COUNT
               MOVE WS-LOOKUP-CURRENCY TO WS-CCY-CODE(CCY-IDX)
               MOVE ZERO TO WS-CCY-OPENING(CCY-IDX)
               MOVE ZERO TO WS-CCY-BALANCE(CCY-IDX)
               MOVE ZERO TO WS-CCY-DAY-IN(CCY-IDX)
               MOVE ZERO TO WS-CCY-DAY-OUT(CCY-IDX)
               MOVE ZERO TO WS-CCY-FLOOR(CCY-IDX)
               MOVE 'N' TO WS-CCY-FLOOR-SET(CCY-IDX)
               MOVE ZERO TO WS-CCY-LOWEST(CCY-IDX)
               MOVE WS-RUN-DATE TO WS-CCY-LOWEST-DATE(CCY-IDX)
               MOVE ZERO TO WS-CCY-BREACH-DAYS(CCY-IDX)
           ELSE
               MOVE 'Y' TO WS-CCY-OVERFLOW
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

       LOAD-EXPECTED-ITEMS.
      *> EXPECTED.DAT is optional here: with no calendar the forecast
      *> simply holds the opening position flat.
           OPEN INPUT EXPECTED-FILE
           IF FS-EXPECTED-FILE = "00"
               PERFORM UNTIL WS-EXPECTED-EOF = 'Y'
                   READ EXPECTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EXPECTED-EOF
                       NOT AT END
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM TABLE-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE EXPECTED-FILE
           END-IF.

       TABLE-ONE-ITEM.
           IF WS-ITEM-COUNT < 200
               IF EP-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
               ELSE
                   MOVE EP-CURRENCY TO WS-LOOKUP-CURRENCY
               END-IF
               PERFORM FIND-OR-ADD-CURRENCY
               IF WS-CCY-OVERFLOW = 'N'
                   ADD 1 TO WS-ITEM-COUNT
                   SET ITEM-IDX TO WS-ITEM-COUNT
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-ITEM-CURRENCY(ITEM-IDX)
                   IF EP-TYPE = 'CREDIT' OR EP-TYPE = 'REVERSAL'
                       COMPUTE WS-ITEM-FLOW(ITEM-IDX) =
                           FUNCTION ABS(EP-AMOUNT)
                   ELSE
                       COMPUTE WS-ITEM-FLOW(ITEM-IDX) =
                           0 - FUNCTION ABS(EP-AMOUNT)
                   END-IF
                   MOVE EP-SCHEDULE TO WS-ITEM-SCHEDULE(ITEM-IDX)
                   IF EP-SCHED-DAY IS NUMERIC
                       MOVE EP-SCHED-DAY TO WS-ITEM-SCHED-DAY(ITEM-IDX)
                   ELSE
                       MOVE ZERO TO WS-ITEM-SCHED-DAY(ITEM-IDX)
                   END-IF
                   MOVE ZERO TO WS-ITEM-PENDING(ITEM-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-ITEM-OVERFLOW
           END-IF.

       APPLY-CURRENCY-FLOORS.
      *> A floor for a currency with no position yet still gets an
      *> entry, so a zero balance against a positive floor is shown.
           PERFORM VARYING WS-FLR-IDX2 FROM 1 BY 1
                   UNTIL WS-FLR-IDX2 > WS-FLR-COUNT
               MOVE WS-FLR-CURRENCY(WS-FLR-IDX2) TO WS-LOOKUP-CURRENCY
               PERFORM FIND-OR-ADD-CURRENCY
               IF WS-CCY-OVERFLOW = 'N'
                   MOVE WS-FLR-AMOUNT(WS-FLR-IDX2)
                       TO WS-CCY-FLOOR(CCY-IDX)
                   MOVE 'Y' TO WS-CCY-FLOOR-SET(CCY-IDX)
               END-IF
           END-PERFORM.

       PROJECT-ONE-DATE.
      *> Items fall due on the calendar; they are only moved on a
      *> business day, so anything due over a weekend or holiday
      *> waits in its pending count for the next one.
           PERFORM COMPUTE-CURRENT-WEEKDAY
           PERFORM CHECK-HOLIDAY
           MOVE 'N' TO WS-BUSINESS-DAY
           IF WS-CUR-WEEKDAY <= 5 AND WS-DAY-IS-HOLIDAY = 'N'
               MOVE 'Y' TO WS-BUSINESS-DAY
           END-IF
           MOVE WS-CURRENT-YMD(1:4) TO WS-CUR-YEAR
           MOVE WS-CURRENT-YMD(5:2) TO WS-CUR-MONTH
           MOVE WS-CURRENT-YMD(7:2) TO WS-CUR-DAY
           PERFORM DETERMINE-DAYS-IN-MONTH

           PERFORM VARYING WS-ITEM-IDX2 FROM 1 BY 1
                   UNTIL WS-ITEM-IDX2 > WS-ITEM-COUNT
               PERFORM CHECK-ITEM-DUE
               IF WS-ITEM-DUE = 'Y'
                   ADD 1 TO WS-ITEM-PENDING(WS-ITEM-IDX2)
               END-IF
           END-PERFORM

           IF WS-BUSINESS-DAY = 'Y'
               ADD 1 TO WS-DAYS-PROJECTED
               PERFORM VARYING WS-CCY-IDX2 FROM 1 BY 1
                       UNTIL WS-CCY-IDX2 > WS-CCY-COUNT
                   MOVE ZERO TO WS-CCY-DAY-IN(WS-CCY-IDX2)
                   MOVE ZERO TO WS-CCY-DAY-OUT(WS-CCY-IDX2)
               END-PERFORM
               PERFORM VARYING WS-ITEM-IDX2 FROM 1 BY 1
                       UNTIL WS-ITEM-IDX2 > WS-ITEM-COUNT
                   IF WS-ITEM-PENDING(WS-ITEM-IDX2) > 0
                       PERFORM MOVE-ONE-ITEM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CCY-IDX2 FROM 1 BY 1
                       UNTIL WS-CCY-IDX2 > WS-CCY-COUNT
                   PERFORM WRITE-CURRENCY-DAY-LINE
               END-PERFORM
           END-IF.

       CHECK-ITEM-DUE.
      *> DAILY items are business-day items and never accumulate
      *> over a weekend; a MONTHLY day past the month's end falls
      *> on its last day.
           MOVE 'N' TO WS-ITEM-DUE
           EVALUATE WS-ITEM-SCHEDULE(WS-ITEM-IDX2)
               WHEN 'DAILY'
                   IF WS-BUSINESS-DAY = 'Y'
                       MOVE 'Y' TO WS-ITEM-DUE
                   END-IF
               WHEN 'WEEKLY'
                   IF WS-ITEM-SCHED-DAY(WS-ITEM-IDX2) = WS-CUR-WEEKDAY
                       MOVE 'Y' TO WS-ITEM-DUE
                   END-IF
               WHEN 'MONTHLY'
                   IF WS-ITEM-SCHED-DAY(WS-ITEM-IDX2) = WS-CUR-DAY
                       MOVE 'Y' TO WS-ITEM-DUE
                   END-IF
                   IF WS-CUR-DAY = WS-DAYS-IN-MONTH
                       AND WS-ITEM-SCHED-DAY(WS-ITEM-IDX2)
                           > WS-DAYS-IN-MONTH
                       MOVE 'Y' TO WS-ITEM-DUE
                   END-IF
           END-EVALUATE.

       MOVE-ONE-ITEM.
           MOVE WS-ITEM-CURRENCY(WS-ITEM-IDX2) TO WS-LOOKUP-CURRENCY
           PERFORM FIND-OR-ADD-CURRENCY
           IF WS-ITEM-FLOW(WS-ITEM-IDX2) >= 0
               COMPUTE WS-CCY-DAY-IN(CCY-IDX) =
                   WS-CCY-DAY-IN(CCY-IDX)
                 + WS-ITEM-FLOW(WS-ITEM-IDX2)
                   * WS-ITEM-PENDING(WS-ITEM-IDX2)
           ELSE
               COMPUTE WS-CCY-DAY-OUT(CCY-IDX) =
                   WS-CCY-DAY-OUT(CCY-IDX)
                 - WS-ITEM-FLOW(WS-ITEM-IDX2)
                   * WS-ITEM-PENDING(WS-ITEM-IDX2)
           END-IF
           ADD WS-ITEM-PENDING(WS-ITEM-IDX2) TO WS-ITEMS-PROJECTED
           MOVE ZERO TO WS-ITEM-PENDING(WS-ITEM-IDX2).

       WRITE-CURRENCY-DAY-LINE.
           SET CCY-IDX TO WS-CCY-IDX2
           COMPUTE WS-CCY-BALANCE(CCY-IDX) =
               WS-CCY-BALANCE(CCY-IDX)
             + WS-CCY-DAY-IN(CCY-IDX)
             - WS-CCY-DAY-OUT(CCY-IDX)
           IF WS-CCY-BALANCE(CCY-IDX) < WS-CCY-LOWEST(CCY-IDX)
               MOVE WS-CCY-BALANCE(CCY-IDX) TO WS-CCY-LOWEST(CCY-IDX)
               MOVE WS-CURRENT-YMD TO WS-CCY-LOWEST-DATE(CCY-IDX)
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-CCY-FLOOR-SET(CCY-IDX) = 'Y'
                   AND WS-CCY-BALANCE(CCY-IDX) < WS-CCY-FLOOR(CCY-IDX)
               MOVE '*** BELOW FLOOR ***' TO WS-FLAG-TEXT
               ADD 1 TO WS-CCY-BREACH-DAYS(CCY-IDX)
               ADD 1 TO WS-BREACH-LINES
               IF WS-EXIT-CODE = 0
                   MOVE 4 TO WS-EXIT-CODE
               END-IF
           END-IF
           MOVE WS-CCY-DAY-IN(CCY-IDX) TO WS-IN-DISPLAY
           MOVE WS-CCY-DAY-OUT(CCY-IDX) TO WS-OUT-DISPLAY
           MOVE WS-CCY-BALANCE(CCY-IDX) TO WS-BAL-DISPLAY
           MOVE WS-WEEKDAY-NAMES(WS-CUR-WEEKDAY * 3 - 2:3)
               TO WS-WEEKDAY-NAME
           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING WS-CURRENT-YMD ' ' WS-WEEKDAY-NAME '  '
                  WS-CCY-CODE(CCY-IDX) ' '
                  WS-IN-DISPLAY ' ' WS-OUT-DISPLAY ' '
                  WS-BAL-DISPLAY '  ' WS-FLAG-TEXT
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD.

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
               WHEN WS-HOL-DATE(HOL-IDX) = WS-CURRENT-YMD
                   MOVE 'Y' TO WS-DAY-IS-HOLIDAY
           END-SEARCH.

       INCREMENT-CURRENT-DATE.
           MOVE WS-CURRENT-YMD(1:4) TO WS-CUR-YEAR
           MOVE WS-CURRENT-YMD(5:2) TO WS-CUR-MONTH
           MOVE WS-CURRENT-YMD(7:2) TO WS-CUR-DAY
           PERFORM DETERMINE-DAYS-IN-MONTH
           IF WS-CUR-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-CUR-DAY
           ELSE
               MOVE 1 TO WS-CUR-DAY
               IF WS-CUR-MONTH < 12
                   ADD 1 TO WS-CUR-MONTH
               ELSE
                   MOVE 1 TO WS-CUR-MONTH
                   ADD 1 TO WS-CUR-YEAR
               END-IF
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

       WRITE-FORECAST-HEADER.
           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD

           MOVE WS-HORIZON TO WS-HORIZON-DISPLAY
           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING 'CASH POSITION FORECAST  RUN DATE ' WS-RUN-DATE
                  '  HORIZON ' WS-HORIZON-DISPLAY ' BUSINESS DAYS'
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD

           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD

           PERFORM VARYING WS-CCY-IDX2 FROM 1 BY 1
                   UNTIL WS-CCY-IDX2 > WS-CCY-COUNT
               MOVE WS-CCY-OPENING(WS-CCY-IDX2) TO WS-BAL-DISPLAY
               MOVE SPACES TO FORECAST-PRINT-RECORD
               STRING 'OPENING NET POSITION ' WS-CCY-CODE(WS-CCY-IDX2)
                      ' . . : ' WS-BAL-DISPLAY
                   DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
               WRITE FORECAST-PRINT-RECORD
           END-PERFORM

           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD

           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING 'DATE     DAY  CCY '
                  '           PROJECTED IN '
                  '          PROJECTED OUT '
                  '      PROJECTED BALANCE'
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD.

       WRITE-FORECAST-SUMMARY.
           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD

           PERFORM VARYING WS-CCY-IDX2 FROM 1 BY 1
                   UNTIL WS-CCY-IDX2 > WS-CCY-COUNT
               PERFORM WRITE-CURRENCY-SUMMARY
           END-PERFORM

           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD

           MOVE WS-ITEMS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING 'ITEMS ON CALENDAR . . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD

           MOVE WS-ITEMS-PROJECTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING 'ITEM OCCURRENCES PROJECTED  . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD

           MOVE WS-BREACH-LINES TO WS-COUNT-DISPLAY
           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING 'CURRENCY-DAYS BELOW FLOOR . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD

      *> A position or item past a table cap would leave a currency
      *> out of the forecast altogether, so it is never silent.
           IF WS-CCY-OVERFLOW = 'Y'
               MOVE SPACES TO FORECAST-PRINT-RECORD
               STRING '*** WARNING: CURRENCY TABLE FULL (50) -'
                      ' CURRENCIES PAST THE CAP NOT FORECAST ***'
                   DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
               WRITE FORECAST-PRINT-RECORD
               MOVE 2 TO WS-EXIT-CODE
           END-IF
           IF WS-ITEM-OVERFLOW = 'Y'
               MOVE SPACES TO FORECAST-PRINT-RECORD
               STRING '*** WARNING: ITEM TABLE FULL (200) -'
                      ' ITEMS PAST THE CAP NOT PROJECTED ***'
                   DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
               WRITE FORECAST-PRINT-RECORD
               MOVE 2 TO WS-EXIT-CODE
           END-IF

           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD.

       WRITE-CURRENCY-SUMMARY.
           MOVE WS-CCY-BALANCE(WS-CCY-IDX2) TO WS-BAL-DISPLAY
           MOVE WS-CCY-LOWEST(WS-CCY-IDX2) TO WS-IN-DISPLAY
           MOVE SPACES TO FORECAST-PRINT-RECORD
           STRING WS-CCY-CODE(WS-CCY-IDX2)
                  '  CLOSING ' WS-BAL-DISPLAY
                  '  LOWEST ' WS-IN-DISPLAY
                  ' ON ' WS-CCY-LOWEST-DATE(WS-CCY-IDX2)
               DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           WRITE FORECAST-PRINT-RECORD

           MOVE SPACES TO FORECAST-PRINT-RECORD
           IF WS-CCY-FLOOR-SET(WS-CCY-IDX2) = 'Y'
               MOVE WS-CCY-FLOOR(WS-CCY-IDX2) TO WS-FLOOR-DISPLAY
               MOVE WS-CCY-BREACH-DAYS(WS-CCY-IDX2) TO WS-COUNT-DISPLAY
               STRING '     FLOOR   ' WS-FLOOR-DISPLAY
                      '  DAYS BELOW ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           ELSE
               STRING '     NO CASHFLR FLOOR ON CONTROL.DAT'
                   DELIMITED BY SIZE INTO FORECAST-PRINT-RECORD
           END-IF
           WRITE FORECAST-PRINT-RECORD.

       END PROGRAM CASH-FORECAST.
