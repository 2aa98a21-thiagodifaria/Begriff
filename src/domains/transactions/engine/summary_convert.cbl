      *> place. Files already at the current version pass through
      *> unchanged; the SUMCVRPT report says which files were
      *> upgraded, current, or skipped.
      *> Layout '04' keeps every currency and source on the dated
      *> SUMCCY/SUMSRC detail files beside the summary, so upgrading
      *> an older file also writes its detail files (SUMCCY.<date>/
      *> SUMSRC.<date>, or the ARCHIVE. copies for an archived
      *> summary) from the currency and source entries the summary
      *> carries - all an older file ever recorded. The per-currency
      *> record count was not kept before '04' and is written as
      *> zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> The dated names are computed per day, so the summary and
      *> detail assigns must stay DYNAMIC.
       FILE-CONTROL.
           SELECT SUMMARY-IO-FILE ASSIGN TO DYNAMIC WS-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-IO.
           SELECT SUMMARY-CCY-OUT ASSIGN TO DYNAMIC WS-SUMCCY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-CCY.
           SELECT SUMMARY-SRC-OUT ASSIGN TO DYNAMIC WS-SUMSRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-SRC.
           SELECT CONVERT-PRINT-FILE ASSIGN TO "SUMCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONVERT-PRINT.
       01  FD-SUMMARY-REC.
           COPY "recon-sum.cpy".

       FD  SUMMARY-CCY-OUT.
       01  SUMMARY-CCY-RECORD.
           COPY "sumccy_record.cpy".

       FD  SUMMARY-SRC-OUT.
       01  SUMMARY-SRC-RECORD.
           COPY "sumsrc_record.cpy".

       FD  CONVERT-PRINT-FILE.
       01  CONVERT-PRINT-RECORD      PIC X(100).

       01  FILE-STATUS-CODES.
           05 FS-SUMMARY-IO           PIC X(2).
           05 FS-CONVERT-PRINT        PIC X(2).
           05 FS-SUMMARY-CCY          PIC X(2).
           05 FS-SUMMARY-SRC          PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-PARM                    PIC X(40).
       01  WS-FROM-DATE               PIC X(8).
       01  WS-TO-DATE                 PIC X(8).
       01  WS-SUMMARY-FILENAME        PIC X(30).
       01  WS-SUMCCY-FILENAME         PIC X(30).
       01  WS-SUMSRC-FILENAME         PIC X(30).
       01  WS-DETAIL-WRITTEN          PIC X(1).
       01  WS-RECORD-READ             PIC X(1).

      *> The record held across the close/reopen that rewrites the
           05 WS-FILES-CURRENT        PIC 9(4) VALUE ZERO.
           05 WS-CUR-IDX              PIC 9(2) COMP.

      *> Detail rows go out in code order: each pass picks the
      *> lowest code above the one written last.
       01  WS-ORDER-AREAS.
           05 WS-ORDER-PASS           PIC 9(2) COMP.
           05 WS-ORDER-IDX            PIC 9(2) COMP.
           05 WS-ORDER-PICK           PIC 9(2) COMP.
           05 WS-ORDER-LIMIT          PIC 9(2) COMP.
           05 WS-ORDER-LAST-CODE      PIC X(3).
           05 WS-ORDER-PICK-CODE      PIC X(3).

       01  WS-PRINT-AREAS.
           05 WS-COUNT-DISPLAY        PIC ZZZ9.

           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING 'SUMMARY.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME
           MOVE SPACES TO WS-SUMCCY-FILENAME
           STRING 'SUMCCY.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-SUMCCY-FILENAME
           MOVE SPACES TO WS-SUMSRC-FILENAME
           STRING 'SUMSRC.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-SUMSRC-FILENAME
           PERFORM CONVERT-ONE-FILE

           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING 'ARCHIVE.SUMMARY.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME
           MOVE SPACES TO WS-SUMCCY-FILENAME
           STRING 'ARCHIVE.SUMCCY.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-SUMCCY-FILENAME
           MOVE SPACES TO WS-SUMSRC-FILENAME
           STRING 'ARCHIVE.SUMSRC.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-SUMSRC-FILENAME
           PERFORM CONVERT-ONE-FILE

           PERFORM INCREMENT-CURRENT-DATE.
               END-READ
               CLOSE SUMMARY-IO-FILE
               IF WS-RECORD-READ = 'Y'
                   IF HS-LAYOUT-VERSION = '04'
                       ADD 1 TO WS-FILES-CURRENT
                   ELSE
                       PERFORM UPGRADE-HELD-RECORD
                       PERFORM WRITE-DETAIL-FILES
                   END-IF
      *> The summary is only restamped once its detail files are
      *> on disk - a summary at '04' without them would lose every
      *> currency and source it carried.
                   IF HS-LAYOUT-VERSION NOT = '04'
                       AND WS-DETAIL-WRITTEN = 'Y'
                       MOVE '04' TO HS-LAYOUT-VERSION
                       OPEN OUTPUT SUMMARY-IO-FILE
                       MOVE WS-HELD-SUMMARY-REC TO FD-SUMMARY-REC
                       WRITE FD-SUMMARY-REC
                   AND HS-HELD-AMOUNT(1:1) NOT = '-'
               MOVE ZERO TO HS-HELD-AMOUNT
           END-IF
           IF HS-CURRENCY-COUNT > 5
               MOVE 5 TO HS-CURRENCY-COUNT
           END-IF
           IF HS-SOURCE-COUNT > 10
               MOVE 10 TO HS-SOURCE-COUNT
           END-IF
           MOVE HS-CURRENCY-COUNT TO HS-CURRENCY-DETAIL-COUNT
           MOVE HS-SOURCE-COUNT TO HS-SOURCE-DETAIL-COUNT.

       WRITE-DETAIL-FILES.
           MOVE 'N' TO WS-DETAIL-WRITTEN
           OPEN OUTPUT SUMMARY-CCY-OUT
           IF FS-SUMMARY-CCY NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
           ELSE
               MOVE LOW-VALUES TO WS-ORDER-LAST-CODE
               MOVE HS-CURRENCY-COUNT TO WS-ORDER-LIMIT
               PERFORM VARYING WS-ORDER-PASS FROM 1 BY 1
                       UNTIL WS-ORDER-PASS > WS-ORDER-LIMIT
                   PERFORM PICK-NEXT-CURRENCY
                   PERFORM WRITE-ONE-CURRENCY-ROW
               END-PERFORM
               CLOSE SUMMARY-CCY-OUT
               OPEN OUTPUT SUMMARY-SRC-OUT
               IF FS-SUMMARY-SRC NOT = "00"
                   MOVE 2 TO WS-EXIT-CODE
               ELSE
                   MOVE LOW-VALUES TO WS-ORDER-LAST-CODE
                   MOVE HS-SOURCE-COUNT TO WS-ORDER-LIMIT
                   PERFORM VARYING WS-ORDER-PASS FROM 1 BY 1
                           UNTIL WS-ORDER-PASS > WS-ORDER-LIMIT
                       PERFORM PICK-NEXT-SOURCE
                       PERFORM WRITE-ONE-SOURCE-ROW
                   END-PERFORM
                   CLOSE SUMMARY-SRC-OUT
                   MOVE 'Y' TO WS-DETAIL-WRITTEN
               END-IF
           END-IF
           IF WS-DETAIL-WRITTEN = 'N'
               MOVE SPACES TO CONVERT-PRINT-RECORD
               STRING 'SKIPPED  ' WS-SUMMARY-FILENAME
                      ' - DETAIL FILE NOT WRITABLE'
                   DELIMITED BY SIZE INTO CONVERT-PRINT-RECORD
               WRITE CONVERT-PRINT-RECORD
           END-IF.

       PICK-NEXT-CURRENCY.
           MOVE HIGH-VALUES TO WS-ORDER-PICK-CODE
           MOVE 1 TO WS-ORDER-PICK
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-ORDER-LIMIT
               IF HS-CUR-CODE(WS-ORDER-IDX) > WS-ORDER-LAST-CODE
                   AND HS-CUR-CODE(WS-ORDER-IDX) < WS-ORDER-PICK-CODE
                   MOVE HS-CUR-CODE(WS-ORDER-IDX) TO WS-ORDER-PICK-CODE
                   MOVE WS-ORDER-IDX TO WS-ORDER-PICK
               END-IF
           END-PERFORM
           MOVE WS-ORDER-PICK-CODE TO WS-ORDER-LAST-CODE.

       WRITE-ONE-CURRENCY-ROW.
           MOVE SPACES TO SUMMARY-CCY-RECORD
           MOVE HS-CUR-CODE(WS-ORDER-PICK) TO SC-CURRENCY
           MOVE ZERO TO SC-RECORD-COUNT
           MOVE HS-CUR-DEBIT-TOTAL(WS-ORDER-PICK) TO SC-DEBIT-TOTAL
           MOVE HS-CUR-CREDIT-TOTAL(WS-ORDER-PICK) TO SC-CREDIT-TOTAL
           MOVE HS-CUR-TRANSFER-TOTAL(WS-ORDER-PICK)
               TO SC-TRANSFER-TOTAL
           MOVE HS-CUR-REVERSAL-TOTAL(WS-ORDER-PICK)
               TO SC-REVERSAL-TOTAL
           MOVE HS-CUR-FEE-TOTAL(WS-ORDER-PICK) TO SC-FEE-TOTAL
           WRITE SUMMARY-CCY-RECORD.

       PICK-NEXT-SOURCE.
           MOVE HIGH-VALUES TO WS-ORDER-PICK-CODE
           MOVE 1 TO WS-ORDER-PICK
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-ORDER-LIMIT
               IF HS-SRC-CODE(WS-ORDER-IDX) > WS-ORDER-LAST-CODE
                   AND HS-SRC-CODE(WS-ORDER-IDX) < WS-ORDER-PICK-CODE
                   MOVE HS-SRC-CODE(WS-ORDER-IDX) TO WS-ORDER-PICK-CODE
                   MOVE WS-ORDER-IDX TO WS-ORDER-PICK
               END-IF
           END-PERFORM
           MOVE WS-ORDER-PICK-CODE TO WS-ORDER-LAST-CODE.

       WRITE-ONE-SOURCE-ROW.
           MOVE SPACES TO SUMMARY-SRC-RECORD
           MOVE HS-SRC-CODE(WS-ORDER-PICK) TO SS-SOURCE
           IF HS-SRC-RECORD-COUNT(WS-ORDER-PICK) IS NUMERIC
               MOVE HS-SRC-RECORD-COUNT(WS-ORDER-PICK)
                   TO SS-RECORD-COUNT
           ELSE
               MOVE ZERO TO SS-RECORD-COUNT
           END-IF
           MOVE HS-SRC-DEBIT-TOTAL(WS-ORDER-PICK) TO SS-DEBIT-TOTAL
           MOVE HS-SRC-CREDIT-TOTAL(WS-ORDER-PICK) TO SS-CREDIT-TOTAL
           WRITE SUMMARY-SRC-RECORD.

       DEFAULT-SIGNED-FIELDS.
           IF HS-PTD-TOTAL-DEBITS(1:1) NOT = '+'
