       DATE-WRITTEN. 2026-09-03.
      *> Monthly per-source billing extract. The invoices were built
      *> by hand from REPTPRT printouts even though the per-source
      *> volumes already ride the reconciliation summary. For the
      *> PARM month (YYYYMM) this program sums each source's
      *> processed record count across the month's dated
      *> SUMMARY.YYYYMMDD.DAT files - every source on the day's
      *> SUMSRC.YYYYMMDD.DAT detail file, or the RS-SOURCE-ENTRY
      *> occurrences of a summary written before the detail file
      *> existed - falling back to the ARCHIVE.SUMMARY.<date>.DAT
      *> (and ARCHIVE.SUMSRC.<date>.DAT) copy for any day whose live
      *> file is gone or empty, since MONTH-END-CLOSE empties the
      *> live summaries at exactly the moment the month gets billed.
      *> The day and reject volumes are sorted by source and priced
      *> by control break, so there is no limit on how many sources
      *> one month can bill. A month in which NO day yields a usable
      *> summary fails the run (exit 1) rather than pricing a
      *> plausible-looking zero-volume invoice. It takes each
      *> source's reject-day volume from the reject history REJHIST.DAT
      *> (REJECT-QUALITY's daily per-source lines include carried
      *> rejects, so the reject price on the rate card is a handling
      *> charge per reject-day, not per new reject), prices both
      *>   - BILLPRT, the printable billing summary.
      *> A source with volume but no rate-card row is listed at zero
      *> charge and flagged - an unpriced sender is a contract
      *> question, not a free ride to hide. A rate card too long for
      *> the 1000-row table fails the run (exit 2) rather than bill
      *> the rows that did not fit as unpriced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> SUMMARY-IN/SOURCE-DETAIL-IN are re-opened once per day of
      *> the month with the dated name and must stay DYNAMIC assigns.
       FILE-CONTROL.
           SELECT SUMMARY-IN ASSIGN TO DYNAMIC WS-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-IN.
           SELECT SOURCE-DETAIL-IN ASSIGN TO DYNAMIC WS-SUMSRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SOURCE-DETAIL.
           SELECT VOLUME-WORK-FILE ASSIGN TO "BILLWORK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VOLUME-SORT-FILE ASSIGN TO "BILLSORT.DAT".
           SELECT VOLUME-SORTED-FILE ASSIGN TO "BILLSRTD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VOLUME-SORTED.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RATE-CARD.
       01  FD-SUMMARY-REC.
           COPY "recon-sum.cpy".

       FD  SOURCE-DETAIL-IN.
       01  SOURCE-DETAIL-RECORD.
           COPY "sumsrc_record.cpy".

      *> One row per source per summary day (records) and per reject
      *> history line (reject-days), sorted by source for pricing.
       FD  VOLUME-WORK-FILE.
       01  VOLUME-WORK-RECORD.
           05  VW-SOURCE          PIC X(3).
           05  VW-RECORDS         PIC 9(9).
           05  VW-REJECT-DAYS     PIC 9(9).

       SD  VOLUME-SORT-FILE.
       01  VOLUME-SORT-RECORD.
           05  SRT-VW-SOURCE      PIC X(3).
           05  SRT-VW-RECORDS     PIC 9(9).
           05  SRT-VW-REJECT-DAYS PIC 9(9).

       FD  VOLUME-SORTED-FILE.
       01  VOLUME-SORTED-RECORD.
           05  VWS-SOURCE         PIC X(3).
           05  VWS-RECORDS        PIC 9(9).
           05  VWS-REJECT-DAYS    PIC 9(9).

       FD  RATE-CARD-FILE.
       01  RATE-CARD-RECORD.
           05  BR-SOURCE          PIC X(3).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-SUMMARY-IN           PIC X(2).
           05 FS-SOURCE-DETAIL        PIC X(2).
           05 FS-VOLUME-SORTED        PIC X(2).
           05 FS-RATE-CARD            PIC X(2).
           05 FS-REJECT-HISTORY       PIC X(2).
           05 FS-BILLING-EXTRACT      PIC X(2).
       01  WS-BILL-PERIOD             PIC X(6).
       01  WS-TODAY                   PIC X(8).
       01  WS-SUMMARY-FILENAME        PIC X(30).
       01  WS-SUMSRC-FILENAME         PIC X(30).
       01  WS-DETAIL-EOF              PIC X(1).
       01  WS-SORTED-EOF              PIC X(1).
       01  WS-DAY-USABLE              PIC X(1).
       01  WS-RATE-EOF                PIC X(1) VALUE 'N'.
       01  WS-HISTORY-EOF             PIC X(1) VALUE 'N'.

       01  WS-RATE-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1000 TIMES INDEXED BY RATE-IDX.
              10 WS-RATE-SOURCE       PIC X(3).
              10 WS-RATE-RECORD       PIC 9(7)V99.
              10 WS-RATE-REJECT       PIC 9(7)V99.

      *> The source being priced - one control-break group of the
      *> sorted volume file.
       01  WS-BILL-CURRENT.
           05 WS-BILL-SOURCE          PIC X(3).
           05 WS-BILL-RECORDS         PIC 9(9).
           05 WS-BILL-REJECT-DAYS     PIC 9(9).
           05 WS-BILL-RATED           PIC X(1).
           05 WS-BILL-RECORD-CHG      PIC S9(13)V99.
           05 WS-BILL-REJECT-CHG      PIC S9(13)V99.
           05 WS-BILL-TOTAL-CHG       PIC S9(13)V99.

       01  WS-CONTROL-TOTALS.
           05 WS-LINE-COUNT           PIC 9(9) VALUE ZERO.
               GO TO CLEANUP-AND-EXIT
           END-IF

           OPEN OUTPUT VOLUME-WORK-FILE
           PERFORM SUM-MONTH-SUMMARIES
           PERFORM SUM-REJECT-DAYS
           PERFORM SORT-SOURCE-VOLUMES

           PERFORM WRITE-BILLING-EXTRACT
           IF WS-EXIT-CODE NOT = 0
                       AT END
                           MOVE 'Y' TO WS-RATE-EOF
                       NOT AT END
                           IF WS-RATE-COUNT < 1000
                               ADD 1 TO WS-RATE-COUNT
                               SET RATE-IDX TO WS-RATE-COUNT
                               MOVE BR-SOURCE
                                   TO WS-RATE-RECORD(RATE-IDX)
                               MOVE BR-RATE-PER-REJECT
                                   TO WS-RATE-REJECT(RATE-IDX)
                           ELSE
                               MOVE 2 TO WS-EXIT-CODE
                           END-IF
                   END-READ
               END-PERFORM
           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING 'SUMMARY.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME
           MOVE SPACES TO WS-SUMSRC-FILENAME
           STRING 'SUMSRC.' WS-CURRENT-YMD '.DAT'
               DELIMITED BY SIZE INTO WS-SUMSRC-FILENAME
           PERFORM READ-ONE-SUMMARY-FILE
           IF WS-DAY-USABLE = 'N'
               MOVE SPACES TO WS-SUMMARY-FILENAME
               STRING 'ARCHIVE.SUMMARY.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME
               MOVE SPACES TO WS-SUMSRC-FILENAME
               STRING 'ARCHIVE.SUMSRC.' WS-CURRENT-YMD '.DAT'
                   DELIMITED BY SIZE INTO WS-SUMSRC-FILENAME
               PERFORM READ-ONE-SUMMARY-FILE
           END-IF
           IF WS-DAY-USABLE = 'Y'
               ADD 1 TO WS-MONTH-DAYS
           END-IF.

       READ-ONE-SUMMARY-FILE.
      *> with spaces - a record with no numeric source-entry count
      *> predates the per-source rollup and carries no billable
      *> volume, so it is skipped rather than invoiced as garbage.
      *> A layout-04 summary keeps every source on its SUMSRC
      *> detail file; a day whose detail file is missing is not
      *> usable (its volumes cannot be told), so the archived copy
      *> is tried next.
                       IF RS-TOTAL-RECORDS IS NUMERIC
                               AND RS-SOURCE-COUNT IS NUMERIC
                           IF RS-LAYOUT-VERSION = '04'
                               PERFORM POST-DETAIL-SOURCE-DAYS
                           ELSE
                               MOVE 'Y' TO WS-DAY-USABLE
                               PERFORM VARYING WS-SRC-IDX2 FROM 1 BY 1
                                       UNTIL WS-SRC-IDX2
                                           > RS-SOURCE-COUNT
                                       OR WS-SRC-IDX2 > 10
                                   PERFORM POST-ONE-SOURCE-DAY
                               END-PERFORM
                           END-IF
                       END-IF
               END-READ
               CLOSE SUMMARY-IN
           END-IF.

       POST-ONE-SOURCE-DAY.
           MOVE RS-SRC-CODE(WS-SRC-IDX2) TO VW-SOURCE
           MOVE RS-SRC-RECORD-COUNT(WS-SRC-IDX2) TO VW-RECORDS
           MOVE 0 TO VW-REJECT-DAYS
           WRITE VOLUME-WORK-RECORD.

       POST-DETAIL-SOURCE-DAYS.
           OPEN INPUT SOURCE-DETAIL-IN
           IF FS-SOURCE-DETAIL = "00"
               MOVE 'Y' TO WS-DAY-USABLE
               MOVE 'N' TO WS-DETAIL-EOF
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ SOURCE-DETAIL-IN
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           MOVE SS-SOURCE TO VW-SOURCE
                           MOVE SS-RECORD-COUNT TO VW-RECORDS
                           MOVE 0 TO VW-REJECT-DAYS
                           WRITE VOLUME-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE SOURCE-DETAIL-IN
           END-IF.

       SUM-REJECT-DAYS.
           OPEN INPUT REJECT-HISTORY-FILE
           END-IF.

       POST-ONE-REJECT-LINE.
           MOVE RH-SOURCE TO VW-SOURCE
           MOVE 0 TO VW-RECORDS
           MOVE RH-COUNT TO VW-REJECT-DAYS
           WRITE VOLUME-WORK-RECORD.

       SORT-SOURCE-VOLUMES.
           CLOSE VOLUME-WORK-FILE
           SORT VOLUME-SORT-FILE
               ON ASCENDING KEY SRT-VW-SOURCE
               USING VOLUME-WORK-FILE
               GIVING VOLUME-SORTED-FILE.

      *> The extract and the printed summary each make one pass over
      *> the sorted volumes; NEXT-SOURCE-GROUP gathers one source's
      *> rows (the file is read one record ahead) and prices them.
       OPEN-SORTED-VOLUMES.
           MOVE 'N' TO WS-SORTED-EOF
           MOVE ZERO TO WS-UNRATED-SOURCES
           OPEN INPUT VOLUME-SORTED-FILE
           IF FS-VOLUME-SORTED NOT = "00"
               MOVE 'Y' TO WS-SORTED-EOF
           ELSE
               PERFORM READ-SORTED-VOLUME
           END-IF.

       READ-SORTED-VOLUME.
           READ VOLUME-SORTED-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
           END-READ.

       NEXT-SOURCE-GROUP.
           MOVE VWS-SOURCE TO WS-BILL-SOURCE
           MOVE 0 TO WS-BILL-RECORDS
           MOVE 0 TO WS-BILL-REJECT-DAYS
           PERFORM UNTIL WS-SORTED-EOF = 'Y'
                   OR VWS-SOURCE NOT = WS-BILL-SOURCE
               ADD VWS-RECORDS TO WS-BILL-RECORDS
               ADD VWS-REJECT-DAYS TO WS-BILL-REJECT-DAYS
               PERFORM READ-SORTED-VOLUME
           END-PERFORM
           PERFORM PRICE-CURRENT-SOURCE.

       PRICE-CURRENT-SOURCE.
           MOVE 'N' TO WS-BILL-RATED
           MOVE 0 TO WS-BILL-RECORD-CHG
           MOVE 0 TO WS-BILL-REJECT-CHG
           MOVE 0 TO WS-BILL-TOTAL-CHG
           SET RATE-IDX TO 1
           SEARCH WS-RATE-ENTRY
               AT END
                   ADD 1 TO WS-UNRATED-SOURCES
               WHEN WS-RATE-SOURCE(RATE-IDX) = WS-BILL-SOURCE
                   MOVE 'Y' TO WS-BILL-RATED
                   COMPUTE WS-BILL-RECORD-CHG ROUNDED =
                       WS-BILL-RECORDS * WS-RATE-RECORD(RATE-IDX)
                   COMPUTE WS-BILL-REJECT-CHG ROUNDED =
                       WS-BILL-REJECT-DAYS * WS-RATE-REJECT(RATE-IDX)
                   COMPUTE WS-BILL-TOTAL-CHG =
                       WS-BILL-RECORD-CHG + WS-BILL-REJECT-CHG
           END-SEARCH.

       WRITE-BILLING-EXTRACT.
           OPEN OUTPUT BILLING-EXTRACT-FILE
           IF FS-BILLING-EXTRACT NOT = "00"
               MOVE WS-TODAY TO BLH-RUN-DATE
               WRITE BILLING-HEADER-RECORD

               PERFORM OPEN-SORTED-VOLUMES
               PERFORM UNTIL WS-SORTED-EOF = 'Y'
                   PERFORM NEXT-SOURCE-GROUP
                   MOVE SPACES TO BILLING-POSTING-RECORD
                   MOVE 'BLP' TO BLP-RECORD-TAG
                   MOVE WS-BILL-SOURCE TO BLP-SOURCE
                   MOVE WS-BILL-RECORDS TO BLP-RECORD-COUNT
                   MOVE WS-BILL-RECORD-CHG TO BLP-RECORD-CHARGE
                   MOVE WS-BILL-REJECT-DAYS TO BLP-REJECT-DAYS
                   MOVE WS-BILL-REJECT-CHG TO BLP-REJECT-CHARGE
                   MOVE WS-BILL-TOTAL-CHG TO BLP-TOTAL-CHARGE
                   WRITE BILLING-POSTING-RECORD
                   ADD 1 TO WS-LINE-COUNT
                   ADD WS-BILL-TOTAL-CHG TO WS-HASH-TOTAL
               END-PERFORM
               CLOSE VOLUME-SORTED-FILE

               MOVE SPACES TO BILLING-TRAILER-RECORD
               MOVE 'BLT' TO BLT-RECORD-TAG
                   DELIMITED BY SIZE INTO BILLING-PRINT-RECORD
               WRITE BILLING-PRINT-RECORD

               PERFORM OPEN-SORTED-VOLUMES
               PERFORM UNTIL WS-SORTED-EOF = 'Y'
                   PERFORM NEXT-SOURCE-GROUP
                   PERFORM WRITE-ONE-SOURCE-LINES
               END-PERFORM
               CLOSE VOLUME-SORTED-FILE

               MOVE SPACES TO BILLING-PRINT-RECORD
               STRING '----------------------------------------'

       WRITE-ONE-SOURCE-LINES.
           MOVE SPACES TO BILLING-PRINT-RECORD
           STRING 'SOURCE ' WS-BILL-SOURCE
               DELIMITED BY SIZE INTO BILLING-PRINT-RECORD
           WRITE BILLING-PRINT-RECORD

           MOVE WS-BILL-RECORDS TO WS-COUNT-DISPLAY
           MOVE WS-BILL-RECORD-CHG TO WS-CHARGE-DISPLAY
           MOVE SPACES TO BILLING-PRINT-RECORD
           STRING '  RECORDS ' WS-COUNT-DISPLAY
                  '  CHARGE ' WS-CHARGE-DISPLAY
               DELIMITED BY SIZE INTO BILLING-PRINT-RECORD
           WRITE BILLING-PRINT-RECORD

           MOVE WS-BILL-REJECT-DAYS TO WS-COUNT-DISPLAY
           MOVE WS-BILL-REJECT-CHG TO WS-CHARGE-DISPLAY
           MOVE SPACES TO BILLING-PRINT-RECORD
           STRING '  REJECT-DAYS ' WS-COUNT-DISPLAY
                  '  CHARGE ' WS-CHARGE-DISPLAY
               DELIMITED BY SIZE INTO BILLING-PRINT-RECORD
           WRITE BILLING-PRINT-RECORD

           MOVE WS-BILL-TOTAL-CHG TO WS-CHARGE-DISPLAY
           MOVE SPACES TO BILLING-PRINT-RECORD
           IF WS-BILL-RATED = 'Y'
               STRING '  INVOICE TOTAL ' WS-CHARGE-DISPLAY
                   DELIMITED BY SIZE INTO BILLING-PRINT-RECORD
           ELSE
