      *> category report, stamped with the run's base currency code
      *> from the summary record - a mixed-currency native sum must
      *> never reach the GL labelled as one currency.
      *> Each legal entity keeps its own books, so when RECONCILE has
      *> written the per-entity category report (CATGENT) the extract
      *> carries one interface batch per entity instead - its own
      *> header naming the entity and the entity's base currency,
      *> its postings in that currency, its own batch ID, and its own
      *> trailer count and hash total - so each batch loads and
      *> balances on its own.
      *> With no CATGENT on disk the single CATGOUT batch is written
      *> as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CATEGORY-REPORT-IN ASSIGN TO "CATGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORY-IN.
           SELECT CATEGORY-ENTITY-IN ASSIGN TO "CATGENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORY-ENTITY.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-INTERFACE.
           05  CI-BASE-FEE-TOTAL  PIC S9(15)V99
                                  SIGN LEADING SEPARATE.

       FD  CATEGORY-ENTITY-IN.
       01  CATEGORY-ENTITY-RECORD.
           COPY "catgent_record.cpy".

       FD  GL-INTERFACE-FILE.
       01  GL-HEADER-RECORD.
           05  GLH-RECORD-TAG     PIC X(3).
           05  GLH-POSTING-DATE   PIC X(8).
           05  GLH-BATCH-ID       PIC X(8).
           05  GLH-BASE-CURRENCY  PIC X(3).
           05  GLH-ENTITY-CODE    PIC X(4).
           05  FILLER             PIC X(36).
       01  GL-POSTING-RECORD.
           05  GLP-RECORD-TAG     PIC X(3).
           05  GLP-CATEGORY       PIC X(20).
       01  FILE-STATUS-CODES.
           05 FS-SUMMARY-IN           PIC X(2).
           05 FS-CATEGORY-IN          PIC X(2).
           05 FS-CATEGORY-ENTITY      PIC X(2).
           05 FS-GL-INTERFACE         PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-RUN-DATE                PIC X(8).
       01  WS-SUMMARY-FILENAME        PIC X(22).
       01  WS-CATG-EOF                PIC X(1) VALUE 'N'.
       01  WS-ENTITY-MODE             PIC X(1) VALUE 'N'.
       01  WS-BATCH-ACTIVE            PIC X(1) VALUE 'N'.
       01  WS-BATCH-ENTITY            PIC X(4) VALUE SPACES.
       01  WS-BATCH-CURRENCY          PIC X(3) VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05 WS-LINE-COUNT           PIC 9(9) VALUE ZERO.
           05 WS-BASE-CURRENCY        PIC X(3).
           05 WS-BATCH-ID             PIC X(8).

      *> The category line being posted, from CATGOUT or CATGENT.
       01  WS-CATEGORY-WORK.
           05 WS-POST-CATEGORY        PIC X(20).
           05 WS-CAT-BASE-DEBIT       PIC S9(15)V99.
           05 WS-CAT-BASE-CREDIT      PIC S9(15)V99.
           05 WS-CAT-BASE-TRANSFER    PIC S9(15)V99.
           05 WS-CAT-BASE-REVERSAL    PIC S9(15)V99.
           05 WS-CAT-BASE-FEE         PIC S9(15)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-RUN-DATE-PARM
           MOVE RS-BATCH-ID TO WS-BATCH-ID
           CLOSE SUMMARY-IN

           OPEN INPUT CATEGORY-ENTITY-IN
           IF FS-CATEGORY-ENTITY = "00"
               MOVE 'Y' TO WS-ENTITY-MODE
           ELSE
               OPEN INPUT CATEGORY-REPORT-IN
               IF FS-CATEGORY-IN NOT = "00"
                   MOVE 1 TO WS-EXIT-CODE
                   GO TO CLEANUP-AND-EXIT
               END-IF
           END-IF

           OPEN OUTPUT GL-INTERFACE-FILE
           IF FS-GL-INTERFACE NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               IF WS-ENTITY-MODE = 'Y'
                   CLOSE CATEGORY-ENTITY-IN
               ELSE
                   CLOSE CATEGORY-REPORT-IN
               END-IF
               GO TO CLEANUP-AND-EXIT
           END-IF

           IF WS-ENTITY-MODE = 'Y'
               PERFORM EXTRACT-ENTITY-BATCHES
               CLOSE CATEGORY-ENTITY-IN
               CLOSE GL-INTERFACE-FILE
               GO TO CLEANUP-AND-EXIT
           END-IF

           MOVE SPACES TO WS-BATCH-ENTITY
           MOVE WS-BASE-CURRENCY TO WS-BATCH-CURRENCY
           PERFORM WRITE-BATCH-HEADER

           PERFORM UNTIL WS-CATG-EOF = 'Y'
               READ CATEGORY-REPORT-IN
                   AT END
                       MOVE 'Y' TO WS-CATG-EOF
                   NOT AT END
                       MOVE CI-CATEGORY TO WS-POST-CATEGORY
                       MOVE CI-BASE-DEBIT-TOTAL TO WS-CAT-BASE-DEBIT
                       MOVE CI-BASE-CREDIT-TOTAL TO WS-CAT-BASE-CREDIT
                       MOVE CI-BASE-TRANSFER-TOTAL
                           TO WS-CAT-BASE-TRANSFER
                       MOVE CI-BASE-REVERSAL-TOTAL
                           TO WS-CAT-BASE-REVERSAL
                       MOVE CI-BASE-FEE-TOTAL TO WS-CAT-BASE-FEE
                       PERFORM EXTRACT-ONE-CATEGORY
               END-READ
           END-PERFORM

           PERFORM WRITE-BATCH-TRAILER

           CLOSE CATEGORY-REPORT-IN
           CLOSE GL-INTERFACE-FILE
       CLEANUP-AND-EXIT.
           STOP RUN WS-EXIT-CODE.

       EXTRACT-ENTITY-BATCHES.
      *> CATGENT is in entity then category order, so each change of
      *> entity closes the previous entity's batch with its trailer
      *> and opens the next with a header in the new entity's base
      *> currency. An empty CATGENT still produces one empty batch
      *> in the installation base, as an empty CATGOUT does.
           PERFORM UNTIL WS-CATG-EOF = 'Y'
               READ CATEGORY-ENTITY-IN
                   AT END
                       MOVE 'Y' TO WS-CATG-EOF
                   NOT AT END
                       IF WS-BATCH-ACTIVE = 'Y'
                               AND CE-ENTITY NOT = WS-BATCH-ENTITY
                           PERFORM WRITE-BATCH-TRAILER
                       END-IF
                       IF WS-BATCH-ACTIVE = 'N'
                           MOVE CE-ENTITY TO WS-BATCH-ENTITY
                           MOVE CE-BASE-CURRENCY TO WS-BATCH-CURRENCY
                           PERFORM WRITE-BATCH-HEADER
                       END-IF
                       MOVE CE-CATEGORY TO WS-POST-CATEGORY
                       MOVE CE-BASE-DEBIT-TOTAL TO WS-CAT-BASE-DEBIT
                       MOVE CE-BASE-CREDIT-TOTAL TO WS-CAT-BASE-CREDIT
                       MOVE CE-BASE-TRANSFER-TOTAL
                           TO WS-CAT-BASE-TRANSFER
                       MOVE CE-BASE-REVERSAL-TOTAL
                           TO WS-CAT-BASE-REVERSAL
                       MOVE CE-BASE-FEE-TOTAL TO WS-CAT-BASE-FEE
                       PERFORM EXTRACT-ONE-CATEGORY
               END-READ
           END-PERFORM
           IF WS-BATCH-ACTIVE = 'N'
               MOVE SPACES TO WS-BATCH-ENTITY
               MOVE WS-BASE-CURRENCY TO WS-BATCH-CURRENCY
               PERFORM WRITE-BATCH-HEADER
           END-IF
           PERFORM WRITE-BATCH-TRAILER.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO GL-HEADER-RECORD
           MOVE 'GLH' TO GLH-RECORD-TAG
           MOVE WS-RUN-DATE TO GLH-POSTING-DATE
      *> Every entity batch needs an ID of its own so the GL's
      *> acknowledgment can be tied back to the batch it answers: the
      *> entity code plus the run date's month and day. The single
      *> CATGOUT batch, and the empty batch of an empty CATGENT, keep
      *> the summary's batch ID.
           IF WS-BATCH-ENTITY = SPACES
               MOVE WS-BATCH-ID TO GLH-BATCH-ID
           ELSE
               STRING WS-BATCH-ENTITY WS-RUN-DATE(5:4)
                   DELIMITED BY SIZE INTO GLH-BATCH-ID
           END-IF
           MOVE WS-BATCH-CURRENCY TO GLH-BASE-CURRENCY
           MOVE WS-BATCH-ENTITY TO GLH-ENTITY-CODE
           WRITE GL-HEADER-RECORD
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-HASH-TOTAL
           MOVE 'Y' TO WS-BATCH-ACTIVE.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO GL-TRAILER-RECORD
           MOVE 'GLT' TO GLT-RECORD-TAG
           MOVE WS-LINE-COUNT TO GLT-LINE-COUNT
           MOVE WS-HASH-TOTAL TO GLT-HASH-TOTAL
           WRITE GL-TRAILER-RECORD
           MOVE 'N' TO WS-BATCH-ACTIVE.

       EXTRACT-ONE-CATEGORY.
      *> One posting line per transaction type the category saw,
      *> using the base-currency equivalent columns. Debits,
      *> transfers, and fees post as debits to the GL; credits and
      *> reversals post as credits.
           IF WS-CAT-BASE-DEBIT NOT = ZERO
               MOVE 'DEBIT' TO WS-POST-TYPE
               MOVE 'D' TO WS-POST-DC
               MOVE WS-CAT-BASE-DEBIT TO WS-POST-AMOUNT
               PERFORM WRITE-POSTING-LINE
           END-IF
           IF WS-CAT-BASE-CREDIT NOT = ZERO
               MOVE 'CREDIT' TO WS-POST-TYPE
               MOVE 'C' TO WS-POST-DC
               MOVE WS-CAT-BASE-CREDIT TO WS-POST-AMOUNT
               PERFORM WRITE-POSTING-LINE
           END-IF
           IF WS-CAT-BASE-TRANSFER NOT = ZERO
               MOVE 'TRANSFER' TO WS-POST-TYPE
               MOVE 'D' TO WS-POST-DC
               MOVE WS-CAT-BASE-TRANSFER TO WS-POST-AMOUNT
               PERFORM WRITE-POSTING-LINE
           END-IF
           IF WS-CAT-BASE-REVERSAL NOT = ZERO
               MOVE 'REVERSAL' TO WS-POST-TYPE
               MOVE 'C' TO WS-POST-DC
               MOVE WS-CAT-BASE-REVERSAL TO WS-POST-AMOUNT
               PERFORM WRITE-POSTING-LINE
           END-IF
           IF WS-CAT-BASE-FEE NOT = ZERO
               MOVE 'FEE' TO WS-POST-TYPE
               MOVE 'D' TO WS-POST-DC
               MOVE WS-CAT-BASE-FEE TO WS-POST-AMOUNT
               PERFORM WRITE-POSTING-LINE
           END-IF.

       WRITE-POSTING-LINE.
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE 'GLP' TO GLP-RECORD-TAG
           MOVE WS-POST-CATEGORY TO GLP-CATEGORY
           MOVE WS-POST-TYPE TO GLP-TRAN-TYPE
           MOVE WS-POST-DC TO GLP-DC-INDICATOR
           MOVE WS-BATCH-CURRENCY TO GLP-CURRENCY
           MOVE WS-POST-AMOUNT TO GLP-AMOUNT
           MOVE WS-RUN-DATE TO GLP-POSTING-DATE
           WRITE GL-POSTING-RECORD
