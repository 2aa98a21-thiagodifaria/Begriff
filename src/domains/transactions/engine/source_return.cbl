       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOURCE-RETURN.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-09-24.
      *> Per-source return file, run after TRANSACTION-PROCESSOR. The
      *> sending systems used to learn what happened to their batches
      *> only when someone phoned them; this step tells each sender,
      *> batch by batch, what the night did with what it shipped.
      *> Every batch on the day's TRANSIN feed is found from its BH-
      *> header and assigned to the header's BH-SOURCE-CODE, and its
      *> result is worked out:
      *>   ACCEPTED - the trailer's count and hash agree with the
      *>              batch's data records;
      *>   BCTLMISM - batch-control mismatch: count or hash disagree,
      *>              the trailer is missing, or the feed ended first;
      *>   REFUSED  - FEED-GATE refused the whole feed (its RUNCTL
      *>              completion for the run date carries exit 6 or
      *>              7), so nothing in it was processed.
      *> The received count and amount come from the feed itself; the
      *> rejected and held figures come from the REJECT and HELDOUT
      *> files TRANSACTION-PROCESSOR wrote, matched on the batch ID
      *> and header source code each record carries (RJ-BATCH-ID/
      *> RJ-BATCH-SOURCE, HD-BATCH-ID/HD-BATCH-SOURCE), and the
      *> accepted figures are what is left.
      *> Records outside any batch (repaired rejects and released
      *> holds spliced back in) belong to no sender batch and are not
      *> returned. One file per source, RETURN.<src>.<date>.DAT, is
      *> written with a HDR line, one BAT line per batch, one DTL line
      *> per rejected or held record (the version-2 long ID when the
      *> record carries one, with the RJ-REASON-CODE or the hold key
      *> type and the reason text), and a TRL line with the line
      *> count and amount control totals for the file.
      *> PARM is the run date (YYYYMMDD, default today). Exit 1 when
      *> TRANSIN is missing, 2 on an output failure or a full batch/
      *> source table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> RETURN-FILE is named per source at runtime and must stay a
      *> DYNAMIC assign.
       FILE-CONTROL.
           SELECT TRANSACTION-IN ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TRANSACTION-IN.
           SELECT REJECT-IN ASSIGN TO "REJECT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJECT-IN.
           SELECT HELD-IN ASSIGN TO "HELDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HELD-IN.
           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETURN-FILE.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-IN
           RECORD IS VARYING IN SIZE FROM 62 TO 221 CHARACTERS
               DEPENDING ON WS-TRANSIN-REC-LEN.
           COPY "transaction_record.cpy".
           COPY "transaction_record_v2.cpy".
           COPY "batch_control.cpy".

       FD  REJECT-IN.
       01  REJECT-RECORD.
           COPY "reject_record.cpy".

       FD  HELD-IN.
       01  HELD-RECORD.
           COPY "held_record.cpy".

      *> Return file lines. Every line starts with a three-character
      *> tag; the four layouts share the one record area.
       FD  RETURN-FILE.
       01  RETURN-HEADER-RECORD.
           05  RH-RECORD-TAG          PIC X(3).
           05  FILLER                 PIC X(01).
           05  RH-SOURCE-CODE         PIC X(3).
           05  FILLER                 PIC X(01).
           05  RH-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(01).
           05  RH-CREATED             PIC X(19).
       01  RETURN-BATCH-RECORD.
           05  RB-RECORD-TAG          PIC X(3).
           05  FILLER                 PIC X(01).
           05  RB-BATCH-ID            PIC X(8).
           05  FILLER                 PIC X(01).
           05  RB-BUSINESS-DATE       PIC X(8).
           05  FILLER                 PIC X(01).
           05  RB-RESULT              PIC X(8).
           05  FILLER                 PIC X(01).
           05  RB-RECEIVED-COUNT      PIC 9(9).
           05  FILLER                 PIC X(01).
           05  RB-RECEIVED-AMOUNT     PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  RB-ACCEPTED-COUNT      PIC 9(9).
           05  FILLER                 PIC X(01).
           05  RB-ACCEPTED-AMOUNT     PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  RB-REJECTED-COUNT      PIC 9(9).
           05  FILLER                 PIC X(01).
           05  RB-REJECTED-AMOUNT     PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  RB-HELD-COUNT          PIC 9(9).
           05  FILLER                 PIC X(01).
           05  RB-HELD-AMOUNT         PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
       01  RETURN-DETAIL-RECORD.
           05  RD-RECORD-TAG          PIC X(3).
           05  FILLER                 PIC X(01).
           05  RD-BATCH-ID            PIC X(8).
           05  FILLER                 PIC X(01).
           05  RD-DISPOSITION         PIC X(8).
           05  FILLER                 PIC X(01).
           05  RD-TR-ID               PIC X(36).
           05  FILLER                 PIC X(01).
           05  RD-TR-AMOUNT           PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  RD-REASON-CODE         PIC X(8).
           05  FILLER                 PIC X(01).
           05  RD-REASON-TEXT         PIC X(40).
       01  RETURN-TRAILER-RECORD.
           05  RT-RECORD-TAG          PIC X(3).
           05  FILLER                 PIC X(01).
           05  RT-BATCH-COUNT         PIC 9(9).
           05  FILLER                 PIC X(01).
           05  RT-DETAIL-COUNT        PIC 9(9).
           05  FILLER                 PIC X(01).
           05  RT-RECEIVED-AMOUNT     PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  RT-ACCEPTED-AMOUNT     PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  RT-REJECTED-AMOUNT     PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  RT-HELD-AMOUNT         PIC S9(15)V99
                                      SIGN LEADING SEPARATE.

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD           PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY "runctl_record.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-TRANSACTION-IN       PIC X(2).
           05 FS-REJECT-IN            PIC X(2).
           05 FS-HELD-IN              PIC X(2).
           05 FS-RETURN-FILE          PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-RUN-DATE-PARM           PIC X(20).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-RETURN-FILENAME         PIC X(24).
       01  WS-TRANSIN-REC-LEN         PIC 9(4) COMP.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
       01  WS-REJECT-EOF              PIC X(1) VALUE 'N'.
       01  WS-HELD-EOF                PIC X(1) VALUE 'N'.
       01  WS-RUNCTL-EOF              PIC X(1) VALUE 'N'.
       01  WS-DATA-AMOUNT             PIC S9(15)V99.

      *> The feed gate's verdict for the run date - the last FEED-GATE
      *> completion on RUNCTL wins, so a refused feed that was
      *> replaced and re-gated is reported on the replacement's terms.
       01  WS-FEED-REFUSED            PIC X(1) VALUE 'N'.

      *> One entry per batch on the feed, in feed order. WS-BAT-OPEN
      *> is the batch whose data records are being counted.
       01  WS-BAT-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-BAT-OVERFLOW            PIC X(1) VALUE 'N'.
       01  WS-BAT-OPEN                PIC 9(4) COMP VALUE 0.
       01  WS-BAT-TABLE.
           05 WS-BAT-ENTRY OCCURS 500 TIMES INDEXED BY BAT-IDX.
              10 WS-BAT-ID            PIC X(8).
              10 WS-BAT-SOURCE        PIC X(3).
              10 WS-BAT-BUSINESS-DATE PIC X(8).
              10 WS-BAT-RESULT        PIC X(8).
              10 WS-BAT-RECV-COUNT    PIC 9(9).
              10 WS-BAT-RECV-AMOUNT   PIC S9(15)V99.
              10 WS-BAT-ACPT-COUNT    PIC 9(9).
              10 WS-BAT-ACPT-AMOUNT   PIC S9(15)V99.
              10 WS-BAT-REJ-COUNT     PIC 9(9).
              10 WS-BAT-REJ-AMOUNT    PIC S9(15)V99.
              10 WS-BAT-HELD-COUNT    PIC 9(9).
              10 WS-BAT-HELD-AMOUNT   PIC S9(15)V99.
       01  WS-BAT-IDX2                PIC 9(4) COMP.
       01  WS-LOOKUP-BATCH-ID         PIC X(8).
       01  WS-LOOKUP-BATCH-SOURCE     PIC X(3).

      *> Distinct senders, one return file each.
       01  WS-SRC-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 100 TIMES INDEXED BY SRC-IDX.
              10 WS-SRC-CODE          PIC X(3).
       01  WS-SRC-IDX2                PIC 9(4) COMP.
       01  WS-CURRENT-SOURCE          PIC X(3).

      *> Control totals for the return file being written.
       01  WS-FILE-TOTALS.
           05 WS-FILE-BATCHES         PIC 9(9).
           05 WS-FILE-DETAILS         PIC 9(9).
           05 WS-FILE-RECV-AMOUNT     PIC S9(15)V99.
           05 WS-FILE-ACPT-AMOUNT     PIC S9(15)V99.
           05 WS-FILE-REJ-AMOUNT      PIC S9(15)V99.
           05 WS-FILE-HELD-AMOUNT     PIC S9(15)V99.

       01  WS-ID-DISPLAY              PIC 9(9).
       01  WS-FILES-WRITTEN           PIC 9(4) VALUE ZERO.
       01  WS-BATCHES-DISPLAY         PIC 9(4).

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).
           05 WS-AUDIT-EXIT-DISPLAY   PIC 9(1).

       01  WS-RUN-CONTROL-AREAS.
           05 FS-RUN-CONTROL          PIC X(2).
           05 WS-RC-OWN-NAME          PIC X(24) VALUE 'SOURCE-RETURN'.
           05 WS-RC-STAMP-STATUS      PIC X(8).
           05 WS-RC-DATETIME          PIC X(21).
           05 WS-RC-TIMESTAMP         PIC X(19).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-RUN-DATE-PARM
           ACCEPT WS-RUN-DATE-PARM FROM COMMAND-LINE
           IF WS-RUN-DATE-PARM(1:8) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-PARM(1:8) TO WS-RUN-DATE
           END-IF

           PERFORM CHECK-FEED-GATE
           MOVE 'STARTED ' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL

           PERFORM LOAD-FEED-BATCHES
           IF WS-EXIT-CODE NOT = 0
               GO TO CLEANUP-AND-EXIT
           END-IF

      *> A refused feed never reached TRANSACTION-PROCESSOR, so any
      *> REJECT/HELDOUT on the DDs belong to some other night.
           IF WS-FEED-REFUSED = 'N'
               PERFORM TALLY-REJECTS
               PERFORM TALLY-HOLDS
           END-IF
           PERFORM SETTLE-BATCH-RESULTS

           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > WS-SRC-COUNT
                      OR WS-EXIT-CODE NOT = 0
               MOVE WS-SRC-CODE(SRC-IDX) TO WS-CURRENT-SOURCE
               PERFORM WRITE-SOURCE-RETURN
           END-PERFORM.

       CLEANUP-AND-EXIT.
           PERFORM WRITE-AUDIT-LOG-ENTRY
           MOVE 'COMPLETE' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL
           STOP RUN WS-EXIT-CODE.

       CHECK-FEED-GATE.
           OPEN INPUT RUN-CONTROL-FILE
           IF FS-RUN-CONTROL = "00"
               PERFORM UNTIL WS-RUNCTL-EOF = 'Y'
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-RUNCTL-EOF
                       NOT AT END
                           IF RC-RUN-DATE = WS-RUN-DATE
                                   AND RC-PROGRAM = 'FEED-GATE'
                                   AND RC-STATUS = 'COMPLETE'
                               IF RC-EXIT-CODE = 6
                                       OR RC-EXIT-CODE = 7
                                   MOVE 'Y' TO WS-FEED-REFUSED
                               ELSE
                                   MOVE 'N' TO WS-FEED-REFUSED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-FEED-BATCHES.
           OPEN INPUT TRANSACTION-IN
           IF FS-TRANSACTION-IN NOT = "00"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSACTION-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-IN
      *> The feed ended inside a batch - the trailer never arrived.
               IF WS-BAT-OPEN > 0
                   MOVE 'BCTLMISM' TO WS-BAT-RESULT(WS-BAT-OPEN)
               END-IF
               IF WS-BAT-OVERFLOW = 'Y'
                   MOVE 2 TO WS-EXIT-CODE
               END-IF
           END-IF.

       LOAD-ONE-FEED-RECORD.
           EVALUATE TRUE
               WHEN WS-TRANSIN-REC-LEN = 80 AND BH-RECORD-TAG = 'HDR'
                   IF WS-BAT-OPEN > 0
                       MOVE 'BCTLMISM' TO WS-BAT-RESULT(WS-BAT-OPEN)
                   END-IF
                   PERFORM OPEN-FEED-BATCH
               WHEN WS-TRANSIN-REC-LEN = 80 AND BT-RECORD-TAG = 'TRL'
                   IF WS-BAT-OPEN > 0
                       IF BT-EXPECTED-COUNT
                               NOT = WS-BAT-RECV-COUNT(WS-BAT-OPEN)
                           OR BT-HASH-TOTAL
                               NOT = WS-BAT-RECV-AMOUNT(WS-BAT-OPEN)
                           MOVE 'BCTLMISM'
                               TO WS-BAT-RESULT(WS-BAT-OPEN)
                       END-IF
                   END-IF
                   MOVE 0 TO WS-BAT-OPEN
               WHEN OTHER
                   IF WS-BAT-OPEN > 0
                       IF (WS-TRANSIN-REC-LEN = 213
                               OR WS-TRANSIN-REC-LEN = 221)
                               AND TR2-FORMAT-VERSION = '2'
                           MOVE TR2-AMOUNT TO WS-DATA-AMOUNT
                       ELSE
                           MOVE TR-AMOUNT TO WS-DATA-AMOUNT
                       END-IF
                       ADD 1 TO WS-BAT-RECV-COUNT(WS-BAT-OPEN)
                       ADD WS-DATA-AMOUNT
                           TO WS-BAT-RECV-AMOUNT(WS-BAT-OPEN)
                   END-IF
           END-EVALUATE.

       OPEN-FEED-BATCH.
           IF WS-BAT-COUNT >= 500
               MOVE 'Y' TO WS-BAT-OVERFLOW
               MOVE 0 TO WS-BAT-OPEN
           ELSE
               ADD 1 TO WS-BAT-COUNT
               MOVE WS-BAT-COUNT TO WS-BAT-OPEN
               MOVE BH-BATCH-ID TO WS-BAT-ID(WS-BAT-COUNT)
               MOVE BH-SOURCE-CODE TO WS-BAT-SOURCE(WS-BAT-COUNT)
               MOVE BH-BUSINESS-DATE
                   TO WS-BAT-BUSINESS-DATE(WS-BAT-COUNT)
               MOVE 'ACCEPTED' TO WS-BAT-RESULT(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-RECV-COUNT(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-RECV-AMOUNT(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-ACPT-COUNT(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-ACPT-AMOUNT(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-REJ-COUNT(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-REJ-AMOUNT(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-HELD-COUNT(WS-BAT-COUNT)
               MOVE ZERO TO WS-BAT-HELD-AMOUNT(WS-BAT-COUNT)
               PERFORM REGISTER-SOURCE
           END-IF.

       REGISTER-SOURCE.
           SET SRC-IDX TO 1
           SEARCH WS-SRC-ENTRY
               AT END
                   PERFORM ADD-SOURCE
               WHEN SRC-IDX > WS-SRC-COUNT
                   PERFORM ADD-SOURCE
               WHEN WS-SRC-CODE(SRC-IDX) = BH-SOURCE-CODE
                   CONTINUE
           END-SEARCH.

       ADD-SOURCE.
           IF WS-SRC-COUNT >= 100
               MOVE 'Y' TO WS-BAT-OVERFLOW
           ELSE
               ADD 1 TO WS-SRC-COUNT
               MOVE BH-SOURCE-CODE TO WS-SRC-CODE(WS-SRC-COUNT)
           END-IF.

       FIND-BATCH.
      *> Leaves WS-BAT-IDX2 at the batch's entry, zero when the batch
      *> is not on today's feed. Two senders may use the same batch
      *> ID, so the header's source code must match as well.
           MOVE 0 TO WS-BAT-IDX2
           SET BAT-IDX TO 1
           SEARCH WS-BAT-ENTRY
               AT END
                   CONTINUE
               WHEN BAT-IDX > WS-BAT-COUNT
                   CONTINUE
               WHEN WS-BAT-ID(BAT-IDX) = WS-LOOKUP-BATCH-ID
                    AND WS-BAT-SOURCE(BAT-IDX) = WS-LOOKUP-BATCH-SOURCE
                   SET WS-BAT-IDX2 TO BAT-IDX
           END-SEARCH.

       TALLY-REJECTS.
           OPEN INPUT REJECT-IN
           IF FS-REJECT-IN = "00"
               MOVE 'N' TO WS-REJECT-EOF
               PERFORM UNTIL WS-REJECT-EOF = 'Y'
                   READ REJECT-IN
                       AT END
                           MOVE 'Y' TO WS-REJECT-EOF
                       NOT AT END
                           IF RJ-BATCH-ID NOT = SPACES
                               MOVE RJ-BATCH-ID TO WS-LOOKUP-BATCH-ID
                               MOVE RJ-BATCH-SOURCE
                                 TO WS-LOOKUP-BATCH-SOURCE
                               PERFORM FIND-BATCH
                               IF WS-BAT-IDX2 > 0
                                   ADD 1
                                     TO WS-BAT-REJ-COUNT(WS-BAT-IDX2)
                                   ADD RJ-TR-AMOUNT
                                     TO WS-BAT-REJ-AMOUNT(WS-BAT-IDX2)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-IN
           END-IF.

       TALLY-HOLDS.
           OPEN INPUT HELD-IN
           IF FS-HELD-IN = "00"
               MOVE 'N' TO WS-HELD-EOF
               PERFORM UNTIL WS-HELD-EOF = 'Y'
                   READ HELD-IN
                       AT END
                           MOVE 'Y' TO WS-HELD-EOF
                       NOT AT END
                           IF HD-BATCH-ID NOT = SPACES
                               MOVE HD-BATCH-ID TO WS-LOOKUP-BATCH-ID
                               MOVE HD-BATCH-SOURCE
                                 TO WS-LOOKUP-BATCH-SOURCE
                               PERFORM FIND-BATCH
                               IF WS-BAT-IDX2 > 0
                                   ADD 1
                                     TO WS-BAT-HELD-COUNT(WS-BAT-IDX2)
                                   ADD HD-TR-AMOUNT
                                     TO WS-BAT-HELD-AMOUNT(WS-BAT-IDX2)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-IN
           END-IF.

       SETTLE-BATCH-RESULTS.
      *> Accepted is what the processor took in less what it turned
      *> away or held. A refused feed accepted nothing.
           PERFORM VARYING BAT-IDX FROM 1 BY 1
                   UNTIL BAT-IDX > WS-BAT-COUNT
               IF WS-FEED-REFUSED = 'Y'
                   MOVE 'REFUSED ' TO WS-BAT-RESULT(BAT-IDX)
               ELSE
                   COMPUTE WS-BAT-ACPT-COUNT(BAT-IDX) =
                       WS-BAT-RECV-COUNT(BAT-IDX)
                       - WS-BAT-REJ-COUNT(BAT-IDX)
                       - WS-BAT-HELD-COUNT(BAT-IDX)
                   COMPUTE WS-BAT-ACPT-AMOUNT(BAT-IDX) =
                       WS-BAT-RECV-AMOUNT(BAT-IDX)
                       - WS-BAT-REJ-AMOUNT(BAT-IDX)
                       - WS-BAT-HELD-AMOUNT(BAT-IDX)
               END-IF
           END-PERFORM.

       WRITE-SOURCE-RETURN.
           MOVE SPACES TO WS-RETURN-FILENAME
           STRING 'RETURN.' WS-CURRENT-SOURCE '.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-RETURN-FILENAME
           OPEN OUTPUT RETURN-FILE
           IF FS-RETURN-FILE NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
           ELSE
               MOVE ZERO TO WS-FILE-BATCHES
               MOVE ZERO TO WS-FILE-DETAILS
               MOVE ZERO TO WS-FILE-RECV-AMOUNT
               MOVE ZERO TO WS-FILE-ACPT-AMOUNT
               MOVE ZERO TO WS-FILE-REJ-AMOUNT
               MOVE ZERO TO WS-FILE-HELD-AMOUNT

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE SPACES TO RETURN-HEADER-RECORD
               MOVE 'HDR' TO RH-RECORD-TAG
               MOVE WS-CURRENT-SOURCE TO RH-SOURCE-CODE
               MOVE WS-RUN-DATE TO RH-RUN-DATE
               STRING WS-CURRENT-DATETIME(1:4) '-'
                      WS-CURRENT-DATETIME(5:2) '-'
                      WS-CURRENT-DATETIME(7:2) ' '
                      WS-CURRENT-DATETIME(9:2) ':'
                      WS-CURRENT-DATETIME(11:2) ':'
                      WS-CURRENT-DATETIME(13:2)
                   DELIMITED BY SIZE INTO RH-CREATED
               WRITE RETURN-HEADER-RECORD

               PERFORM VARYING BAT-IDX FROM 1 BY 1
                       UNTIL BAT-IDX > WS-BAT-COUNT
                   IF WS-BAT-SOURCE(BAT-IDX) = WS-CURRENT-SOURCE
                       PERFORM WRITE-BATCH-LINE
                   END-IF
               END-PERFORM

               IF WS-FEED-REFUSED = 'N'
                   PERFORM WRITE-REJECT-DETAILS
                   PERFORM WRITE-HELD-DETAILS
               END-IF

               MOVE SPACES TO RETURN-TRAILER-RECORD
               MOVE 'TRL' TO RT-RECORD-TAG
               MOVE WS-FILE-BATCHES TO RT-BATCH-COUNT
               MOVE WS-FILE-DETAILS TO RT-DETAIL-COUNT
               MOVE WS-FILE-RECV-AMOUNT TO RT-RECEIVED-AMOUNT
               MOVE WS-FILE-ACPT-AMOUNT TO RT-ACCEPTED-AMOUNT
               MOVE WS-FILE-REJ-AMOUNT TO RT-REJECTED-AMOUNT
               MOVE WS-FILE-HELD-AMOUNT TO RT-HELD-AMOUNT
               WRITE RETURN-TRAILER-RECORD
               CLOSE RETURN-FILE
               ADD 1 TO WS-FILES-WRITTEN
           END-IF.

       WRITE-BATCH-LINE.
           MOVE SPACES TO RETURN-BATCH-RECORD
           MOVE 'BAT' TO RB-RECORD-TAG
           MOVE WS-BAT-ID(BAT-IDX) TO RB-BATCH-ID
           MOVE WS-BAT-BUSINESS-DATE(BAT-IDX) TO RB-BUSINESS-DATE
           MOVE WS-BAT-RESULT(BAT-IDX) TO RB-RESULT
           MOVE WS-BAT-RECV-COUNT(BAT-IDX) TO RB-RECEIVED-COUNT
           MOVE WS-BAT-RECV-AMOUNT(BAT-IDX) TO RB-RECEIVED-AMOUNT
           MOVE WS-BAT-ACPT-COUNT(BAT-IDX) TO RB-ACCEPTED-COUNT
           MOVE WS-BAT-ACPT-AMOUNT(BAT-IDX) TO RB-ACCEPTED-AMOUNT
           MOVE WS-BAT-REJ-COUNT(BAT-IDX) TO RB-REJECTED-COUNT
           MOVE WS-BAT-REJ-AMOUNT(BAT-IDX) TO RB-REJECTED-AMOUNT
           MOVE WS-BAT-HELD-COUNT(BAT-IDX) TO RB-HELD-COUNT
           MOVE WS-BAT-HELD-AMOUNT(BAT-IDX) TO RB-HELD-AMOUNT
           WRITE RETURN-BATCH-RECORD
           ADD 1 TO WS-FILE-BATCHES
           ADD WS-BAT-RECV-AMOUNT(BAT-IDX) TO WS-FILE-RECV-AMOUNT
           ADD WS-BAT-ACPT-AMOUNT(BAT-IDX) TO WS-FILE-ACPT-AMOUNT
           ADD WS-BAT-REJ-AMOUNT(BAT-IDX) TO WS-FILE-REJ-AMOUNT
           ADD WS-BAT-HELD-AMOUNT(BAT-IDX) TO WS-FILE-HELD-AMOUNT.

       WRITE-REJECT-DETAILS.
           OPEN INPUT REJECT-IN
           IF FS-REJECT-IN = "00"
               MOVE 'N' TO WS-REJECT-EOF
               PERFORM UNTIL WS-REJECT-EOF = 'Y'
                   READ REJECT-IN
                       AT END
                           MOVE 'Y' TO WS-REJECT-EOF
                       NOT AT END
                           IF RJ-BATCH-ID NOT = SPACES
                               MOVE RJ-BATCH-ID TO WS-LOOKUP-BATCH-ID
                               MOVE RJ-BATCH-SOURCE
                                 TO WS-LOOKUP-BATCH-SOURCE
                               PERFORM FIND-BATCH
                               IF WS-BAT-IDX2 > 0
                                   IF WS-BAT-SOURCE(WS-BAT-IDX2)
                                           = WS-CURRENT-SOURCE
                                       PERFORM WRITE-REJECT-DETAIL
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-IN
           END-IF.

       WRITE-REJECT-DETAIL.
           MOVE SPACES TO RETURN-DETAIL-RECORD
           MOVE 'DTL' TO RD-RECORD-TAG
           MOVE RJ-BATCH-ID TO RD-BATCH-ID
           MOVE 'REJECTED' TO RD-DISPOSITION
           IF RJ-FORMAT-VERSION = '2'
               MOVE RJ-TR-ID-LONG TO RD-TR-ID
           ELSE
               MOVE RJ-TR-ID TO WS-ID-DISPLAY
               MOVE WS-ID-DISPLAY TO RD-TR-ID
           END-IF
           MOVE RJ-TR-AMOUNT TO RD-TR-AMOUNT
           MOVE RJ-REASON-CODE TO RD-REASON-CODE
           MOVE RJ-REASON-TEXT TO RD-REASON-TEXT
           WRITE RETURN-DETAIL-RECORD
           ADD 1 TO WS-FILE-DETAILS.

       WRITE-HELD-DETAILS.
           OPEN INPUT HELD-IN
           IF FS-HELD-IN = "00"
               MOVE 'N' TO WS-HELD-EOF
               PERFORM UNTIL WS-HELD-EOF = 'Y'
                   READ HELD-IN
                       AT END
                           MOVE 'Y' TO WS-HELD-EOF
                       NOT AT END
                           IF HD-BATCH-ID NOT = SPACES
                               MOVE HD-BATCH-ID TO WS-LOOKUP-BATCH-ID
                               MOVE HD-BATCH-SOURCE
                                 TO WS-LOOKUP-BATCH-SOURCE
                               PERFORM FIND-BATCH
                               IF WS-BAT-IDX2 > 0
                                   IF WS-BAT-SOURCE(WS-BAT-IDX2)
                                           = WS-CURRENT-SOURCE
                                       PERFORM WRITE-HELD-DETAIL
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-IN
           END-IF.

       WRITE-HELD-DETAIL.
           MOVE SPACES TO RETURN-DETAIL-RECORD
           MOVE 'DTL' TO RD-RECORD-TAG
           MOVE HD-BATCH-ID TO RD-BATCH-ID
           MOVE 'HELD' TO RD-DISPOSITION
           IF HD-FORMAT-VERSION = '2'
               MOVE HD-TR-ID-LONG TO RD-TR-ID
           ELSE
               MOVE HD-TR-ID TO WS-ID-DISPLAY
               MOVE WS-ID-DISPLAY TO RD-TR-ID
           END-IF
           MOVE HD-TR-AMOUNT TO RD-TR-AMOUNT
      *> A watch-list hit goes back as a plain hold - the sender is
      *> not told the record was screened or what it matched.
           IF HD-HOLD-KEY-TYPE = 'WATCHLST'
               MOVE 'HOLD' TO RD-REASON-CODE
               MOVE 'HELD FOR REVIEW' TO RD-REASON-TEXT
           ELSE
               MOVE HD-HOLD-KEY-TYPE TO RD-REASON-CODE
               MOVE HD-REASON TO RD-REASON-TEXT
           END-IF
           WRITE RETURN-DETAIL-RECORD
           ADD 1 TO WS-FILE-DETAILS.

       WRITE-AUDIT-LOG-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) '-' WS-CURRENT-DATETIME(5:2)
                  '-' WS-CURRENT-DATETIME(7:2) ' '
                  WS-CURRENT-DATETIME(9:2) ':' WS-CURRENT-DATETIME(11:2)
                  ':' WS-CURRENT-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           MOVE WS-EXIT-CODE TO WS-AUDIT-EXIT-DISPLAY
           MOVE WS-BAT-COUNT TO WS-BATCHES-DISPLAY

           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT-LOG NOT = "00" AND FS-AUDIT-LOG NOT = "05"
               OPEN OUTPUT AUDIT-LOG
           END-IF

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=SOURCE-RETURN'
                  ' FILES=' WS-FILES-WRITTEN
                  ' BATCHES=' WS-BATCHES-DISPLAY
                  ' EXIT-CODE=' WS-AUDIT-EXIT-DISPLAY
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD

           IF WS-BAT-OVERFLOW = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP ' PROGRAM=SOURCE-RETURN'
                      ' WARNING=RETURN-BATCH-OVERFLOW LIMIT=500'
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF

           CLOSE AUDIT-LOG.

       STAMP-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-RC-DATETIME
           STRING WS-RC-DATETIME(1:4) '-' WS-RC-DATETIME(5:2)
                  '-' WS-RC-DATETIME(7:2) ' '
                  WS-RC-DATETIME(9:2) ':' WS-RC-DATETIME(11:2)
                  ':' WS-RC-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-RC-TIMESTAMP

           OPEN EXTEND RUN-CONTROL-FILE
           IF FS-RUN-CONTROL NOT = "00" AND FS-RUN-CONTROL NOT = "05"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RC-OWN-NAME TO RC-PROGRAM
           MOVE WS-RC-STAMP-STATUS TO RC-STATUS
           MOVE WS-EXIT-CODE TO RC-EXIT-CODE
           MOVE WS-RC-TIMESTAMP TO RC-TIMESTAMP
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM SOURCE-RETURN.
