               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-HOLDS-FILE.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-WATCH-LIST.
           SELECT DECISION-LOG ASSIGN TO "WLDECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-DECISION-LOG.

       DATA DIVISION.
       FILE SECTION.
           05  RT-BATCH-ID            PIC X(8).
           05  RT-SOURCE              PIC X(3).
           05  RT-ACCOUNT             PIC X(8).
           05  RT-ENTITY              PIC X(4).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  FILLER                 PIC X(01).
           05  HO-REASON              PIC X(40).

       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           COPY "watchlist_record.cpy".

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

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-EOF                  PIC X(1) VALUE 'N'.
       01  WS-TRANSIN-REC-LEN          PIC 9(4) COMP.
       01  WS-CURRENT-BATCH-ID         PIC X(8) VALUE SPACES.
       01  WS-CURRENT-SOURCE           PIC X(3) VALUE SPACES.
      *> Legal entity named on the current batch header; RECONCILE
      *> falls back on it when the account master has no entity for
      *> the record's account.
       01  WS-CURRENT-ENTITY           PIC X(4) VALUE SPACES.
      *> 'Y' between a batch header and its trailer, mirroring the
      *> processor's WS-BATCH-OPEN: a BATCH hold must only catch
      *> records inside the held batch, not the re-injected records
       01  WS-REC-CATEGORY             PIC X(20).
       01  WS-HELD-SKIPPED             PIC 9(8) VALUE 0.

      *> Watch-list entries in force on the run date, loaded and
      *> matched exactly as TRANSACTION-PROCESSOR's CHECK-WATCH-LIST
      *> does - same 500-entry cap, same version-2-only screening
      *> in a batch or outside one, same exemption for hits
      *> HOLD-RELEASE has released - so every record the processor
      *> parked on the held-items file as a watch-list hit is kept
      *> out of INPUT here too. Without it RECONCILE would book the
      *> hit today and again when HOLD-RELEASE re-injects it.
       01  FS-WATCH-LIST               PIC X(2).
       01  WS-WATCH-EOF                PIC X(1) VALUE 'N'.
       01  WS-WATCH-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-WATCH-TABLE.
           05 WS-WL-ENTRY OCCURS 500 TIMES INDEXED BY WL-IDX.
              10 WS-WL-MATCH-TYPE      PIC X(8).
              10 WS-WL-TERM            PIC X(40).
              10 WS-WL-TERM-LEN        PIC 9(4) COMP.
       01  WS-WATCH-HIT                PIC X(1).
       01  WS-REC-ACCOUNT              PIC X(8).
       01  WS-SCREEN-DESCRIPTION       PIC X(100).
       01  WS-SCREEN-POS               PIC 9(4) COMP.
       01  WS-SCREEN-LAST              PIC 9(4) COMP.
       01  WS-SCREEN-LEN               PIC 9(4) COMP.
       01  WS-SCREEN-EDGE              PIC X(1).
       01  WS-SCREEN-BOUNDED           PIC X(1).
      *> Transaction IDs of released hits from WLDECN.DAT, the
      *> newest 2000 as in the processor.
       01  FS-DECISION-LOG             PIC X(2).
       01  WS-DECISION-EOF             PIC X(1) VALUE 'N'.
       01  WS-RELEASED-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-RELEASED-NEXT            PIC 9(4) COMP VALUE 0.
       01  WS-RELEASED-TABLE.
           05 WS-RLH-ENTRY OCCURS 2000 TIMES INDEXED BY RLH-IDX.
              10 WS-RLH-TR-ID          PIC X(36).
       01  WS-RELEASED-HIT             PIC X(1).

      *> Run-control state - see runctl_record.cpy. The bridge's
      *> prerequisite is TRANSACTION-PROCESSOR for the same date.
       01  WS-RUN-CONTROL-AREAS.
       MAIN-PROCEDURE.
           PERFORM DETERMINE-OUTPUT-FILENAME
           PERFORM LOAD-HOLDS-FILE
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-RELEASED-HITS

           PERFORM CHECK-RUN-CONTROL
           IF WS-EXIT-CODE NOT = 0
                                       TO WS-CURRENT-BATCH-ID
                                   MOVE BH-SOURCE-CODE
                                       TO WS-CURRENT-SOURCE
                                   MOVE BH-ENTITY-CODE
                                       TO WS-CURRENT-ENTITY
                                   MOVE 'Y' TO WS-BATCH-OPEN
      *> Records spliced in after a trailer belong to no batch, so
      *> the closed batch's ID, source and entity must not carry
      *> onto them.
                               WHEN WS-TRANSIN-REC-LEN = 80
                                       AND BT-RECORD-TAG = 'TRL'
                                   MOVE 'N' TO WS-BATCH-OPEN
                                   MOVE SPACES TO WS-CURRENT-BATCH-ID
                                   MOVE SPACES TO WS-CURRENT-SOURCE
                                   MOVE SPACES TO WS-CURRENT-ENTITY
                               WHEN (WS-TRANSIN-REC-LEN = 213
                                       OR WS-TRANSIN-REC-LEN = 221)
                                       AND TR2-FORMAT-VERSION = '2'
                                   MOVE TR2-CATEGORY
                                       TO WS-REC-CATEGORY
                                   PERFORM CHECK-HOLDS
                                   IF WS-RECORD-HELD = 'N'
                                       PERFORM CHECK-WATCH-LIST
                                   END-IF
                                   IF WS-RECORD-HELD = 'Y'
                                       ADD 1 TO WS-HELD-SKIPPED
                                   ELSE
               END-SEARCH
           END-IF.

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
                                       <= WS-RUN-DATE)
                                   AND (WL-EFFECTIVE-TO = SPACES
                                   OR WL-EFFECTIVE-TO
                                       >= WS-RUN-DATE)
                                   AND WL-TERM NOT = SPACES
                                   AND WS-WATCH-COUNT < 500
                               PERFORM ADD-WATCH-LIST-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF.

       ADD-WATCH-LIST-ENTRY.
           ADD 1 TO WS-WATCH-COUNT
           SET WL-IDX TO WS-WATCH-COUNT
           MOVE WL-MATCH-TYPE TO WS-WL-MATCH-TYPE(WL-IDX)
           MOVE FUNCTION UPPER-CASE(WL-TERM) TO WS-WL-TERM(WL-IDX)
           PERFORM VARYING WS-SCREEN-LEN FROM 40 BY -1
                   UNTIL WL-TERM(WS-SCREEN-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-SCREEN-LEN TO WS-WL-TERM-LEN(WL-IDX).

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
      *> Only version-2 records are screened, in a batch or outside
      *> one, as in the processor; a hit HOLD-RELEASE has released
      *> and spliced back in passes. The first entry that matches
      *> holds the record.
           MOVE 'N' TO WS-WATCH-HIT
           MOVE 'N' TO WS-RELEASED-HIT
           IF WS-WATCH-COUNT > 0
               PERFORM CHECK-RELEASED-HIT
           END-IF
           IF WS-WATCH-COUNT > 0 AND WS-RELEASED-HIT = 'N'
               IF WS-TRANSIN-REC-LEN = 221
                   MOVE TR2-ACCOUNT-ID TO WS-REC-ACCOUNT
               ELSE
                   MOVE SPACES TO WS-REC-ACCOUNT
               END-IF
               MOVE FUNCTION UPPER-CASE(TR2-DESCRIPTION)
                   TO WS-SCREEN-DESCRIPTION
               PERFORM VARYING WL-IDX FROM 1 BY 1
                       UNTIL WL-IDX > WS-WATCH-COUNT
                           OR WS-WATCH-HIT = 'Y'
                   EVALUATE WS-WL-MATCH-TYPE(WL-IDX)
                       WHEN 'ACCOUNT '
                           IF WS-REC-ACCOUNT NOT = SPACES
                                   AND WS-REC-ACCOUNT
                                       = WS-WL-TERM(WL-IDX)(1:8)
                                   AND WS-WL-TERM(WL-IDX)(9:32)
                                       = SPACES
                               MOVE 'Y' TO WS-WATCH-HIT
                           END-IF
                       WHEN 'WORD    '
                       WHEN 'CONTAINS'
                           PERFORM SCAN-DESCRIPTION
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF WS-WATCH-HIT = 'Y'
               MOVE 'Y' TO WS-RECORD-HELD
           END-IF.

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

       CONVERT-AND-WRITE-RECORD.
           MOVE SPACES TO RECONCILE-TRANSACTION-REC

           MOVE TR-CURRENCY TO RT-CURRENCY
           MOVE WS-CURRENT-BATCH-ID TO RT-BATCH-ID
           MOVE WS-CURRENT-SOURCE TO RT-SOURCE
           MOVE WS-CURRENT-ENTITY TO RT-ENTITY

           WRITE RECONCILE-TRANSACTION-REC.

           ELSE
               MOVE SPACES TO RT-ACCOUNT
           END-IF
           MOVE WS-CURRENT-ENTITY TO RT-ENTITY

           WRITE RECONCILE-TRANSACTION-REC.

