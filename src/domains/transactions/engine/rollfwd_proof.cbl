       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLL-FORWARD-PROOF.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
      *> Daily roll-forward proof of the four unresolved-item
      *> inventories, run after the day's queue programs. Each queue
      *> is kept by its own program and nothing used to show that an
      *> item could not fall out between one day and the next; this
      *> step proves, in count and amount, for each inventory:
      *>     opening balance (the previous proof's closing)
      *>   + new items arriving today
      *>   - items resolved today
      *>   - items written off today
      *>   = expected closing,
      *> and ties the expected closing to the file actually on disk:
      *>   REJ - rejects:   new on REJECT, resolved by REPAIROUT,
      *>                    closing on REJCAROUT;
      *>   HLD - holds:     new on HELDOUT, resolved by RELOUT,
      *>                    closing on HELDCAR;
      *>   SUS - suspense:  new on SUSPENSE.DAT, resolved by the
      *>                    RECLSOUT reclass log, closing on SUSPOUT;
      *>   EXC - exceptions: new on EXCEPTION.DAT (one per ID),
      *>                    resolved by a CLEARED disposition on
      *>                    EXCPDISP.DAT, closing on EXCPOPOUT.
      *> Rejects and suspense items may also leave by write-off - the
      *> WOFFLOG.DAT lines dated the run date.
      *> An item counts as new only when it is not already in the
      *> opening balance. Every item is then proved on its own ID
      *> and each break is listed on ROLLRPT with the ID involved:
      *>   MISSING FROM FILE        - open, not resolved, not on the
      *>                              closing file;
      *>   UNEXPLAINED ON FILE      - on the closing file but neither
      *>                              opening nor new;
      *>   RESOLVED BUT STILL OPEN  - resolved and still on file;
      *>   RESOLVED NOT IN INVENTORY - a repair, release, reclass, or
      *>                              write-off for an ID the queue
      *>                              never held;
      *>   DUPLICATE ON FILE        - more closing lines than items;
      *>   AMOUNT CHANGED           - the closing amount differs from
      *>                              the amount the item came in at.
      *> The closing items are kept on INVSNAP.DAT, a HDR line with
      *> the run date followed by one line per ID with its line count
      *> and amount, and become the next run's opening balance. A
      *> rerun for the same date takes its opening from INVSNPRV.DAT,
      *> the snapshot the first run of the date started from. With
      *> no snapshot at all the run is a baseline: the opening is
      *> zero, the closing files establish tomorrow's opening, and
      *> no break is raised.
      *> PARM is the run date (YYYYMMDD, default today). Exit 4 when
      *> any inventory breaks (with a WARNING line on AUDITLOG for the
      *> alert feed), 2 on an output failure or a full item table -
      *> the snapshot is left as it was, so the next run proves from
      *> the last good closing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "INVSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SNAPSHOT.
           SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO "INVSNPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRIOR-SNAPSHOT.
           SELECT REJECT-IN ASSIGN TO "REJECT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJECT-IN.
           SELECT REPAIRED-IN ASSIGN TO "REPAIROUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REPAIRED-IN.
           SELECT REJECT-CARRY-IN ASSIGN TO "REJCAROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJECT-CARRY.
           SELECT HELD-IN ASSIGN TO "HELDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HELD-IN.
           SELECT RELEASED-IN ASSIGN TO "RELOUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RELEASED-IN.
           SELECT HELD-CARRY-IN ASSIGN TO "HELDCAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HELD-CARRY.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE-FILE.
           SELECT RECLASS-LOG-IN ASSIGN TO "RECLSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECLASS-LOG.
           SELECT SUSPENSE-CARRY-IN ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE-CARRY.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-FILE.
           SELECT DISPOSITION-FILE ASSIGN TO "EXCPDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISPOSITION.
           SELECT OPEN-ITEMS-IN ASSIGN TO "EXCPOPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPEN-ITEMS-IN.
           SELECT PROOF-PRINT-FILE ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROOF-PRINT.
           SELECT WRITEOFF-LOG-IN ASSIGN TO "WOFFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WRITEOFF-LOG.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      *> Both snapshots share one layout. The first line is a HDR
      *> with the run date whose closing the file holds.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  IS-INVENTORY           PIC X(3).
           05  FILLER                 PIC X(01).
           05  IS-AS-OF-DATE          PIC X(8).
           05  FILLER                 PIC X(01).
           05  IS-TR-ID               PIC X(36).
           05  FILLER                 PIC X(01).
           05  IS-LINE-COUNT          PIC 9(4).
           05  FILLER                 PIC X(01).
           05  IS-AMOUNT              PIC S9(15)V99
                                      SIGN LEADING SEPARATE.

       FD  PRIOR-SNAPSHOT-FILE.
       01  PRIOR-SNAPSHOT-RECORD.
           05  PS-INVENTORY           PIC X(3).
           05  FILLER                 PIC X(01).
           05  PS-AS-OF-DATE          PIC X(8).
           05  FILLER                 PIC X(01).
           05  PS-TR-ID               PIC X(36).
           05  FILLER                 PIC X(01).
           05  PS-LINE-COUNT          PIC 9(4).
           05  FILLER                 PIC X(01).
           05  PS-AMOUNT              PIC S9(15)V99
                                      SIGN LEADING SEPARATE.

       FD  REJECT-IN.
       01  REJECT-RECORD.
           COPY "reject_record.cpy".

      *> Only the ID of a re-injected record is needed; the version-1
      *> ID is packed, the version-2 ID follows the version byte and
      *> the source code.
       FD  REPAIRED-IN
           RECORD IS VARYING IN SIZE FROM 62 TO 221 CHARACTERS
               DEPENDING ON WS-REPAIRED-REC-LEN.
       01  REPAIRED-V1-RECORD.
           05  RP-TR-ID               PIC S9(9) COMP-3.
           05  FILLER                 PIC X(57).
       01  REPAIRED-V2-RECORD.
           05  RP2-FORMAT-VERSION     PIC X(1).
           05  RP2-SOURCE-CODE        PIC X(3).
           05  RP2-ID                 PIC X(36).
           05  FILLER                 PIC X(181).

       FD  REJECT-CARRY-IN.
       01  REJECT-CARRY-RECORD.
           COPY "reject_record.cpy"
               REPLACING LEADING ==RJ-== BY ==CI-==.

       FD  HELD-IN.
       01  HELD-RECORD.
           COPY "held_record.cpy".

       FD  RELEASED-IN
           RECORD IS VARYING IN SIZE FROM 62 TO 221 CHARACTERS
               DEPENDING ON WS-RELEASED-REC-LEN.
       01  RELEASED-V1-RECORD.
           05  RL-TR-ID               PIC S9(9) COMP-3.
           05  FILLER                 PIC X(57).
       01  RELEASED-V2-RECORD.
           05  RL2-FORMAT-VERSION     PIC X(1).
           05  RL2-SOURCE-CODE        PIC X(3).
           05  RL2-ID                 PIC X(36).
           05  FILLER                 PIC X(181).

       FD  HELD-CARRY-IN.
       01  HELD-CARRY-RECORD.
           COPY "held_record.cpy"
               REPLACING LEADING ==HD-== BY ==CO-==.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SU-TR-ID               PIC X(36).
           05  SU-TR-DATE             PIC X(10).
           05  SU-TR-AMOUNT           PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(150).

       FD  RECLASS-LOG-IN.
       01  RECLASS-LOG-RECORD.
           05  LG-TR-ID               PIC X(36).
           05  FILLER                 PIC X(178).
           05  FILLER                 PIC X(01).
           05  LG-TARGET-CATEGORY     PIC X(20).
           05  FILLER                 PIC X(01).
           05  LG-ORIGIN              PIC X(7).

       FD  SUSPENSE-CARRY-IN.
       01  SUSPENSE-CARRY-RECORD.
           05  SO-TR-ID               PIC X(36).
           05  SO-TR-DATE             PIC X(10).
           05  SO-TR-AMOUNT           PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(150).

       FD  WRITEOFF-LOG-IN.
       01  WRITEOFF-LOG-RECORD.
           COPY "writeoff_record.cpy".

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EX-TR-ID               PIC X(36).
           05  FILLER                 PIC X(01).
           05  EX-TR-AMOUNT           PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  EX-REASON              PIC X(20).

       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD.
           05  DS-TR-ID               PIC X(36).
           05  FILLER                 PIC X(01).
           05  DS-DISPOSITION         PIC X(10).
           05  FILLER                 PIC X(01).
           05  DS-USER-ID             PIC X(8).
           05  FILLER                 PIC X(01).
           05  DS-COMMENT             PIC X(40).

       FD  OPEN-ITEMS-IN.
       01  OPEN-ITEM-RECORD.
           05  OI-TR-ID               PIC X(36).
           05  FILLER                 PIC X(01).
           05  OI-TR-AMOUNT           PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  OI-REASON              PIC X(20).
           05  FILLER                 PIC X(01).
           05  OI-FIRST-SEEN          PIC X(8).
           05  FILLER                 PIC X(01).
           05  OI-DAYS-OPEN           PIC 9(3).
           05  FILLER                 PIC X(01).
           05  OI-STATUS              PIC X(10).

       FD  PROOF-PRINT-FILE.
       01  PROOF-PRINT-RECORD         PIC X(132).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD           PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY "runctl_record.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-SNAPSHOT             PIC X(2).
           05 FS-PRIOR-SNAPSHOT       PIC X(2).
           05 FS-REJECT-IN            PIC X(2).
           05 FS-REPAIRED-IN          PIC X(2).
           05 FS-REJECT-CARRY         PIC X(2).
           05 FS-HELD-IN              PIC X(2).
           05 FS-RELEASED-IN          PIC X(2).
           05 FS-HELD-CARRY           PIC X(2).
           05 FS-SUSPENSE-FILE        PIC X(2).
           05 FS-RECLASS-LOG          PIC X(2).
           05 FS-SUSPENSE-CARRY       PIC X(2).
           05 FS-EXCEPTION-FILE       PIC X(2).
           05 FS-DISPOSITION          PIC X(2).
           05 FS-OPEN-ITEMS-IN        PIC X(2).
           05 FS-PROOF-PRINT          PIC X(2).
           05 FS-WRITEOFF-LOG         PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-RUN-DATE-PARM           PIC X(20).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-EOF                     PIC X(1).
       01  WS-REPAIRED-REC-LEN        PIC 9(4) COMP.
       01  WS-RELEASED-REC-LEN        PIC 9(4) COMP.
       01  WS-ID-DISPLAY              PIC 9(9).

      *> Where the opening balance came from. WS-BASELINE-RUN is 'Y'
      *> when no usable snapshot exists; WS-OPENING-FROM is CURRENT
      *> or PRIOR, and WS-OPENING-AS-OF the run date it closed.
       01  WS-BASELINE-RUN            PIC X(1) VALUE 'Y'.
       01  WS-OPENING-FROM            PIC X(7) VALUE SPACES.
       01  WS-OPENING-AS-OF           PIC X(8) VALUE SPACES.

      *> The four inventories, in report order.
       01  WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 4 TIMES INDEXED BY INV-IDX.
              10 WS-INV-CODE          PIC X(3).
              10 WS-INV-NAME          PIC X(40).
              10 WS-INV-RES-LABEL     PIC X(32).
              10 WS-INV-OPEN-COUNT    PIC S9(9).
              10 WS-INV-OPEN-AMOUNT   PIC S9(15)V99.
              10 WS-INV-NEW-COUNT     PIC S9(9).
              10 WS-INV-NEW-AMOUNT    PIC S9(15)V99.
              10 WS-INV-RES-COUNT     PIC S9(9).
              10 WS-INV-RES-AMOUNT    PIC S9(15)V99.
              10 WS-INV-WO-COUNT      PIC S9(9).
              10 WS-INV-WO-AMOUNT     PIC S9(15)V99.
              10 WS-INV-EXP-COUNT     PIC S9(9).
              10 WS-INV-EXP-AMOUNT    PIC S9(15)V99.
              10 WS-INV-CLOSE-COUNT   PIC S9(9).
              10 WS-INV-CLOSE-AMOUNT  PIC S9(15)V99.
              10 WS-INV-DIFF-COUNT    PIC S9(9).
              10 WS-INV-DIFF-AMOUNT   PIC S9(15)V99.
              10 WS-INV-BREAKS        PIC 9(6).
       01  WS-INV-NO                  PIC 9(1).

      *> Every item seen today, one entry per inventory and ID. The
      *> opening and new line counts say how many closing lines the
      *> item should leave if it is not resolved; WS-ITM-ON-FILE is
      *> how many it did leave. WS-ITM-RESOLVED is Y when the queue
      *> resolved the item, W when it was written off.
       01  WS-ITM-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-ITM-OVERFLOW            PIC X(1) VALUE 'N'.
       01  WS-ITM-TABLE.
           05 WS-ITM-ENTRY OCCURS 10000 TIMES INDEXED BY ITM-IDX.
              10 WS-ITM-INV           PIC 9(1).
              10 WS-ITM-ID            PIC X(36).
              10 WS-ITM-OPEN-LINES    PIC 9(4) COMP.
              10 WS-ITM-OPEN-AMOUNT   PIC S9(15)V99.
              10 WS-ITM-NEW-LINES     PIC 9(4) COMP.
              10 WS-ITM-NEW-AMOUNT    PIC S9(15)V99.
              10 WS-ITM-RESOLVED      PIC X(1).
              10 WS-ITM-DISP-SEEN     PIC X(1).
              10 WS-ITM-ON-FILE       PIC 9(4) COMP.
              10 WS-ITM-FILE-AMOUNT   PIC S9(15)V99.
       01  WS-ITM-FOUND               PIC 9(5) COMP.

      *> The item being looked up or added.
       01  WS-LOOKUP-INV              PIC 9(1).
       01  WS-LOOKUP-ID               PIC X(36).
       01  WS-LOOKUP-AMOUNT           PIC S9(15)V99.
       01  WS-LOOKUP-LINES            PIC 9(4).

      *> Proof of the item being examined.
       01  WS-EXPECT-LINES            PIC 9(5) COMP.
       01  WS-ITEM-AMOUNT             PIC S9(15)V99.
       01  WS-BREAK-TYPE              PIC X(26) VALUE SPACES.
       01  WS-TOTAL-BREAKS            PIC 9(6) VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-LINE-LABEL           PIC X(32).
           05 WS-LINE-COUNT           PIC S9(9).
           05 WS-LINE-AMOUNT          PIC S9(15)V99.
           05 WS-COUNT-EDIT           PIC ---,---,--9.
           05 WS-AMOUNT-EDIT          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-BREAKS-DISPLAY       PIC 9(6).

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).
           05 WS-AUDIT-EXIT-DISPLAY   PIC 9(1).

       01  WS-RUN-CONTROL-AREAS.
           05 FS-RUN-CONTROL          PIC X(2).
           05 WS-RC-OWN-NAME          PIC X(24)
                                      VALUE 'ROLL-FORWARD-PROOF'.
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

           MOVE 'STARTED ' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL

           PERFORM SET-UP-INVENTORIES
           PERFORM LOAD-OPENING-SNAPSHOT

           PERFORM LOAD-NEW-REJECTS
           PERFORM LOAD-NEW-HOLDS
           PERFORM LOAD-NEW-SUSPENSE
           PERFORM LOAD-NEW-EXCEPTIONS

           PERFORM MARK-REPAIRED-REJECTS
           PERFORM MARK-RELEASED-HOLDS
           PERFORM MARK-RECLASSIFIED-SUSPENSE
           PERFORM MARK-CLEARED-EXCEPTIONS
           PERFORM MARK-WRITTEN-OFF-ITEMS

           PERFORM TIE-REJECT-CARRY
           PERFORM TIE-HELD-CARRY
           PERFORM TIE-SUSPENSE-CARRY
           PERFORM TIE-OPEN-EXCEPTIONS

           IF WS-ITM-OVERFLOW = 'Y'
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > WS-ITM-COUNT
               PERFORM ADD-ITEM-TO-TOTALS
               IF WS-BASELINE-RUN = 'N'
                   PERFORM CLASSIFY-ONE-ITEM
               END-IF
               IF WS-BREAK-TYPE NOT = SPACES
                   ADD 1 TO WS-INV-BREAKS(WS-ITM-INV(ITM-IDX))
                   ADD 1 TO WS-TOTAL-BREAKS
               END-IF
           END-PERFORM
           PERFORM VARYING INV-IDX FROM 1 BY 1 UNTIL INV-IDX > 4
               COMPUTE WS-INV-EXP-COUNT(INV-IDX) =
                   WS-INV-OPEN-COUNT(INV-IDX)
                   + WS-INV-NEW-COUNT(INV-IDX)
                   - WS-INV-RES-COUNT(INV-IDX)
                   - WS-INV-WO-COUNT(INV-IDX)
               COMPUTE WS-INV-EXP-AMOUNT(INV-IDX) =
                   WS-INV-OPEN-AMOUNT(INV-IDX)
                   + WS-INV-NEW-AMOUNT(INV-IDX)
                   - WS-INV-RES-AMOUNT(INV-IDX)
                   - WS-INV-WO-AMOUNT(INV-IDX)
               COMPUTE WS-INV-DIFF-COUNT(INV-IDX) =
                   WS-INV-CLOSE-COUNT(INV-IDX)
                   - WS-INV-EXP-COUNT(INV-IDX)
               COMPUTE WS-INV-DIFF-AMOUNT(INV-IDX) =
                   WS-INV-CLOSE-AMOUNT(INV-IDX)
                   - WS-INV-EXP-AMOUNT(INV-IDX)
           END-PERFORM

           OPEN OUTPUT PROOF-PRINT-FILE
           IF FS-PROOF-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM WRITE-PROOF-REPORT
           CLOSE PROOF-PRINT-FILE

           PERFORM WRITE-SNAPSHOTS
           IF WS-EXIT-CODE NOT = 0
               GO TO CLEANUP-AND-EXIT
           END-IF

           IF WS-BASELINE-RUN = 'N' AND WS-TOTAL-BREAKS > 0
               MOVE 4 TO WS-EXIT-CODE
           END-IF.

       CLEANUP-AND-EXIT.
           PERFORM WRITE-AUDIT-LOG-ENTRY
           MOVE 'COMPLETE' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL
           STOP RUN WS-EXIT-CODE.

       SET-UP-INVENTORIES.
           INITIALIZE WS-INV-TABLE
           MOVE 'REJ' TO WS-INV-CODE(1)
           MOVE 'REJECTS - REJECT CARRY (REJCAROUT)'
               TO WS-INV-NAME(1)
           MOVE 'LESS REPAIRED . . . . . . . . : '
               TO WS-INV-RES-LABEL(1)
           MOVE 'HLD' TO WS-INV-CODE(2)
           MOVE 'OPERATOR HOLDS - HELD CARRY (HELDCAR)'
               TO WS-INV-NAME(2)
           MOVE 'LESS RELEASED . . . . . . . . : '
               TO WS-INV-RES-LABEL(2)
           MOVE 'SUS' TO WS-INV-CODE(3)
           MOVE 'SUSPENSE - UNMAPPED ITEMS (SUSPOUT)'
               TO WS-INV-NAME(3)
           MOVE 'LESS RECLASSIFIED . . . . . . : '
               TO WS-INV-RES-LABEL(3)
           MOVE 'EXC' TO WS-INV-CODE(4)
           MOVE 'EXCEPTIONS - OPEN ITEMS (EXCPOPOUT)'
               TO WS-INV-NAME(4)
           MOVE 'LESS CLEARED. . . . . . . . . : '
               TO WS-INV-RES-LABEL(4).

      *> The current snapshot is the opening unless it already holds
      *> this run date's closing - a rerun - in which case the prior
      *> snapshot, the one the first run of the date started from,
      *> is used instead.
       LOAD-OPENING-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF FS-SNAPSHOT = "00"
               READ SNAPSHOT-FILE
                   AT END
                       MOVE SPACES TO IS-INVENTORY
               END-READ
               IF IS-INVENTORY = 'HDR'
                       AND IS-AS-OF-DATE < WS-RUN-DATE
                   MOVE 'N' TO WS-BASELINE-RUN
                   MOVE 'CURRENT' TO WS-OPENING-FROM
                   MOVE IS-AS-OF-DATE TO WS-OPENING-AS-OF
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ SNAPSHOT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE IS-TR-ID TO WS-LOOKUP-ID
                               MOVE IS-LINE-COUNT TO WS-LOOKUP-LINES
                               MOVE IS-AMOUNT TO WS-LOOKUP-AMOUNT
                               EVALUATE IS-INVENTORY
                                   WHEN 'REJ' MOVE 1 TO WS-LOOKUP-INV
                                   WHEN 'HLD' MOVE 2 TO WS-LOOKUP-INV
                                   WHEN 'SUS' MOVE 3 TO WS-LOOKUP-INV
                                   WHEN OTHER MOVE 4 TO WS-LOOKUP-INV
                               END-EVALUATE
                               PERFORM ADD-OPENING-ITEM
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SNAPSHOT-FILE
           END-IF
           IF WS-BASELINE-RUN = 'Y'
               PERFORM LOAD-PRIOR-SNAPSHOT
           END-IF.

       LOAD-PRIOR-SNAPSHOT.
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF FS-PRIOR-SNAPSHOT = "00"
               READ PRIOR-SNAPSHOT-FILE
                   AT END
                       MOVE SPACES TO PS-INVENTORY
               END-READ
               IF PS-INVENTORY = 'HDR'
                       AND PS-AS-OF-DATE < WS-RUN-DATE
                   MOVE 'N' TO WS-BASELINE-RUN
                   MOVE 'PRIOR' TO WS-OPENING-FROM
                   MOVE PS-AS-OF-DATE TO WS-OPENING-AS-OF
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PRIOR-SNAPSHOT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE PS-TR-ID TO WS-LOOKUP-ID
                               MOVE PS-LINE-COUNT TO WS-LOOKUP-LINES
                               MOVE PS-AMOUNT TO WS-LOOKUP-AMOUNT
                               EVALUATE PS-INVENTORY
                                   WHEN 'REJ' MOVE 1 TO WS-LOOKUP-INV
                                   WHEN 'HLD' MOVE 2 TO WS-LOOKUP-INV
                                   WHEN 'SUS' MOVE 3 TO WS-LOOKUP-INV
                                   WHEN OTHER MOVE 4 TO WS-LOOKUP-INV
                               END-EVALUATE
                               PERFORM ADD-OPENING-ITEM
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PRIOR-SNAPSHOT-FILE
           END-IF.

       ADD-OPENING-ITEM.
           PERFORM FIND-ITEM
           IF WS-ITM-FOUND = 0
               PERFORM ADD-ITEM
           END-IF
           IF WS-ITM-FOUND > 0
               ADD WS-LOOKUP-LINES TO WS-ITM-OPEN-LINES(WS-ITM-FOUND)
               ADD WS-LOOKUP-AMOUNT
                   TO WS-ITM-OPEN-AMOUNT(WS-ITM-FOUND)
           END-IF.

      *> Leaves WS-ITM-FOUND at the entry for WS-LOOKUP-INV and
      *> WS-LOOKUP-ID, zero when the item has not been seen.
       FIND-ITEM.
           MOVE 0 TO WS-ITM-FOUND
           SET ITM-IDX TO 1
           SEARCH WS-ITM-ENTRY
               AT END
                   CONTINUE
               WHEN ITM-IDX > WS-ITM-COUNT
                   CONTINUE
               WHEN WS-ITM-INV(ITM-IDX) = WS-LOOKUP-INV
                       AND WS-ITM-ID(ITM-IDX) = WS-LOOKUP-ID
                   SET WS-ITM-FOUND TO ITM-IDX
           END-SEARCH.

       ADD-ITEM.
           IF WS-ITM-COUNT >= 10000
               MOVE 'Y' TO WS-ITM-OVERFLOW
           ELSE
               ADD 1 TO WS-ITM-COUNT
               MOVE WS-ITM-COUNT TO WS-ITM-FOUND
               MOVE WS-LOOKUP-INV TO WS-ITM-INV(WS-ITM-FOUND)
               MOVE WS-LOOKUP-ID TO WS-ITM-ID(WS-ITM-FOUND)
               MOVE ZERO TO WS-ITM-OPEN-LINES(WS-ITM-FOUND)
               MOVE ZERO TO WS-ITM-OPEN-AMOUNT(WS-ITM-FOUND)
               MOVE ZERO TO WS-ITM-NEW-LINES(WS-ITM-FOUND)
               MOVE ZERO TO WS-ITM-NEW-AMOUNT(WS-ITM-FOUND)
               MOVE 'N' TO WS-ITM-RESOLVED(WS-ITM-FOUND)
               MOVE 'N' TO WS-ITM-DISP-SEEN(WS-ITM-FOUND)
               MOVE ZERO TO WS-ITM-ON-FILE(WS-ITM-FOUND)
               MOVE ZERO TO WS-ITM-FILE-AMOUNT(WS-ITM-FOUND)
           END-IF.

      *> A line on today's arrivals file is new unless the item was
      *> already in the opening balance.
       ADD-NEW-ITEM.
           PERFORM FIND-ITEM
           IF WS-ITM-FOUND = 0
               PERFORM ADD-ITEM
           END-IF
           IF WS-ITM-FOUND > 0
               IF WS-ITM-OPEN-LINES(WS-ITM-FOUND) = 0
                   ADD 1 TO WS-ITM-NEW-LINES(WS-ITM-FOUND)
                   ADD WS-LOOKUP-AMOUNT
                       TO WS-ITM-NEW-AMOUNT(WS-ITM-FOUND)
               END-IF
           END-IF.

      *> A resolution names an ID; one the queue never held is still
      *> entered so the proof lists it.
       ADD-RESOLVED-ITEM.
           PERFORM FIND-ITEM
           IF WS-ITM-FOUND = 0
               PERFORM ADD-ITEM
           END-IF
           IF WS-ITM-FOUND > 0
               MOVE 'Y' TO WS-ITM-RESOLVED(WS-ITM-FOUND)
           END-IF.

       ADD-CLOSING-ITEM.
           PERFORM FIND-ITEM
           IF WS-ITM-FOUND = 0
               PERFORM ADD-ITEM
           END-IF
           IF WS-ITM-FOUND > 0
               ADD 1 TO WS-ITM-ON-FILE(WS-ITM-FOUND)
               ADD WS-LOOKUP-AMOUNT
                   TO WS-ITM-FILE-AMOUNT(WS-ITM-FOUND)
           END-IF.

       LOAD-NEW-REJECTS.
           MOVE 1 TO WS-LOOKUP-INV
           OPEN INPUT REJECT-IN
           IF FS-REJECT-IN = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REJECT-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RJ-FORMAT-VERSION = '2'
                               MOVE RJ-TR-ID-LONG TO WS-LOOKUP-ID
                           ELSE
                               MOVE RJ-TR-ID TO WS-ID-DISPLAY
                               MOVE WS-ID-DISPLAY TO WS-LOOKUP-ID
                           END-IF
                           MOVE RJ-TR-AMOUNT TO WS-LOOKUP-AMOUNT
                           PERFORM ADD-NEW-ITEM
                   END-READ
               END-PERFORM
               CLOSE REJECT-IN
           END-IF.

       LOAD-NEW-HOLDS.
           MOVE 2 TO WS-LOOKUP-INV
           OPEN INPUT HELD-IN
           IF FS-HELD-IN = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HELD-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HD-FORMAT-VERSION = '2'
                               MOVE HD-TR-ID-LONG TO WS-LOOKUP-ID
                           ELSE
                               MOVE HD-TR-ID TO WS-ID-DISPLAY
                               MOVE WS-ID-DISPLAY TO WS-LOOKUP-ID
                           END-IF
                           MOVE HD-TR-AMOUNT TO WS-LOOKUP-AMOUNT
                           PERFORM ADD-NEW-ITEM
                   END-READ
               END-PERFORM
               CLOSE HELD-IN
           END-IF.

       LOAD-NEW-SUSPENSE.
           MOVE 3 TO WS-LOOKUP-INV
           OPEN INPUT SUSPENSE-FILE
           IF FS-SUSPENSE-FILE = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SU-TR-ID TO WS-LOOKUP-ID
                           MOVE SU-TR-AMOUNT TO WS-LOOKUP-AMOUNT
                           PERFORM ADD-NEW-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      *> EXCEPTION.DAT can name an ID under more than one reason; the
      *> workbench opens one item per ID, at the first line's amount.
       LOAD-NEW-EXCEPTIONS.
           MOVE 4 TO WS-LOOKUP-INV
           OPEN INPUT EXCEPTION-FILE
           IF FS-EXCEPTION-FILE = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXCEPTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE EX-TR-ID TO WS-LOOKUP-ID
                           MOVE EX-TR-AMOUNT TO WS-LOOKUP-AMOUNT
                           PERFORM FIND-ITEM
                           IF WS-ITM-FOUND = 0
                               PERFORM ADD-NEW-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

       MARK-REPAIRED-REJECTS.
           MOVE 1 TO WS-LOOKUP-INV
           OPEN INPUT REPAIRED-IN
           IF FS-REPAIRED-IN = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REPAIRED-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (WS-REPAIRED-REC-LEN = 213
                                   OR WS-REPAIRED-REC-LEN = 221)
                                   AND RP2-FORMAT-VERSION = '2'
                               MOVE RP2-ID TO WS-LOOKUP-ID
                           ELSE
                               MOVE RP-TR-ID TO WS-ID-DISPLAY
                               MOVE WS-ID-DISPLAY TO WS-LOOKUP-ID
                           END-IF
                           PERFORM ADD-RESOLVED-ITEM
                   END-READ
               END-PERFORM
               CLOSE REPAIRED-IN
           END-IF.

       MARK-RELEASED-HOLDS.
           MOVE 2 TO WS-LOOKUP-INV
           OPEN INPUT RELEASED-IN
           IF FS-RELEASED-IN = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RELEASED-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (WS-RELEASED-REC-LEN = 213
                                   OR WS-RELEASED-REC-LEN = 221)
                                   AND RL2-FORMAT-VERSION = '2'
                               MOVE RL2-ID TO WS-LOOKUP-ID
                           ELSE
                               MOVE RL-TR-ID TO WS-ID-DISPLAY
                               MOVE WS-ID-DISPLAY TO WS-LOOKUP-ID
                           END-IF
                           PERFORM ADD-RESOLVED-ITEM
                   END-READ
               END-PERFORM
               CLOSE RELEASED-IN
           END-IF.

       MARK-RECLASSIFIED-SUSPENSE.
           MOVE 3 TO WS-LOOKUP-INV
           OPEN INPUT RECLASS-LOG-IN
           IF FS-RECLASS-LOG = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECLASS-LOG-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE LG-TR-ID TO WS-LOOKUP-ID
                           PERFORM ADD-RESOLVED-ITEM
                   END-READ
               END-PERFORM
               CLOSE RECLASS-LOG-IN
           END-IF.

      *> WOFFLOG.DAT keeps every write-off ever made; only the lines
      *> dated the run date leave today's inventories. An item the
      *> queue resolved the same day stays counted as resolved.
       MARK-WRITTEN-OFF-ITEMS.
           OPEN INPUT WRITEOFF-LOG-IN
           IF FS-WRITEOFF-LOG = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WRITEOFF-LOG-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WO-WRITEOFF-DATE = WS-RUN-DATE
                                   AND (WO-INVENTORY = 'REJ'
                                        OR WO-INVENTORY = 'SUS')
                               PERFORM ADD-WRITTEN-OFF-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-LOG-IN
           END-IF.

       ADD-WRITTEN-OFF-ITEM.
           IF WO-INVENTORY = 'REJ'
               MOVE 1 TO WS-LOOKUP-INV
           ELSE
               MOVE 3 TO WS-LOOKUP-INV
           END-IF
           MOVE WO-TR-ID TO WS-LOOKUP-ID
           PERFORM FIND-ITEM
           IF WS-ITM-FOUND = 0
               PERFORM ADD-ITEM
           END-IF
           IF WS-ITM-FOUND > 0
               IF WS-ITM-RESOLVED(WS-ITM-FOUND) = 'N'
                   MOVE 'W' TO WS-ITM-RESOLVED(WS-ITM-FOUND)
               END-IF
           END-IF.

      *> EXCPDISP.DAT outlives the items on it, so only the first
      *> disposition per open or new item is looked at - the one the
      *> workbench applies - and dispositions for items long gone
      *> are ignored.
       MARK-CLEARED-EXCEPTIONS.
           MOVE 4 TO WS-LOOKUP-INV
           OPEN INPUT DISPOSITION-FILE
           IF FS-DISPOSITION = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DISPOSITION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE DS-TR-ID TO WS-LOOKUP-ID
                           PERFORM FIND-ITEM
                           IF WS-ITM-FOUND > 0
                               PERFORM APPLY-DISPOSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
           END-IF.

       APPLY-DISPOSITION.
           IF WS-ITM-DISP-SEEN(WS-ITM-FOUND) = 'N'
               MOVE 'Y' TO WS-ITM-DISP-SEEN(WS-ITM-FOUND)
               IF DS-DISPOSITION = 'CLEARED'
                   MOVE 'Y' TO WS-ITM-RESOLVED(WS-ITM-FOUND)
               END-IF
           END-IF.

       TIE-REJECT-CARRY.
           MOVE 1 TO WS-LOOKUP-INV
           OPEN INPUT REJECT-CARRY-IN
           IF FS-REJECT-CARRY = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REJECT-CARRY-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CI-FORMAT-VERSION = '2'
                               MOVE CI-TR-ID-LONG TO WS-LOOKUP-ID
                           ELSE
                               MOVE CI-TR-ID TO WS-ID-DISPLAY
                               MOVE WS-ID-DISPLAY TO WS-LOOKUP-ID
                           END-IF
                           MOVE CI-TR-AMOUNT TO WS-LOOKUP-AMOUNT
                           PERFORM ADD-CLOSING-ITEM
                   END-READ
               END-PERFORM
               CLOSE REJECT-CARRY-IN
           END-IF.

       TIE-HELD-CARRY.
           MOVE 2 TO WS-LOOKUP-INV
           OPEN INPUT HELD-CARRY-IN
           IF FS-HELD-CARRY = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HELD-CARRY-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CO-FORMAT-VERSION = '2'
                               MOVE CO-TR-ID-LONG TO WS-LOOKUP-ID
                           ELSE
                               MOVE CO-TR-ID TO WS-ID-DISPLAY
                               MOVE WS-ID-DISPLAY TO WS-LOOKUP-ID
                           END-IF
                           MOVE CO-TR-AMOUNT TO WS-LOOKUP-AMOUNT
                           PERFORM ADD-CLOSING-ITEM
                   END-READ
               END-PERFORM
               CLOSE HELD-CARRY-IN
           END-IF.

       TIE-SUSPENSE-CARRY.
           MOVE 3 TO WS-LOOKUP-INV
           OPEN INPUT SUSPENSE-CARRY-IN
           IF FS-SUSPENSE-CARRY = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUSPENSE-CARRY-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SO-TR-ID TO WS-LOOKUP-ID
                           MOVE SO-TR-AMOUNT TO WS-LOOKUP-AMOUNT
                           PERFORM ADD-CLOSING-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-CARRY-IN
           END-IF.

       TIE-OPEN-EXCEPTIONS.
           MOVE 4 TO WS-LOOKUP-INV
           OPEN INPUT OPEN-ITEMS-IN
           IF FS-OPEN-ITEMS-IN = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPEN-ITEMS-IN
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OI-TR-ID TO WS-LOOKUP-ID
                           MOVE OI-TR-AMOUNT TO WS-LOOKUP-AMOUNT
                           PERFORM ADD-CLOSING-ITEM
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEMS-IN
           END-IF.

      *> Adds the item at ITM-IDX into its inventory's roll-forward.
      *> A resolved item leaves the inventory at the amount it was
      *> carried at.
       ADD-ITEM-TO-TOTALS.
           MOVE WS-ITM-INV(ITM-IDX) TO WS-INV-NO
           COMPUTE WS-EXPECT-LINES = WS-ITM-OPEN-LINES(ITM-IDX)
                                   + WS-ITM-NEW-LINES(ITM-IDX)
           COMPUTE WS-ITEM-AMOUNT = WS-ITM-OPEN-AMOUNT(ITM-IDX)
                                  + WS-ITM-NEW-AMOUNT(ITM-IDX)

           ADD WS-ITM-OPEN-LINES(ITM-IDX)
               TO WS-INV-OPEN-COUNT(WS-INV-NO)
           ADD WS-ITM-OPEN-AMOUNT(ITM-IDX)
               TO WS-INV-OPEN-AMOUNT(WS-INV-NO)
           ADD WS-ITM-NEW-LINES(ITM-IDX)
               TO WS-INV-NEW-COUNT(WS-INV-NO)
           ADD WS-ITM-NEW-AMOUNT(ITM-IDX)
               TO WS-INV-NEW-AMOUNT(WS-INV-NO)
           IF WS-ITM-RESOLVED(ITM-IDX) = 'Y'
               ADD WS-EXPECT-LINES TO WS-INV-RES-COUNT(WS-INV-NO)
               ADD WS-ITEM-AMOUNT TO WS-INV-RES-AMOUNT(WS-INV-NO)
           END-IF
           IF WS-ITM-RESOLVED(ITM-IDX) = 'W'
               ADD WS-EXPECT-LINES TO WS-INV-WO-COUNT(WS-INV-NO)
               ADD WS-ITEM-AMOUNT TO WS-INV-WO-AMOUNT(WS-INV-NO)
           END-IF
           ADD WS-ITM-ON-FILE(ITM-IDX)
               TO WS-INV-CLOSE-COUNT(WS-INV-NO)
           ADD WS-ITM-FILE-AMOUNT(ITM-IDX)
               TO WS-INV-CLOSE-AMOUNT(WS-INV-NO).

      *> Sets WS-BREAK-TYPE to the first break the item at ITM-IDX
      *> shows, spaces when it proves, and WS-ITEM-AMOUNT to the
      *> amount to list it at.
       CLASSIFY-ONE-ITEM.
           MOVE WS-ITM-INV(ITM-IDX) TO WS-INV-NO
           COMPUTE WS-EXPECT-LINES = WS-ITM-OPEN-LINES(ITM-IDX)
                                   + WS-ITM-NEW-LINES(ITM-IDX)
           COMPUTE WS-ITEM-AMOUNT = WS-ITM-OPEN-AMOUNT(ITM-IDX)
                                  + WS-ITM-NEW-AMOUNT(ITM-IDX)

           MOVE SPACES TO WS-BREAK-TYPE
           EVALUATE TRUE
               WHEN WS-EXPECT-LINES = 0
                       AND WS-ITM-RESOLVED(ITM-IDX) NOT = 'N'
                   MOVE 'RESOLVED NOT IN INVENTORY' TO WS-BREAK-TYPE
               WHEN WS-EXPECT-LINES = 0
                   MOVE 'UNEXPLAINED ON FILE' TO WS-BREAK-TYPE
                   MOVE WS-ITM-FILE-AMOUNT(ITM-IDX) TO WS-ITEM-AMOUNT
               WHEN WS-ITM-RESOLVED(ITM-IDX) NOT = 'N'
                   IF WS-ITM-ON-FILE(ITM-IDX) > 0
                       MOVE 'RESOLVED BUT STILL OPEN' TO WS-BREAK-TYPE
                   END-IF
               WHEN WS-ITM-ON-FILE(ITM-IDX) = 0
                   MOVE 'MISSING FROM FILE' TO WS-BREAK-TYPE
               WHEN WS-ITM-ON-FILE(ITM-IDX) > WS-EXPECT-LINES
                   MOVE 'DUPLICATE ON FILE' TO WS-BREAK-TYPE
                   MOVE WS-ITM-FILE-AMOUNT(ITM-IDX) TO WS-ITEM-AMOUNT
               WHEN WS-ITM-FILE-AMOUNT(ITM-IDX) NOT = WS-ITEM-AMOUNT
                   MOVE 'AMOUNT CHANGED' TO WS-BREAK-TYPE
                   MOVE WS-ITM-FILE-AMOUNT(ITM-IDX) TO WS-ITEM-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-PROOF-REPORT.
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING 'INVENTORY ROLL-FORWARD PROOF FOR RUN DATE '
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD

           MOVE SPACES TO PROOF-PRINT-RECORD
           IF WS-BASELINE-RUN = 'Y'
               STRING 'NO OPENING SNAPSHOT - BASELINE RUN, TODAY'
                      '''S CLOSING BECOMES TOMORROW''S OPENING'
                   DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           ELSE
               STRING 'OPENING BALANCES ARE THE CLOSING PROVED FOR '
                      WS-OPENING-AS-OF
                   DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           END-IF
           WRITE PROOF-PRINT-RECORD

           PERFORM VARYING INV-IDX FROM 1 BY 1 UNTIL INV-IDX > 4
               PERFORM WRITE-INVENTORY-STATEMENT
           END-PERFORM

           MOVE SPACES TO PROOF-PRINT-RECORD
           MOVE '----------------------------------------'
               TO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING 'BREAKS BY ITEM'
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           EVALUATE TRUE
               WHEN WS-BASELINE-RUN = 'Y'
                   MOVE SPACES TO PROOF-PRINT-RECORD
                   STRING '  NOT PROVED ON A BASELINE RUN'
                       DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
                   WRITE PROOF-PRINT-RECORD
               WHEN WS-TOTAL-BREAKS = 0
                   MOVE SPACES TO PROOF-PRINT-RECORD
                   STRING '  NONE - EVERY ITEM ACCOUNTED FOR'
                       DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
                   WRITE PROOF-PRINT-RECORD
               WHEN OTHER
                   PERFORM WRITE-BREAK-DETAIL
           END-EVALUATE


           MOVE SPACES TO PROOF-PRINT-RECORD
           MOVE '----------------------------------------'
               TO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           MOVE WS-TOTAL-BREAKS TO WS-BREAKS-DISPLAY
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING 'TOTAL BREAKS. . . . . . . . . : '
                  WS-BREAKS-DISPLAY
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD.

       WRITE-INVENTORY-STATEMENT.
           MOVE SPACES TO PROOF-PRINT-RECORD
           MOVE '----------------------------------------'
               TO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING WS-INV-CODE(INV-IDX) '  ' WS-INV-NAME(INV-IDX)
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING '                                        COUNT'
                  '                 AMOUNT'
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD

           MOVE 'OPENING BALANCE . . . . . . . : ' TO WS-LINE-LABEL
           MOVE WS-INV-OPEN-COUNT(INV-IDX) TO WS-LINE-COUNT
           MOVE WS-INV-OPEN-AMOUNT(INV-IDX) TO WS-LINE-AMOUNT
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'PLUS NEW ITEMS. . . . . . . . : ' TO WS-LINE-LABEL
           MOVE WS-INV-NEW-COUNT(INV-IDX) TO WS-LINE-COUNT
           MOVE WS-INV-NEW-AMOUNT(INV-IDX) TO WS-LINE-AMOUNT
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-INV-RES-LABEL(INV-IDX) TO WS-LINE-LABEL
           MOVE WS-INV-RES-COUNT(INV-IDX) TO WS-LINE-COUNT
           MOVE WS-INV-RES-AMOUNT(INV-IDX) TO WS-LINE-AMOUNT
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'LESS WRITTEN OFF. . . . . . . : ' TO WS-LINE-LABEL
           MOVE WS-INV-WO-COUNT(INV-IDX) TO WS-LINE-COUNT
           MOVE WS-INV-WO-AMOUNT(INV-IDX) TO WS-LINE-AMOUNT
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'EXPECTED CLOSING. . . . . . . : ' TO WS-LINE-LABEL
           MOVE WS-INV-EXP-COUNT(INV-IDX) TO WS-LINE-COUNT
           MOVE WS-INV-EXP-AMOUNT(INV-IDX) TO WS-LINE-AMOUNT
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'CLOSING ON FILE . . . . . . . : ' TO WS-LINE-LABEL
           MOVE WS-INV-CLOSE-COUNT(INV-IDX) TO WS-LINE-COUNT
           MOVE WS-INV-CLOSE-AMOUNT(INV-IDX) TO WS-LINE-AMOUNT
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'DIFFERENCE. . . . . . . . . . : ' TO WS-LINE-LABEL
           MOVE WS-INV-DIFF-COUNT(INV-IDX) TO WS-LINE-COUNT
           MOVE WS-INV-DIFF-AMOUNT(INV-IDX) TO WS-LINE-AMOUNT
           PERFORM WRITE-STATEMENT-LINE

           MOVE SPACES TO PROOF-PRINT-RECORD
           EVALUATE TRUE
               WHEN WS-BASELINE-RUN = 'Y'
                   STRING 'RESULT. . . . . . . . . . . . : BASELINE'
                       DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
               WHEN WS-INV-BREAKS(INV-IDX) = 0
                       AND WS-INV-DIFF-COUNT(INV-IDX) = 0
                       AND WS-INV-DIFF-AMOUNT(INV-IDX) = 0
                   STRING 'RESULT. . . . . . . . . . . . : PROVED'
                       DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
               WHEN OTHER
                   MOVE WS-INV-BREAKS(INV-IDX) TO WS-BREAKS-DISPLAY
                   STRING 'RESULT. . . . . . . . . . . . : '
                          '*** BREAK *** ITEMS IN BREAK '
                          WS-BREAKS-DISPLAY
                       DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           END-EVALUATE
           WRITE PROOF-PRINT-RECORD.

       WRITE-STATEMENT-LINE.
           MOVE WS-LINE-COUNT TO WS-COUNT-EDIT
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING WS-LINE-LABEL WS-COUNT-EDIT '  ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD.

       WRITE-BREAK-DETAIL.
           PERFORM VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > WS-ITM-COUNT
               PERFORM CLASSIFY-ONE-ITEM
               IF WS-BREAK-TYPE NOT = SPACES
                   PERFORM WRITE-BREAK-LINE
               END-IF
           END-PERFORM.

       WRITE-BREAK-LINE.
           MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING '  ' WS-INV-CODE(WS-INV-NO) '  ' WS-BREAK-TYPE
                  WS-ITM-ID(ITM-IDX) '  ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD.

      *> INVSNPRV.DAT is refreshed only when today's opening came
      *> from the current snapshot, so every rerun of a date starts
      *> from the same opening the first run did.
       WRITE-SNAPSHOTS.
           IF WS-OPENING-FROM = 'CURRENT'
               OPEN OUTPUT PRIOR-SNAPSHOT-FILE
               IF FS-PRIOR-SNAPSHOT NOT = "00"
                   MOVE 2 TO WS-EXIT-CODE
               ELSE
                   MOVE SPACES TO PRIOR-SNAPSHOT-RECORD
                   MOVE 'HDR' TO PS-INVENTORY
                   MOVE WS-OPENING-AS-OF TO PS-AS-OF-DATE
                   MOVE ZERO TO PS-LINE-COUNT
                   MOVE ZERO TO PS-AMOUNT
                   WRITE PRIOR-SNAPSHOT-RECORD
                   PERFORM VARYING ITM-IDX FROM 1 BY 1
                           UNTIL ITM-IDX > WS-ITM-COUNT
                       IF WS-ITM-OPEN-LINES(ITM-IDX) > 0
                           MOVE SPACES TO PRIOR-SNAPSHOT-RECORD
                           MOVE WS-INV-CODE(WS-ITM-INV(ITM-IDX))
                               TO PS-INVENTORY
                           MOVE WS-OPENING-AS-OF TO PS-AS-OF-DATE
                           MOVE WS-ITM-ID(ITM-IDX) TO PS-TR-ID
                           MOVE WS-ITM-OPEN-LINES(ITM-IDX)
                               TO PS-LINE-COUNT
                           MOVE WS-ITM-OPEN-AMOUNT(ITM-IDX)
                               TO PS-AMOUNT
                           WRITE PRIOR-SNAPSHOT-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE PRIOR-SNAPSHOT-FILE
               END-IF
           END-IF
           IF WS-EXIT-CODE = 0
               OPEN OUTPUT SNAPSHOT-FILE
               IF FS-SNAPSHOT NOT = "00"
                   MOVE 2 TO WS-EXIT-CODE
               ELSE
                   MOVE SPACES TO SNAPSHOT-RECORD
                   MOVE 'HDR' TO IS-INVENTORY
                   MOVE WS-RUN-DATE TO IS-AS-OF-DATE
                   MOVE ZERO TO IS-LINE-COUNT
                   MOVE ZERO TO IS-AMOUNT
                   WRITE SNAPSHOT-RECORD
                   PERFORM VARYING ITM-IDX FROM 1 BY 1
                           UNTIL ITM-IDX > WS-ITM-COUNT
                       IF WS-ITM-ON-FILE(ITM-IDX) > 0
                           MOVE SPACES TO SNAPSHOT-RECORD
                           MOVE WS-INV-CODE(WS-ITM-INV(ITM-IDX))
                               TO IS-INVENTORY
                           MOVE WS-RUN-DATE TO IS-AS-OF-DATE
                           MOVE WS-ITM-ID(ITM-IDX) TO IS-TR-ID
                           MOVE WS-ITM-ON-FILE(ITM-IDX)
                               TO IS-LINE-COUNT
                           MOVE WS-ITM-FILE-AMOUNT(ITM-IDX)
                               TO IS-AMOUNT
                           WRITE SNAPSHOT-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE SNAPSHOT-FILE
               END-IF
           END-IF.

       WRITE-AUDIT-LOG-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) '-' WS-CURRENT-DATETIME(5:2)
                  '-' WS-CURRENT-DATETIME(7:2) ' '
                  WS-CURRENT-DATETIME(9:2) ':' WS-CURRENT-DATETIME(11:2)
                  ':' WS-CURRENT-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           MOVE WS-EXIT-CODE TO WS-AUDIT-EXIT-DISPLAY
           MOVE WS-TOTAL-BREAKS TO WS-BREAKS-DISPLAY

           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT-LOG NOT = "00" AND FS-AUDIT-LOG NOT = "05"
               OPEN OUTPUT AUDIT-LOG
           END-IF

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=ROLL-FORWARD-PROOF'
                  ' BREAKS=' WS-BREAKS-DISPLAY
                  ' EXIT-CODE=' WS-AUDIT-EXIT-DISPLAY
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD

           IF WS-EXIT-CODE = 4
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP ' PROGRAM=ROLL-FORWARD-PROOF'
                      ' WARNING=ROLLFWD-BREAK LIMIT=0'
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF

           IF WS-ITM-OVERFLOW = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP ' PROGRAM=ROLL-FORWARD-PROOF'
                      ' WARNING=ROLLFWD-ITEM-OVERFLOW LIMIT=10000'
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

       END PROGRAM ROLL-FORWARD-PROOF.
