      *> workbench/repair carry convention). HELDIN is the held-items
      *> file the processor wrote (HELDOUT) or the previous release
      *> cycle's carry file.
      *> A watch-list hit is held under key type WATCHLST with its
      *> own hit reference as the key, so compliance releases each
      *> hit on its own line. Every such release is logged on
      *> WLDECN.DAT with the releasing user from the release line,
      *> which is where WATCHLIST-REPORT finds the decision taken,
      *> and with the record's transaction ID, by which the
      *> processor and the bridge let the re-injected record through
      *> without screening it again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PRINT-OUT.
           SELECT DECISION-LOG ASSIGN TO "WLDECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-DECISION-LOG.

       DATA DIVISION.
       FILE SECTION.
           05  RL-KEY-TYPE            PIC X(8).
           05  FILLER                 PIC X(01).
           05  RL-KEY-VALUE           PIC X(20).
           05  FILLER                 PIC X(01).
           05  RL-USER-ID             PIC X(8).

      *> Same variable-length record format the TRANSIN feed uses,
      *> mirroring REJECT-REPAIR's REPAIRED-OUT; re-injected records
       FD  PRINT-OUT.
       01  PRINT-RECORD               PIC X(100).

      *> One line per watch-list hit released: the hit reference,
      *> the decision, when, who, and the record released.
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
       01  FILE-STATUS-CODES.
           05 FS-HELD-IN              PIC X(2).
           05 FS-RELEASED-OUT         PIC X(2).
           05 FS-CARRY-OUT            PIC X(2).
           05 FS-PRINT-OUT            PIC X(2).
           05 FS-DECISION-LOG         PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-HELD-EOF                PIC X(1) VALUE 'N'.
           05 WS-REL-ENTRY OCCURS 100 TIMES INDEXED BY REL-IDX.
              10 WS-REL-KEY-TYPE      PIC X(8).
              10 WS-REL-KEY-VALUE     PIC X(20).
              10 WS-REL-USER-ID       PIC X(8).

       01  WS-COUNTS.
           05 WS-HELD-READ            PIC 9(8) VALUE ZERO.
           05 WS-CARRIED-COUNT        PIC 9(8) VALUE ZERO.

       01  WS-ITEM-RELEASED           PIC X(1).
       01  WS-DECISION-LOG-OPEN       PIC X(1) VALUE 'N'.

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).

       01  WS-PRINT-AREAS.
           05 WS-COUNTER-DISPLAY      PIC ZZ,ZZZ,ZZ9.
           CLOSE RELEASED-OUT
           CLOSE CARRY-OUT
           CLOSE PRINT-OUT
           IF WS-DECISION-LOG-OPEN = 'Y'
               CLOSE DECISION-LOG
           END-IF
           STOP RUN WS-EXIT-CODE.

       LOAD-RELEASE-TABLE.
                                   TO WS-REL-KEY-TYPE(REL-IDX)
                               MOVE RL-KEY-VALUE
                                   TO WS-REL-KEY-VALUE(REL-IDX)
                               MOVE RL-USER-ID
                                   TO WS-REL-USER-ID(REL-IDX)
                           END-IF
                   END-READ
               END-PERFORM

           IF WS-ITEM-RELEASED = 'Y'
               PERFORM WRITE-RELEASED-RECORD
               IF HD-HOLD-KEY-TYPE = 'WATCHLST'
                   PERFORM WRITE-DECISION-LOG
               END-IF
           ELSE
               MOVE HELD-IN-RECORD TO CARRY-OUT-RECORD
               WRITE CARRY-OUT-RECORD
           END-IF
           ADD 1 TO WS-RELEASED-COUNT.

       WRITE-DECISION-LOG.
      *> REL-IDX is still on the release line that matched.
           IF WS-DECISION-LOG-OPEN = 'N'
               OPEN EXTEND DECISION-LOG
               IF FS-DECISION-LOG NOT = "00"
                       AND FS-DECISION-LOG NOT = "05"
                   OPEN OUTPUT DECISION-LOG
               END-IF
               MOVE 'Y' TO WS-DECISION-LOG-OPEN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) '-' WS-CURRENT-DATETIME(5:2)
                  '-' WS-CURRENT-DATETIME(7:2) ' '
                  WS-CURRENT-DATETIME(9:2) ':' WS-CURRENT-DATETIME(11:2)
                  ':' WS-CURRENT-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO DECISION-LOG-RECORD
           MOVE HD-HOLD-KEY TO DL-HIT-REF
           MOVE 'RELEASED' TO DL-DECISION
           MOVE WS-AUDIT-TIMESTAMP TO DL-TIMESTAMP
           MOVE WS-REL-USER-ID(REL-IDX) TO DL-USER-ID
           MOVE HD-TR-ID-LONG TO DL-TR-ID
           WRITE DECISION-LOG-RECORD.

       WRITE-PRINT-REPORT.
           MOVE SPACES TO PRINT-RECORD
           STRING 'HOLD RELEASE - RUN REPORT'
