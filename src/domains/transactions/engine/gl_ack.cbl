      *> acknowledged), one AKP line per posting with an A/R status
      *> and the GL's reason, and an AKT trailer with the line count.
      *> Each AKP line is matched back to its GLEXTR.DAT posting line
      *> on category, type, and amount within the extract batch the
      *> AKH header names - GL-EXTRACT writes one batch per legal
      *> entity, each with its own batch ID, and the same category
      *> and amount can appear under several entities, so a line is
      *> only ever tied to a posting of its own batch and entity. An
      *> AKH batch ID not on the extract leaves its lines unmatched.
      *> The run reports accepted and
      *> rejected counts and amounts on GLACKRPT, and every rejected
      *> posting is appended to EXCEPTION.DAT so it enters
      *> EXCEPTION-WORKBENCH's open-items flow and ages and escalates
           SELECT ACK-PRINT-FILE ASSIGN TO "GLACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACK-PRINT.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER             PIC X(50).

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
       FD  ACK-PRINT-FILE.
       01  ACK-PRINT-RECORD          PIC X(100).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-GL-ACK               PIC X(2).
           05 FS-GL-INTERFACE         PIC X(2).
           05 FS-EXCEPTION-FILE       PIC X(2).
           05 FS-ACK-PRINT            PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-ACK-EOF                 PIC X(1) VALUE 'N'.
       01  WS-EXTRACT-EOF             PIC X(1) VALUE 'N'.
       01  WS-ACK-BATCH-ID            PIC X(8) VALUE SPACES.
       01  WS-ACK-POSTING-DATE        PIC X(8) VALUE SPACES.
       01  WS-ACK-ENTITY              PIC X(4) VALUE SPACES.
       01  WS-ACK-BATCH-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-ACK-FIRST-LINE          PIC 9(5) COMP VALUE 0.
       01  WS-ACK-LAST-LINE           PIC 9(5) COMP VALUE 0.
       01  WS-ACK-LINES-READ          PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-SEEN            PIC X(1) VALUE 'N'.
      *> marks lines the GL answered; lines still unmarked at the end
      *> are reported - an acknowledgment file that covers only part
      *> of the extract is itself worth a look. GL-EXTRACT can emit
      *> up to five lines per category for each legal entity's batch,
      *> so the table holds 25000 lines - room for every entity
      *> RECONCILE can carry posting a realistic spread of
      *> categories. Past the cap the run still finishes, reports the
      *> overflow, and writes a GLEXTR-OVERFLOW warning to the audit
      *> log rather than dropping lines silently.
       01  WS-GLX-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-GLX-OVERFLOW            PIC X(1) VALUE 'N'.
       01  WS-GLX-TABLE.
           05 WS-GLX-ENTRY OCCURS 25000 TIMES INDEXED BY GLX-IDX.
              10 WS-GLX-CATEGORY      PIC X(20).
              10 WS-GLX-TRAN-TYPE     PIC X(8).
              10 WS-GLX-AMOUNT        PIC S9(15)V99.
              10 WS-GLX-ACKED         PIC X(1).
       01  WS-GLX-IDX2                PIC 9(5) COMP.

      *> One entry per GLH batch on the extract: its batch ID and
      *> entity and the range of WS-GLX-TABLE lines it carries. An
      *> AKH header selects its batch here, and its AKP lines are
      *> matched only inside that range. Until an AKH is read the
      *> whole table is in range, as before batches were split.
       01  WS-GLB-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-GLB-TABLE.
           05 WS-GLB-ENTRY OCCURS 200 TIMES INDEXED BY GLB-IDX.
              10 WS-GLB-BATCH-ID      PIC X(8).
              10 WS-GLB-ENTITY        PIC X(4).
              10 WS-GLB-FIRST-LINE    PIC 9(5) COMP.
              10 WS-GLB-LAST-LINE     PIC 9(5) COMP.
       01  WS-GLB-FOUND               PIC X(1).

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).

       01  WS-ACK-COUNTERS.
           05 WS-ACCEPTED-COUNT       PIC 9(9) VALUE ZERO.
           PERFORM WRITE-ACK-REPORT
           CLOSE ACK-PRINT-FILE

           IF WS-GLX-OVERFLOW = 'Y'
               PERFORM WRITE-OVERFLOW-WARNING
           END-IF

           IF WS-REJECTED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
                   OR WS-UNACKED-COUNT > 0
                   OR WS-GLX-OVERFLOW = 'Y'
                       AT END
                           MOVE 'Y' TO WS-EXTRACT-EOF
                       NOT AT END
                           IF GLH-RECORD-TAG = 'GLH'
                               PERFORM LOAD-EXTRACT-BATCH
                           END-IF
                           IF GLP-RECORD-TAG = 'GLP'
                               IF WS-GLX-COUNT < 25000
                                   ADD 1 TO WS-GLX-COUNT
                                   SET GLX-IDX TO WS-GLX-COUNT
                                   MOVE GLP-CATEGORY
                                   MOVE GLP-AMOUNT
                                       TO WS-GLX-AMOUNT(GLX-IDX)
                                   MOVE 'N' TO WS-GLX-ACKED(GLX-IDX)
                                   IF WS-GLB-COUNT > 0
                                       MOVE WS-GLX-COUNT TO
                                           WS-GLB-LAST-LINE(GLB-IDX)
                                   END-IF
                               ELSE
                                   MOVE 'Y' TO WS-GLX-OVERFLOW
                               END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-INTERFACE-FILE
           END-IF
           MOVE 1 TO WS-ACK-FIRST-LINE
           MOVE WS-GLX-COUNT TO WS-ACK-LAST-LINE.

       LOAD-EXTRACT-BATCH.
      *> A new batch starts with an empty line range (first past
      *> last) that the GLP lines after it extend.
           IF WS-GLB-COUNT < 200
               ADD 1 TO WS-GLB-COUNT
               SET GLB-IDX TO WS-GLB-COUNT
               MOVE GLH-BATCH-ID TO WS-GLB-BATCH-ID(GLB-IDX)
               MOVE GLH-ENTITY-CODE TO WS-GLB-ENTITY(GLB-IDX)
               COMPUTE WS-GLB-FIRST-LINE(GLB-IDX) = WS-GLX-COUNT + 1
               MOVE WS-GLX-COUNT TO WS-GLB-LAST-LINE(GLB-IDX)
           ELSE
               MOVE 'Y' TO WS-GLX-OVERFLOW
           END-IF.

       FIND-ACK-BATCH.
      *> Selects the extract batch the AKH header acknowledges. Its
      *> entity goes into the exception IDs of rejected lines.
           MOVE 'N' TO WS-GLB-FOUND
           MOVE SPACES TO WS-ACK-ENTITY
           MOVE 1 TO WS-ACK-FIRST-LINE
           MOVE ZERO TO WS-ACK-LAST-LINE
           SET GLB-IDX TO 1
           SEARCH WS-GLB-ENTRY
               AT END
                   CONTINUE
               WHEN GLB-IDX > WS-GLB-COUNT
                   CONTINUE
               WHEN WS-GLB-BATCH-ID(GLB-IDX) = AKH-BATCH-ID
                   MOVE 'Y' TO WS-GLB-FOUND
                   MOVE WS-GLB-ENTITY(GLB-IDX) TO WS-ACK-ENTITY
                   MOVE WS-GLB-FIRST-LINE(GLB-IDX)
                       TO WS-ACK-FIRST-LINE
                   MOVE WS-GLB-LAST-LINE(GLB-IDX)
                       TO WS-ACK-LAST-LINE
           END-SEARCH
           IF WS-GLB-FOUND = 'N'
               MOVE SPACES TO ACK-PRINT-RECORD
               STRING 'ACK BATCH NOT ON EXTRACT: ' AKH-BATCH-ID
                   DELIMITED BY SIZE INTO ACK-PRINT-RECORD
               WRITE ACK-PRINT-RECORD
           END-IF.

       PROCESS-ACK-RECORD.
               WHEN 'AKH'
                   MOVE AKH-POSTING-DATE TO WS-ACK-POSTING-DATE
                   MOVE AKH-BATCH-ID TO WS-ACK-BATCH-ID
                   ADD 1 TO WS-ACK-BATCH-COUNT
                   PERFORM FIND-ACK-BATCH
               WHEN 'AKP'
                   ADD 1 TO WS-ACK-LINES-READ
                   PERFORM PROCESS-ONE-ACK-LINE
               WHEN 'AKT'
                   MOVE 'Y' TO WS-TRAILER-SEEN
      *> One AKT per acknowledged batch; the counts are summed
      *> to tie to every AKP line read.
                   ADD AKT-LINE-COUNT TO WS-TRAILER-COUNT
           END-EVALUATE.

       PROCESS-ONE-ACK-LINE.
           END-IF.

       MATCH-LINE-TO-EXTRACT.
      *> Only the lines of the batch the current AKH selected are
      *> candidates.
           MOVE 'N' TO WS-MATCH-FOUND
           PERFORM VARYING WS-GLX-IDX2 FROM WS-ACK-FIRST-LINE BY 1
                   UNTIL WS-GLX-IDX2 > WS-ACK-LAST-LINE
                      OR WS-MATCH-FOUND = 'Y'
               IF WS-GLX-CATEGORY(WS-GLX-IDX2) = AKP-CATEGORY
                       AND WS-GLX-TRAN-TYPE(WS-GLX-IDX2)
                           = AKP-TRAN-TYPE
                       AND WS-GLX-AMOUNT(WS-GLX-IDX2) = AKP-AMOUNT
                       AND WS-GLX-ACKED(WS-GLX-IDX2) = 'N'
                   MOVE 'Y' TO WS-MATCH-FOUND
                   MOVE 'Y' TO WS-GLX-ACKED(WS-GLX-IDX2)
               END-IF
           END-PERFORM.

       WRITE-REJECT-EXCEPTION.
      *> The exception ID carries the posting's entity, category and
      *> type so the workbench line says what was bounced and in
      *> whose books - the same category is posted once per entity.
      *> The category is trimmed so the full type still fits the ID;
      *> a batch with no entity keeps the plain GL:category:type
      *> form. The GL's own reason rides in EX-REASON when it sent
      *> one.
           MOVE SPACES TO EXCEPTION-RECORD
           IF WS-ACK-ENTITY = SPACES
               STRING 'GL:' AKP-CATEGORY ':' AKP-TRAN-TYPE
                   DELIMITED BY SIZE INTO EX-TR-ID
           ELSE
               STRING 'GL:' WS-ACK-ENTITY ':'
                      FUNCTION TRIM(AKP-CATEGORY TRAILING)
                      ':' AKP-TRAN-TYPE
                   DELIMITED BY SIZE INTO EX-TR-ID
           END-IF
           MOVE AKP-AMOUNT TO EX-TR-AMOUNT
           IF AKP-REASON = SPACES
               MOVE 'GL-REJECT' TO EX-REASON
               WRITE ACK-PRINT-RECORD
           END-IF

           IF WS-ACK-BATCH-COUNT > 1
               MOVE WS-ACK-BATCH-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO ACK-PRINT-RECORD
               STRING 'BATCHES ACKNOWLEDGED. . . . . : '
                      WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO ACK-PRINT-RECORD
               WRITE ACK-PRINT-RECORD
           END-IF

           IF WS-GLX-OVERFLOW = 'Y'
               MOVE SPACES TO ACK-PRINT-RECORD
               STRING '*** WARNING: EXTRACT TABLE FULL (25000) -'
                      ' LINES PAST THE CAP NOT MATCHED OR COUNTED'
                      ' AS UNANSWERED ***'
                   DELIMITED BY SIZE INTO ACK-PRINT-RECORD
               DELIMITED BY SIZE INTO ACK-PRINT-RECORD
           WRITE ACK-PRINT-RECORD.

       WRITE-OVERFLOW-WARNING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) '-' WS-CURRENT-DATETIME(5:2)
                  '-' WS-CURRENT-DATETIME(7:2) ' '
                  WS-CURRENT-DATETIME(9:2) ':' WS-CURRENT-DATETIME(11:2)
                  ':' WS-CURRENT-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT-LOG NOT = "00" AND FS-AUDIT-LOG NOT = "05"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=GL-ACK-PROCESS'
                  ' WARNING=GLEXTR-OVERFLOW LIMIT=25000'
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

       END PROGRAM GL-ACK-PROCESS.
