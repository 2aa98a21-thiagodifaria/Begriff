       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHLIST-REPORT.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
      *> Screening report for compliance. Lists every watch-list hit
      *> TRANSACTION-PROCESSOR logged on WLHITS.DAT - the record, the
      *> entry and term it matched and on which field - with the
      *> decision taken on it since: RELEASED (with when and by whom,
      *> from the WLDECN.DAT log HOLD-RELEASE keeps) or PENDING while
      *> the item is still held. PARM is an optional range of run
      *> dates ('YYYYMMDD YYYYMMDD', the second defaulting to the
      *> first); blank reports every hit on the log. A hit logged
      *> again for the same reference - a checkpoint restart or an
      *> intraday re-run re-screening the same feed record - is
      *> listed once. Exit 1 on a bad PARM, 2 when the report cannot
      *> be opened or a table fills.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-HIT-LOG ASSIGN TO "WLHITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WATCH-HIT-LOG.
           SELECT DECISION-LOG ASSIGN TO "WLDECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECISION-LOG.
           SELECT PRINT-OUT ASSIGN TO "WLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-HIT-LOG.
       01  WATCH-HIT-RECORD.
           COPY "wlhit_record.cpy".

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

       FD  PRINT-OUT.
       01  PRINT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-WATCH-HIT-LOG        PIC X(2).
           05 FS-DECISION-LOG         PIC X(2).
           05 FS-PRINT-OUT            PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-PARM                    PIC X(40).
       01  WS-FROM-DATE               PIC X(8).
       01  WS-TO-DATE                 PIC X(8).
       01  WS-HIT-EOF                 PIC X(1) VALUE 'N'.
       01  WS-DECISION-EOF            PIC X(1) VALUE 'N'.

      *> The latest decision logged against each hit reference.
       01  WS-DEC-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-DEC-OVERFLOW            PIC X(1) VALUE 'N'.
       01  WS-DEC-TABLE.
           05 WS-DEC-ENTRY OCCURS 5000 TIMES INDEXED BY DEC-IDX.
              10 WS-DEC-HIT-REF       PIC X(20).
              10 WS-DEC-DECISION      PIC X(8).
              10 WS-DEC-TIMESTAMP     PIC X(19).
              10 WS-DEC-USER-ID       PIC X(8).

      *> Hit references already listed.
       01  WS-LISTED-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-LISTED-OVERFLOW         PIC X(1) VALUE 'N'.
       01  WS-LISTED-TABLE.
           05 WS-LISTED-ENTRY OCCURS 9999 TIMES INDEXED BY LST-IDX.
              10 WS-LISTED-HIT-REF    PIC X(20).
       01  WS-ALREADY-LISTED          PIC X(1).

       01  WS-DECISION                PIC X(8).
       01  WS-DECISION-TIMESTAMP      PIC X(19).
       01  WS-DECISION-USER           PIC X(8).

       01  WS-COUNTS.
           05 WS-HITS-READ            PIC 9(8) VALUE ZERO.
           05 WS-HITS-LISTED          PIC 9(8) VALUE ZERO.
           05 WS-HITS-RELEASED        PIC 9(8) VALUE ZERO.
           05 WS-HITS-PENDING         PIC 9(8) VALUE ZERO.
           05 WS-HITS-REPEATED        PIC 9(8) VALUE ZERO.
           05 WS-AMOUNT-PENDING       PIC S9(15)V99 VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-AMOUNT-DISPLAY       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-COUNTER-DISPLAY      PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM(1:8) TO WS-FROM-DATE
           MOVE WS-PARM(10:8) TO WS-TO-DATE
           IF WS-FROM-DATE = SPACES
               MOVE '00000000' TO WS-FROM-DATE
               MOVE '99999999' TO WS-TO-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE IS NOT NUMERIC
                   OR WS-TO-DATE IS NOT NUMERIC
                   OR WS-FROM-DATE > WS-TO-DATE
               MOVE 1 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF FS-PRINT-OUT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM LOAD-DECISION-LOG
           PERFORM WRITE-REPORT-HEADING

      *> No hit log yet simply means nothing has been caught.
           OPEN INPUT WATCH-HIT-LOG
           IF FS-WATCH-HIT-LOG = "00"
               PERFORM UNTIL WS-HIT-EOF = 'Y'
                   READ WATCH-HIT-LOG
                       AT END
                           MOVE 'Y' TO WS-HIT-EOF
                       NOT AT END
                           ADD 1 TO WS-HITS-READ
                           IF WH-RUN-DATE >= WS-FROM-DATE
                                   AND WH-RUN-DATE <= WS-TO-DATE
                               PERFORM REPORT-ONE-HIT
                                   THRU REPORT-ONE-HIT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-HIT-LOG
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE PRINT-OUT
           IF WS-DEC-OVERFLOW = 'Y' OR WS-LISTED-OVERFLOW = 'Y'
               MOVE 2 TO WS-EXIT-CODE
           END-IF.

       CLEANUP-AND-EXIT.
           STOP RUN WS-EXIT-CODE.

       LOAD-DECISION-LOG.
      *> A hit reference starts with the run date the hit was logged
      *> under, so only decisions on hits inside the PARM range are
      *> kept; no other decision can be looked up.
           OPEN INPUT DECISION-LOG
           IF FS-DECISION-LOG = "00"
               PERFORM UNTIL WS-DECISION-EOF = 'Y'
                   READ DECISION-LOG
                       AT END
                           MOVE 'Y' TO WS-DECISION-EOF
                       NOT AT END
                           IF DL-HIT-REF(1:8) >= WS-FROM-DATE
                                   AND DL-HIT-REF(1:8) <= WS-TO-DATE
                               PERFORM STORE-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-LOG
           END-IF.

       STORE-DECISION.
           SET DEC-IDX TO 1
           SEARCH WS-DEC-ENTRY
               AT END
                   MOVE 'Y' TO WS-DEC-OVERFLOW
               WHEN DEC-IDX > WS-DEC-COUNT
                   ADD 1 TO WS-DEC-COUNT
                   MOVE DL-HIT-REF TO WS-DEC-HIT-REF(DEC-IDX)
                   MOVE DL-DECISION TO WS-DEC-DECISION(DEC-IDX)
                   MOVE DL-TIMESTAMP TO WS-DEC-TIMESTAMP(DEC-IDX)
                   MOVE DL-USER-ID TO WS-DEC-USER-ID(DEC-IDX)
               WHEN WS-DEC-HIT-REF(DEC-IDX) = DL-HIT-REF
                   MOVE DL-DECISION TO WS-DEC-DECISION(DEC-IDX)
                   MOVE DL-TIMESTAMP TO WS-DEC-TIMESTAMP(DEC-IDX)
                   MOVE DL-USER-ID TO WS-DEC-USER-ID(DEC-IDX)
           END-SEARCH.

       REPORT-ONE-HIT.
           MOVE 'N' TO WS-ALREADY-LISTED
           SET LST-IDX TO 1
           SEARCH WS-LISTED-ENTRY
               AT END
                   MOVE 'Y' TO WS-LISTED-OVERFLOW
               WHEN LST-IDX > WS-LISTED-COUNT
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE WH-HIT-REF TO WS-LISTED-HIT-REF(LST-IDX)
               WHEN WS-LISTED-HIT-REF(LST-IDX) = WH-HIT-REF
                   MOVE 'Y' TO WS-ALREADY-LISTED
           END-SEARCH
           IF WS-ALREADY-LISTED = 'Y'
               ADD 1 TO WS-HITS-REPEATED
               GO TO REPORT-ONE-HIT-EXIT
           END-IF

           MOVE 'PENDING' TO WS-DECISION
           MOVE SPACES TO WS-DECISION-TIMESTAMP
           MOVE SPACES TO WS-DECISION-USER
           SET DEC-IDX TO 1
           SEARCH WS-DEC-ENTRY
               AT END
                   CONTINUE
               WHEN DEC-IDX > WS-DEC-COUNT
                   CONTINUE
               WHEN WS-DEC-HIT-REF(DEC-IDX) = WH-HIT-REF
                   MOVE WS-DEC-DECISION(DEC-IDX) TO WS-DECISION
                   MOVE WS-DEC-TIMESTAMP(DEC-IDX)
                       TO WS-DECISION-TIMESTAMP
                   MOVE WS-DEC-USER-ID(DEC-IDX) TO WS-DECISION-USER
           END-SEARCH

           ADD 1 TO WS-HITS-LISTED
           IF WS-DECISION = 'PENDING'
               ADD 1 TO WS-HITS-PENDING
               ADD WH-AMOUNT TO WS-AMOUNT-PENDING
           ELSE
               ADD 1 TO WS-HITS-RELEASED
           END-IF

           MOVE WH-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PRINT-RECORD
           STRING WH-HIT-REF ' ' WH-TR-ID ' ' WS-AMOUNT-DISPLAY
                  ' ' WH-CURRENCY ' ' WS-DECISION ' '
                  WS-DECISION-TIMESTAMP ' ' WS-DECISION-USER
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           STRING '    ENTRY ' WH-ENTRY-ID ' ' WH-MATCH-TYPE
                  ' ON ' WH-FIELD ' TERM ' WH-TERM
                  ' SRC ' WH-SOURCE-CODE ' ' WH-CATEGORY
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD.

       REPORT-ONE-HIT-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO PRINT-RECORD
           STRING 'WATCH-LIST SCREENING REPORT  RUN DATES '
                  WS-FROM-DATE ' - ' WS-TO-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           STRING 'HIT REFERENCE        TRANSACTION ID'
                  '                                      AMOUNT'
                  ' CCY DECISION DECIDED             BY'
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE WS-HITS-LISTED TO WS-COUNTER-DISPLAY
           MOVE SPACES TO PRINT-RECORD
           STRING 'HITS LISTED . . . . . . . . . : '
                  WS-COUNTER-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE WS-HITS-RELEASED TO WS-COUNTER-DISPLAY
           MOVE SPACES TO PRINT-RECORD
           STRING 'RELEASED. . . . . . . . . . . : '
                  WS-COUNTER-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE WS-HITS-PENDING TO WS-COUNTER-DISPLAY
           MOVE SPACES TO PRINT-RECORD
           STRING 'PENDING (STILL HELD). . . . . : '
                  WS-COUNTER-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE WS-AMOUNT-PENDING TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PRINT-RECORD
           STRING 'PENDING AMOUNT. . . . . . . . : '
                  WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE WS-HITS-REPEATED TO WS-COUNTER-DISPLAY
           MOVE SPACES TO PRINT-RECORD
           STRING 'REPEATED LOG LINES SKIPPED. . : '
                  WS-COUNTER-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           IF WS-DEC-OVERFLOW = 'Y' OR WS-LISTED-OVERFLOW = 'Y'
               MOVE SPACES TO PRINT-RECORD
               STRING '*** TABLE FULL - REPORT INCOMPLETE ***'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF

           MOVE SPACES TO PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD.

       END PROGRAM WATCHLIST-REPORT.
