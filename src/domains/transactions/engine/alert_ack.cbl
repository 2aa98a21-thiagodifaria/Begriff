       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-ACK.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-09-25.
      *> Operator utility over the alert feed ALERTS.DAT that
      *> ALERT-COLLECT builds (alert_record.cpy). Two functions,
      *> chosen by the PARM:
      *>   'LIST'                 - every alert still OPEN, any date;
      *>   'LIST YYYYMMDD'        - every alert raised for that run
      *>                            date, open or acknowledged, with
      *>                            who acknowledged it and when - the
      *>                            morning handover view;
      *>   'ACK  NNNNNNNN USERID  NOTE...'
      *>                          - acknowledge alert NNNNNNNN (the
      *>                            AL-ALERT-ID shown on the listing)
      *>                            as user USERID (columns 15-22)
      *>                            with an optional note (columns
      *>                            24-63). The alert must exist and
      *>                            still be OPEN; ALERTS.DAT is
      *>                            rewritten with it marked ACKED and
      *>                            an audit line goes to AUDITLOG.
      *> Both write the listing to ALERTLST. ALERTS.DAT only ever
      *> grows, so it is never held in storage: an acknowledgment is
      *> made by copying the file through ALERTACK.WRK with the one
      *> alert updated and copying that back, and the listing reads
      *> the file straight through.
      *> Exit 1 on a bad PARM or an alert that is missing or already
      *> acknowledged (ALERTS.DAT is then left untouched), 2 when the
      *> listing cannot be written, 3 when ALERTS.DAT cannot be
      *> rewritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT-FILE.
           SELECT ALERT-LIST-FILE ASSIGN TO "ALERTLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT-LIST.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
           SELECT WORK-FILE ASSIGN TO "ALERTACK.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WORK-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY "alert_record.cpy".

       FD  ALERT-LIST-FILE.
       01  ALERT-LIST-RECORD          PIC X(132).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD           PIC X(80).

       FD  WORK-FILE.
       01  WORK-RECORD                PIC X(252).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-ALERT-FILE           PIC X(2).
           05 FS-ALERT-LIST           PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).
           05 FS-WORK-FILE            PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-PARM                    PIC X(80).
       01  WS-ACTION                  PIC X(4).
       01  WS-LIST-DATE               PIC X(8).
       01  WS-ACK-ID-X                PIC X(8).
       01  WS-ACK-ID                  PIC 9(8).
       01  WS-ACK-USER                PIC X(8).
       01  WS-ACK-NOTE                PIC X(40).
       01  WS-EOF                     PIC X(1) VALUE 'N'.
       01  WS-ACK-FOUND               PIC X(1) VALUE 'N'.
       01  WS-ACK-MESSAGE             PIC X(60) VALUE SPACES.

       01  WS-ALERT-WORK.
           COPY "alert_record.cpy"
               REPLACING LEADING ==AL-== BY ==AW-==.

       01  WS-COUNTS.
           05 WS-LISTED-COUNT         PIC 9(6) VALUE ZERO.
           05 WS-OPEN-COUNT           PIC 9(6) VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM(1:4) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'LIST'
                   MOVE WS-PARM(6:8) TO WS-LIST-DATE
               WHEN 'ACK '
                   MOVE WS-PARM(6:8) TO WS-ACK-ID-X
                   MOVE WS-PARM(15:8) TO WS-ACK-USER
                   MOVE WS-PARM(24:40) TO WS-ACK-NOTE
                   IF WS-ACK-ID-X IS NOT NUMERIC
                           OR WS-ACK-USER = SPACES
                       DISPLAY 'ALERT-ACK: PARM MUST BE '
                               'ACK  NNNNNNNN USERID   NOTE'
                       MOVE 1 TO WS-EXIT-CODE
                       GO TO CLEANUP-AND-EXIT
                   END-IF
                   MOVE WS-ACK-ID-X TO WS-ACK-ID
               WHEN OTHER
                   DISPLAY 'ALERT-ACK: PARM MUST BE LIST [YYYYMMDD]'
                           ' OR ACK  NNNNNNNN USERID   NOTE'
                   MOVE 1 TO WS-EXIT-CODE
                   GO TO CLEANUP-AND-EXIT
           END-EVALUATE

           IF WS-ACTION = 'ACK '
               PERFORM COPY-ALERTS-TO-WORK
               IF WS-EXIT-CODE NOT = 0
                   IF WS-ACK-MESSAGE NOT = SPACES
                       DISPLAY 'ALERT-ACK: ' WS-ACK-MESSAGE
                   END-IF
                   GO TO CLEANUP-AND-EXIT
               END-IF
               PERFORM REWRITE-ALERT-FILE
               IF WS-EXIT-CODE NOT = 0
                   GO TO CLEANUP-AND-EXIT
               END-IF
               PERFORM WRITE-AUDIT-LOG-ENTRY
           END-IF

           OPEN OUTPUT ALERT-LIST-FILE
           IF FS-ALERT-LIST NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM WRITE-LIST-HEADING
           OPEN INPUT ALERT-FILE
           IF FS-ALERT-FILE = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE ALERT-RECORD TO WS-ALERT-WORK
                           PERFORM LIST-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           PERFORM WRITE-LIST-FOOTING
           CLOSE ALERT-LIST-FILE.

       CLEANUP-AND-EXIT.
           STOP RUN WS-EXIT-CODE.

       COPY-ALERTS-TO-WORK.
      *> Every alert goes to the work file as it stands except the one
      *> being acknowledged. Nothing replaces ALERTS.DAT unless that
      *> alert was found still open.
           OPEN OUTPUT WORK-FILE
           IF FS-WORK-FILE NOT = "00"
               MOVE 3 TO WS-EXIT-CODE
           ELSE
               OPEN INPUT ALERT-FILE
               IF FS-ALERT-FILE = "00"
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ALERT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE ALERT-RECORD TO WS-ALERT-WORK
                               IF AW-ALERT-ID = WS-ACK-ID
                                       AND WS-ACK-FOUND = 'N'
                                   PERFORM APPLY-ACKNOWLEDGMENT
                               END-IF
                               MOVE WS-ALERT-WORK TO WORK-RECORD
                               WRITE WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ALERT-FILE
               END-IF
               CLOSE WORK-FILE
               IF WS-ACK-FOUND = 'N'
                   MOVE 1 TO WS-EXIT-CODE
                   STRING 'ALERT ' WS-ACK-ID-X
                          ' NOT FOUND ON ALERTS.DAT'
                       DELIMITED BY SIZE INTO WS-ACK-MESSAGE
               END-IF
           END-IF.

       APPLY-ACKNOWLEDGMENT.
           MOVE 'Y' TO WS-ACK-FOUND
           IF AW-STATUS NOT = 'OPEN'
               MOVE 1 TO WS-EXIT-CODE
               STRING 'ALERT ' WS-ACK-ID-X
                      ' ALREADY ACKNOWLEDGED BY ' AW-ACK-USER
                   DELIMITED BY SIZE INTO WS-ACK-MESSAGE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE 'ACKED' TO AW-STATUS
               MOVE WS-ACK-USER TO AW-ACK-USER
               STRING WS-CURRENT-DATETIME(1:4) '-'
                      WS-CURRENT-DATETIME(5:2) '-'
                      WS-CURRENT-DATETIME(7:2) ' '
                      WS-CURRENT-DATETIME(9:2) ':'
                      WS-CURRENT-DATETIME(11:2) ':'
                      WS-CURRENT-DATETIME(13:2)
                   DELIMITED BY SIZE INTO AW-ACK-TIME
               MOVE WS-ACK-NOTE TO AW-ACK-NOTE
           END-IF.

       REWRITE-ALERT-FILE.
           OPEN INPUT WORK-FILE
           IF FS-WORK-FILE NOT = "00"
               MOVE 3 TO WS-EXIT-CODE
           ELSE
               OPEN OUTPUT ALERT-FILE
               IF FS-ALERT-FILE NOT = "00"
                   MOVE 3 TO WS-EXIT-CODE
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE WORK-RECORD TO ALERT-RECORD
                               WRITE ALERT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ALERT-FILE
               END-IF
               CLOSE WORK-FILE
           END-IF.

       LIST-ONE-ALERT.
      *> With a date: that run date's alerts, whatever their status.
      *> Without: every alert still open.
           IF AW-STATUS = 'OPEN'
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           IF (WS-LIST-DATE NOT = SPACES
                   AND AW-RUN-DATE = WS-LIST-DATE)
               OR (WS-LIST-DATE = SPACES AND AW-STATUS = 'OPEN')
               OR (WS-ACTION = 'ACK ' AND AW-ALERT-ID = WS-ACK-ID)
               ADD 1 TO WS-LISTED-COUNT
               MOVE SPACES TO ALERT-LIST-RECORD
               STRING AW-ALERT-ID ' ' AW-RUN-DATE ' ' AW-SEVERITY ' '
                      AW-STEP ' ' AW-CODE ' ' AW-STATUS ' '
                      AW-ACK-USER ' ' AW-ACK-TIME
                   DELIMITED BY SIZE INTO ALERT-LIST-RECORD
               WRITE ALERT-LIST-RECORD
               MOVE SPACES TO ALERT-LIST-RECORD
               STRING '         ' AW-MESSAGE
                   DELIMITED BY SIZE INTO ALERT-LIST-RECORD
               WRITE ALERT-LIST-RECORD
               IF AW-ACK-NOTE NOT = SPACES
                   MOVE SPACES TO ALERT-LIST-RECORD
                   STRING '         NOTE: ' AW-ACK-NOTE
                       DELIMITED BY SIZE INTO ALERT-LIST-RECORD
                   WRITE ALERT-LIST-RECORD
               END-IF
           END-IF.

       WRITE-LIST-HEADING.
           MOVE SPACES TO ALERT-LIST-RECORD
           EVALUATE TRUE
               WHEN WS-ACTION = 'ACK '
                   STRING 'OPERATOR ALERTS - ACKNOWLEDGED ALERT '
                          WS-ACK-ID-X ' BY ' WS-ACK-USER
                       DELIMITED BY SIZE INTO ALERT-LIST-RECORD
               WHEN WS-LIST-DATE NOT = SPACES
                   STRING 'OPERATOR ALERTS - ALL ALERTS FOR RUN DATE '
                          WS-LIST-DATE
                       DELIMITED BY SIZE INTO ALERT-LIST-RECORD
               WHEN OTHER
                   STRING 'OPERATOR ALERTS - OPEN ALERTS'
                       DELIMITED BY SIZE INTO ALERT-LIST-RECORD
           END-EVALUATE
           WRITE ALERT-LIST-RECORD

           MOVE SPACES TO ALERT-LIST-RECORD
           STRING 'ALERT ID RUN DATE SEVERITY STEP'
                  '                     CODE                 STATUS'
                  '   ACK BY   ACK TIME'
               DELIMITED BY SIZE INTO ALERT-LIST-RECORD
           WRITE ALERT-LIST-RECORD

           MOVE SPACES TO ALERT-LIST-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO ALERT-LIST-RECORD
           WRITE ALERT-LIST-RECORD.

       WRITE-LIST-FOOTING.
           MOVE SPACES TO ALERT-LIST-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO ALERT-LIST-RECORD
           WRITE ALERT-LIST-RECORD

           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ALERT-LIST-RECORD
           STRING 'ALERTS LISTED . . . . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ALERT-LIST-RECORD
           WRITE ALERT-LIST-RECORD

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ALERT-LIST-RECORD
           STRING 'ALERTS STILL OPEN (ALL DATES) : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ALERT-LIST-RECORD
           WRITE ALERT-LIST-RECORD

           MOVE SPACES TO ALERT-LIST-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO ALERT-LIST-RECORD
           WRITE ALERT-LIST-RECORD.

       WRITE-AUDIT-LOG-ENTRY.
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
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=ALERT-ACK'
                  ' ALERT=' WS-ACK-ID-X
                  ' USER=' WS-ACK-USER
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG.

       END PROGRAM ALERT-ACK.
