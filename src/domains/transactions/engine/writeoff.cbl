       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-OFF.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
      *> Write-off of items that will never be resolved - rejects that
      *> age on the carry file cycle after cycle, and suspense items
      *> that will never get a RECLASS.DAT mapping because the sender
      *> has gone away. Run after the day's queue programs and before
      *> ROLL-FORWARD-PROOF.
      *> An operator proposes items one per line on WOPROP.DAT - the
      *> inventory (REJ for the reject carry, SUS for suspense), the
      *> transaction ID, the proposing user, and the reason. The item
      *> is looked up on the file it sits on (REJCAROUT or SUSPOUT).
      *> Items whose amount is above the approval limit (WOFFAPPR on
      *> CONTROL.DAT) need a second person, in the CORRAPPR style: they
      *> wait on WOPEND.DAT until WOAPPR.DAT carries a countersignature
      *> from a DIFFERENT user ID; a self-approval is refused and the
      *> item keeps waiting. With no WOFFAPPR record every proposal is
      *> written off at once. A proposal for an item no longer on its
      *> file (repaired or reclassified in the meantime) is dropped.
      *> Each approved item is removed from its file - the file is
      *> copied through the WOWORK work file and rewritten without it
      *> - and appended to the write-off log WOFFLOG.DAT. Its GL
      *> postings go out on WOFFEXTR.DAT in the GLEXTR.DAT layout (GLH
      *> header, GLP lines, GLT trailer with line count and hash
      *> total): the amount is debited to the write-off category
      *> (WOFFCATG on CONTROL.DAT, default WRITE-OFF) and credited to
      *> the category the item arrived under - reversed for a negative
      *> amount - in the item's own currency, transaction type
      *> WRITEOFF. WOFFRPT lists what happened to every proposal, and
      *> WOFFREG is the write-off register for the month of the run
      *> date, to date, from WOFFLOG.DAT, with the sign-off lines the
      *> auditors ask for.
      *> PARM is the run date (YYYYMMDD, default today). A six-digit
      *> PARM (YYYYMM) prints only the register for that month - the
      *> month-end sign-off copy - and changes nothing.
      *> Exit codes: 2 = an output file could not be opened, 4 = some
      *> proposal was refused, dropped, or is still awaiting approval.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN TO "WOPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPOSAL-FILE.
           SELECT PENDING-FILE ASSIGN TO "WOPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDING-FILE.
           SELECT APPROVAL-FILE ASSIGN TO "WOAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APPROVAL-FILE.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-FILE.
           SELECT REJECT-CARRY-FILE ASSIGN TO "REJCAROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJECT-CARRY.
           SELECT SUSPENSE-CARRY-FILE ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE-CARRY.
           SELECT WORK-FILE ASSIGN TO "WOWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WORK-FILE.
           SELECT WRITEOFF-LOG-FILE ASSIGN TO "WOFFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WRITEOFF-LOG.
           SELECT GL-INTERFACE-FILE ASSIGN TO "WOFFEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-INTERFACE.
           SELECT WRITEOFF-PRINT-FILE ASSIGN TO "WOFFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WRITEOFF-PRINT.
           SELECT REGISTER-PRINT-FILE ASSIGN TO "WOFFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER-PRINT.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD.
           05  WP-INVENTORY           PIC X(3).
           05  FILLER                 PIC X(01).
           05  WP-TR-ID               PIC X(36).
           05  FILLER                 PIC X(01).
           05  WP-USER-ID             PIC X(8).
           05  FILLER                 PIC X(01).
           05  WP-REASON              PIC X(40).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  WN-INVENTORY           PIC X(3).
           05  FILLER                 PIC X(01).
           05  WN-TR-ID               PIC X(36).
           05  FILLER                 PIC X(01).
           05  WN-REQUESTER           PIC X(8).
           05  FILLER                 PIC X(01).
           05  WN-REASON              PIC X(40).
           05  FILLER                 PIC X(01).
           05  WN-PROPOSED-DATE       PIC X(8).

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05  WA-TR-ID               PIC X(36).
           05  FILLER                 PIC X(01).
           05  WA-USER-ID             PIC X(8).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-REC-TYPE           PIC X(8).
           05  CTL-CATEGORY           PIC X(20).
           05  CTL-LIMIT-AMOUNT       PIC 9(15)V99.

       FD  REJECT-CARRY-FILE.
       01  REJECT-CARRY-RECORD.
           COPY "reject_record.cpy".

       FD  SUSPENSE-CARRY-FILE.
       01  SUSPENSE-CARRY-RECORD.
           05  SO-TR-ID               PIC X(36).
           05  SO-TR-DATE             PIC X(10).
           05  SO-TR-AMOUNT           PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  SO-TR-TYPE             PIC X(8).
           05  SO-TR-CATEGORY         PIC X(20).
           05  SO-TR-CURRENCY         PIC X(3).
           05  SO-TR-DESCRIPTION      PIC X(100).
           05  SO-TR-BATCH-ID         PIC X(8).
           05  SO-TR-SOURCE           PIC X(3).
           05  SO-TR-ACCOUNT          PIC X(8).

      *> Wide enough for a reject carry line, the longer of the two.
       FD  WORK-FILE.
       01  WORK-RECORD                PIC X(287).

       FD  WRITEOFF-LOG-FILE.
       01  WRITEOFF-LOG-RECORD.
           COPY "writeoff_record.cpy".

      *> Same record layouts as GL-EXTRACT's GLEXTR.DAT.
       FD  GL-INTERFACE-FILE.
       01  GL-HEADER-RECORD.
           05  GLH-RECORD-TAG         PIC X(3).
           05  GLH-POSTING-DATE       PIC X(8).
           05  GLH-BATCH-ID           PIC X(8).
           05  GLH-BASE-CURRENCY      PIC X(3).
           05  GLH-ENTITY-CODE        PIC X(4).
           05  FILLER                 PIC X(36).
       01  GL-POSTING-RECORD.
           05  GLP-RECORD-TAG         PIC X(3).
           05  GLP-CATEGORY           PIC X(20).
           05  GLP-TRAN-TYPE          PIC X(8).
           05  GLP-DC-INDICATOR       PIC X(1).
           05  GLP-CURRENCY           PIC X(3).
           05  GLP-AMOUNT             PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  GLP-POSTING-DATE       PIC X(8).
           05  FILLER                 PIC X(01).
       01  GL-TRAILER-RECORD.
           05  GLT-RECORD-TAG         PIC X(3).
           05  GLT-LINE-COUNT         PIC 9(9).
           05  GLT-HASH-TOTAL         PIC S9(16)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(31).

       FD  WRITEOFF-PRINT-FILE.
       01  WRITEOFF-PRINT-RECORD      PIC X(132).

       FD  REGISTER-PRINT-FILE.
       01  REGISTER-PRINT-RECORD      PIC X(132).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD           PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY "runctl_record.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-PROPOSAL-FILE        PIC X(2).
           05 FS-PENDING-FILE         PIC X(2).
           05 FS-APPROVAL-FILE        PIC X(2).
           05 FS-CONTROL-FILE         PIC X(2).
           05 FS-REJECT-CARRY         PIC X(2).
           05 FS-SUSPENSE-CARRY       PIC X(2).
           05 FS-WORK-FILE            PIC X(2).
           05 FS-WRITEOFF-LOG         PIC X(2).
           05 FS-GL-INTERFACE         PIC X(2).
           05 FS-WRITEOFF-PRINT       PIC X(2).
           05 FS-REGISTER-PRINT       PIC X(2).
           05 FS-AUDIT-LOG            PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-RUN-DATE-PARM           PIC X(20).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-REGISTER-PERIOD         PIC X(6).
       01  WS-REGISTER-ONLY           PIC X(1) VALUE 'N'.
       01  WS-EOF                     PIC X(1).
       01  WS-ID-DISPLAY              PIC 9(9).

      *> Steering from CONTROL.DAT. The approval limit is only armed
      *> when a WOFFAPPR record is present.
       01  WS-APPROVAL-ACTIVE         PIC X(1) VALUE 'N'.
       01  WS-APPROVAL-LIMIT          PIC 9(15)V99 VALUE ZERO.
       01  WS-WRITEOFF-CATEGORY       PIC X(20) VALUE 'WRITE-OFF'.
       01  WS-BASE-CURRENCY           PIC X(3) VALUE 'USD'.

      *> Every proposal on hand - still pending from earlier runs,
      *> then today's. WS-PRP-STATUS is OPEN until the item is found
      *> on its file, then WRITTEN, PENDING (awaiting a
      *> countersignature), or SELFAPPR (countersigned by the
      *> requester); an OPEN proposal after both files have been read
      *> is NOTFOUND.
       01  WS-PRP-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-PRP-OVERFLOW            PIC X(1) VALUE 'N'.
       01  WS-PRP-TABLE.
           05 WS-PRP-ENTRY OCCURS 500 TIMES INDEXED BY PRP-IDX.
              10 WS-PRP-INVENTORY     PIC X(3).
              10 WS-PRP-TR-ID         PIC X(36).
              10 WS-PRP-REQUESTER     PIC X(8).
              10 WS-PRP-REASON        PIC X(40).
              10 WS-PRP-PROPOSED-DATE PIC X(8).
              10 WS-PRP-STATUS        PIC X(8).
              10 WS-PRP-APPROVER      PIC X(8).
              10 WS-PRP-AMOUNT        PIC S9(15)V99.
       01  WS-PRP-FOUND               PIC 9(4) COMP.

       01  WS-APPR-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-APPR-TABLE.
           05 WS-APPR-ENTRY OCCURS 500 TIMES INDEXED BY APPR-IDX.
              10 WS-APPR-TR-ID        PIC X(36).
              10 WS-APPR-USER         PIC X(8).
       01  WS-APPR-FOUND              PIC X(1).
       01  WS-APPR-FOUND-USER         PIC X(8).

      *> The item on file being considered for write-off.
       01  WS-ITEM-WORK.
           05 WS-ITEM-INVENTORY       PIC X(3).
           05 WS-ITEM-TR-ID           PIC X(36).
           05 WS-ITEM-AMOUNT          PIC S9(15)V99.
           05 WS-ITEM-CURRENCY        PIC X(3).
           05 WS-ITEM-CATEGORY        PIC X(20).
           05 WS-ITEM-AGE-DAYS        PIC 9(3).
       01  WS-ITEM-WRITTEN-OFF        PIC X(1).
       01  WS-ITEMS-REMOVED           PIC 9(6).

       01  WS-GL-CONTROL.
           05 WS-GL-BATCH-ID          PIC X(8).
           05 WS-LINE-COUNT           PIC 9(9) VALUE ZERO.
           05 WS-HASH-TOTAL           PIC S9(16)V99 VALUE ZERO.
           05 WS-POST-CATEGORY        PIC X(20).
           05 WS-POST-DC              PIC X(1).
           05 WS-POST-AMOUNT          PIC S9(15)V99.

       01  WS-COUNTS.
           05 WS-WRITTEN-COUNT        PIC 9(6) VALUE ZERO.
           05 WS-PENDING-COUNT        PIC 9(6) VALUE ZERO.
           05 WS-REFUSED-COUNT        PIC 9(6) VALUE ZERO.
           05 WS-NOTFOUND-COUNT       PIC 9(6) VALUE ZERO.

      *> Register totals, one row per inventory and currency - the
      *> register never adds amounts of different currencies.
       01  WS-REG-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 100 TIMES INDEXED BY REG-IDX.
              10 WS-REG-INVENTORY     PIC X(3).
              10 WS-REG-CURRENCY      PIC X(3).
              10 WS-REG-ITEMS         PIC 9(6).
              10 WS-REG-AMOUNT        PIC S9(15)V99.
       01  WS-REG-LINES               PIC 9(6) VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-OUTCOME              PIC X(24).
           05 WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-COUNT-DISPLAY        PIC 9(6).
           05 WS-AGE-DISPLAY          PIC ZZ9.

       01  WS-AUDIT-AREAS.
           05 WS-CURRENT-DATETIME     PIC X(21).
           05 WS-AUDIT-TIMESTAMP      PIC X(19).
           05 WS-AUDIT-EXIT-DISPLAY   PIC 9(1).

       01  WS-RUN-CONTROL-AREAS.
           05 FS-RUN-CONTROL          PIC X(2).
           05 WS-RC-OWN-NAME          PIC X(24) VALUE 'WRITE-OFF'.
           05 WS-RC-STAMP-STATUS      PIC X(8).
           05 WS-RC-DATETIME          PIC X(21).
           05 WS-RC-TIMESTAMP         PIC X(19).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-RUN-DATE-PARM
           ACCEPT WS-RUN-DATE-PARM FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN WS-RUN-DATE-PARM(1:8) = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
               WHEN WS-RUN-DATE-PARM(7:2) = SPACES
                   MOVE 'Y' TO WS-REGISTER-ONLY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
               WHEN OTHER
                   MOVE WS-RUN-DATE-PARM(1:8) TO WS-RUN-DATE
           END-EVALUATE
           IF WS-REGISTER-ONLY = 'Y'
               MOVE WS-RUN-DATE-PARM(1:6) TO WS-REGISTER-PERIOD
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-REGISTER-PERIOD
           END-IF

           MOVE 'STARTED ' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL

           IF WS-REGISTER-ONLY = 'Y'
               PERFORM WRITE-MONTHLY-REGISTER
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM LOAD-CONTROL-FILE
           MOVE SPACES TO WS-GL-BATCH-ID
           STRING 'WO' WS-RUN-DATE(3:6)
               DELIMITED BY SIZE INTO WS-GL-BATCH-ID

           OPEN OUTPUT WRITEOFF-PRINT-FILE
           IF FS-WRITEOFF-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           MOVE SPACES TO WRITEOFF-PRINT-RECORD
           STRING 'WRITE-OFF RUN FOR ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WRITEOFF-PRINT-RECORD
           WRITE WRITEOFF-PRINT-RECORD
           MOVE '----------------------------------------'
               TO WRITEOFF-PRINT-RECORD
           WRITE WRITEOFF-PRINT-RECORD

           PERFORM LOAD-APPROVALS
           PERFORM LOAD-PENDING-FILE
           PERFORM LOAD-PROPOSALS

           OPEN EXTEND WRITEOFF-LOG-FILE
           IF FS-WRITEOFF-LOG NOT = "00" AND FS-WRITEOFF-LOG NOT = "05"
               OPEN OUTPUT WRITEOFF-LOG-FILE
               IF FS-WRITEOFF-LOG NOT = "00"
                   MOVE 2 TO WS-EXIT-CODE
                   CLOSE WRITEOFF-PRINT-FILE
                   GO TO CLEANUP-AND-EXIT
               END-IF
           END-IF
           OPEN OUTPUT GL-INTERFACE-FILE
           IF FS-GL-INTERFACE NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               CLOSE WRITEOFF-LOG-FILE
               CLOSE WRITEOFF-PRINT-FILE
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM WRITE-GL-HEADER

           PERFORM WRITE-OFF-REJECTS THRU WRITE-OFF-REJECTS-EXIT
           PERFORM WRITE-OFF-SUSPENSE THRU WRITE-OFF-SUSPENSE-EXIT

           PERFORM WRITE-GL-TRAILER
           CLOSE GL-INTERFACE-FILE
           CLOSE WRITEOFF-LOG-FILE

           PERFORM VARYING PRP-IDX FROM 1 BY 1
                   UNTIL PRP-IDX > WS-PRP-COUNT
               PERFORM REPORT-ONE-PROPOSAL
           END-PERFORM
           PERFORM REWRITE-PENDING-FILE
           PERFORM WRITE-RUN-TOTALS
           CLOSE WRITEOFF-PRINT-FILE

           PERFORM WRITE-MONTHLY-REGISTER

           IF WS-EXIT-CODE = 0
                   AND (WS-PENDING-COUNT > 0 OR WS-REFUSED-COUNT > 0
                        OR WS-NOTFOUND-COUNT > 0)
               MOVE 4 TO WS-EXIT-CODE
           END-IF.

       CLEANUP-AND-EXIT.
           PERFORM WRITE-AUDIT-LOG-ENTRY
           MOVE 'COMPLETE' TO WS-RC-STAMP-STATUS
           PERFORM STAMP-RUN-CONTROL
           STOP RUN WS-EXIT-CODE.

       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF FS-CONTROL-FILE = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           EVALUATE CTL-REC-TYPE
                               WHEN 'WOFFAPPR'
                                   MOVE CTL-LIMIT-AMOUNT
                                       TO WS-APPROVAL-LIMIT
                                   MOVE 'Y' TO WS-APPROVAL-ACTIVE
                               WHEN 'WOFFCATG'
                                   IF CTL-CATEGORY NOT = SPACES
                                       MOVE CTL-CATEGORY
                                           TO WS-WRITEOFF-CATEGORY
                                   END-IF
                               WHEN 'BASECURR'
                                   IF CTL-CATEGORY(1:3) NOT = SPACES
                                       AND CTL-CATEGORY(5:4) = SPACES
                                       MOVE CTL-CATEGORY(1:3)
                                           TO WS-BASE-CURRENCY
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

      *> WOAPPR.DAT is optional - no countersignatures on file simply
      *> leaves every above-limit proposal waiting.
       LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF FS-APPROVAL-FILE = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ APPROVAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-APPR-COUNT < 500
                               ADD 1 TO WS-APPR-COUNT
                               SET APPR-IDX TO WS-APPR-COUNT
                               MOVE WA-TR-ID
                                   TO WS-APPR-TR-ID(APPR-IDX)
                               MOVE WA-USER-ID
                                   TO WS-APPR-USER(APPR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       LOAD-PENDING-FILE.
           OPEN INPUT PENDING-FILE
           IF FS-PENDING-FILE = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PENDING-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-PRP-COUNT < 500
                               ADD 1 TO WS-PRP-COUNT
                               SET PRP-IDX TO WS-PRP-COUNT
                               MOVE WN-INVENTORY
                                   TO WS-PRP-INVENTORY(PRP-IDX)
                               MOVE WN-TR-ID TO WS-PRP-TR-ID(PRP-IDX)
                               MOVE WN-REQUESTER
                                   TO WS-PRP-REQUESTER(PRP-IDX)
                               MOVE WN-REASON TO WS-PRP-REASON(PRP-IDX)
                               MOVE WN-PROPOSED-DATE
                                   TO WS-PRP-PROPOSED-DATE(PRP-IDX)
                               MOVE 'OPEN' TO WS-PRP-STATUS(PRP-IDX)
                               MOVE SPACES TO WS-PRP-APPROVER(PRP-IDX)
                               MOVE ZERO TO WS-PRP-AMOUNT(PRP-IDX)
                           ELSE
                               MOVE 'Y' TO WS-PRP-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       LOAD-PROPOSALS.
           OPEN INPUT PROPOSAL-FILE
           IF FS-PROPOSAL-FILE = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PROPOSAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM ACCEPT-ONE-PROPOSAL
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

       ACCEPT-ONE-PROPOSAL.
           MOVE SPACES TO WS-OUTCOME
           EVALUATE TRUE
               WHEN WP-INVENTORY NOT = 'REJ'
                       AND WP-INVENTORY NOT = 'SUS'
                   MOVE 'REFUSED - INVENTORY' TO WS-OUTCOME
               WHEN WP-TR-ID = SPACES
                   MOVE 'REFUSED - NO ID' TO WS-OUTCOME
               WHEN WP-USER-ID = SPACES
                   MOVE 'REFUSED - NO USER' TO WS-OUTCOME
               WHEN WP-REASON = SPACES
                   MOVE 'REFUSED - NO REASON' TO WS-OUTCOME
               WHEN OTHER
                   MOVE WP-INVENTORY TO WS-ITEM-INVENTORY
                   MOVE WP-TR-ID TO WS-ITEM-TR-ID
                   PERFORM FIND-PROPOSAL
                   IF WS-PRP-FOUND > 0
                       MOVE 'REFUSED - ALREADY PROPOSED' TO WS-OUTCOME
                   END-IF
           END-EVALUATE

           IF WS-OUTCOME NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO WRITEOFF-PRINT-RECORD
               STRING WS-OUTCOME ' ' WP-INVENTORY ' ' WP-TR-ID
                      ' REQ=' WP-USER-ID
                   DELIMITED BY SIZE INTO WRITEOFF-PRINT-RECORD
               WRITE WRITEOFF-PRINT-RECORD
           ELSE
               IF WS-PRP-COUNT < 500
                   ADD 1 TO WS-PRP-COUNT
                   SET PRP-IDX TO WS-PRP-COUNT
                   MOVE WP-INVENTORY TO WS-PRP-INVENTORY(PRP-IDX)
                   MOVE WP-TR-ID TO WS-PRP-TR-ID(PRP-IDX)
                   MOVE WP-USER-ID TO WS-PRP-REQUESTER(PRP-IDX)
                   MOVE WP-REASON TO WS-PRP-REASON(PRP-IDX)
                   MOVE WS-RUN-DATE TO WS-PRP-PROPOSED-DATE(PRP-IDX)
                   MOVE 'OPEN' TO WS-PRP-STATUS(PRP-IDX)
                   MOVE SPACES TO WS-PRP-APPROVER(PRP-IDX)
                   MOVE ZERO TO WS-PRP-AMOUNT(PRP-IDX)
               ELSE
                   MOVE 'Y' TO WS-PRP-OVERFLOW
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO WRITEOFF-PRINT-RECORD
                   STRING 'REFUSED - TABLE FULL      ' WP-INVENTORY
                          ' ' WP-TR-ID ' REQ=' WP-USER-ID
                       DELIMITED BY SIZE INTO WRITEOFF-PRINT-RECORD
                   WRITE WRITEOFF-PRINT-RECORD
               END-IF
           END-IF.

      *> Leaves WS-PRP-FOUND at the proposal for WS-ITEM-INVENTORY and
      *> WS-ITEM-TR-ID, zero when there is none.
       FIND-PROPOSAL.
           MOVE 0 TO WS-PRP-FOUND
           SET PRP-IDX TO 1
           SEARCH WS-PRP-ENTRY
               AT END
                   CONTINUE
               WHEN PRP-IDX > WS-PRP-COUNT
                   CONTINUE
               WHEN WS-PRP-INVENTORY(PRP-IDX) = WS-ITEM-INVENTORY
                       AND WS-PRP-TR-ID(PRP-IDX) = WS-ITEM-TR-ID
                   SET WS-PRP-FOUND TO PRP-IDX
           END-SEARCH.

      *> The reject carry is copied through the work file less the
      *> items written off, then copied back - untouched when nothing
      *> on it was written off.
       WRITE-OFF-REJECTS.
           MOVE 'REJ' TO WS-ITEM-INVENTORY
           MOVE ZERO TO WS-ITEMS-REMOVED
           OPEN INPUT REJECT-CARRY-FILE
           IF FS-REJECT-CARRY NOT = "00"
               GO TO WRITE-OFF-REJECTS-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF FS-WORK-FILE NOT = "00"
               CLOSE REJECT-CARRY-FILE
               MOVE 2 TO WS-EXIT-CODE
               GO TO WRITE-OFF-REJECTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REJECT-CARRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RJ-FORMAT-VERSION = '2'
                           MOVE RJ-TR-ID-LONG TO WS-ITEM-TR-ID
                       ELSE
                           MOVE RJ-TR-ID TO WS-ID-DISPLAY
                           MOVE WS-ID-DISPLAY TO WS-ITEM-TR-ID
                       END-IF
                       MOVE RJ-TR-AMOUNT TO WS-ITEM-AMOUNT
                       MOVE RJ-TR-CURRENCY TO WS-ITEM-CURRENCY
                       MOVE RJ-TR-CATEGORY TO WS-ITEM-CATEGORY
                       MOVE RJ-AGE-DAYS TO WS-ITEM-AGE-DAYS
                       PERFORM CONSIDER-ONE-ITEM
                       IF WS-ITEM-WRITTEN-OFF = 'Y'
                           ADD 1 TO WS-ITEMS-REMOVED
                       ELSE
                           WRITE WORK-RECORD FROM REJECT-CARRY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-CARRY-FILE
           CLOSE WORK-FILE
           IF WS-ITEMS-REMOVED = 0
               GO TO WRITE-OFF-REJECTS-EXIT
           END-IF

           OPEN INPUT WORK-FILE
           OPEN OUTPUT REJECT-CARRY-FILE
           IF FS-REJECT-CARRY NOT = "00"
               CLOSE WORK-FILE
               MOVE 2 TO WS-EXIT-CODE
               GO TO WRITE-OFF-REJECTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO REJECT-CARRY-RECORD
                       WRITE REJECT-CARRY-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE REJECT-CARRY-FILE.

       WRITE-OFF-REJECTS-EXIT.
           EXIT.

       WRITE-OFF-SUSPENSE.
           MOVE 'SUS' TO WS-ITEM-INVENTORY
           MOVE ZERO TO WS-ITEMS-REMOVED
           OPEN INPUT SUSPENSE-CARRY-FILE
           IF FS-SUSPENSE-CARRY NOT = "00"
               GO TO WRITE-OFF-SUSPENSE-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF FS-WORK-FILE NOT = "00"
               CLOSE SUSPENSE-CARRY-FILE
               MOVE 2 TO WS-EXIT-CODE
               GO TO WRITE-OFF-SUSPENSE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPENSE-CARRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SO-TR-ID TO WS-ITEM-TR-ID
                       MOVE SO-TR-AMOUNT TO WS-ITEM-AMOUNT
                       MOVE SO-TR-CURRENCY TO WS-ITEM-CURRENCY
                       MOVE SO-TR-CATEGORY TO WS-ITEM-CATEGORY
                       MOVE ZERO TO WS-ITEM-AGE-DAYS
                       PERFORM CONSIDER-ONE-ITEM
                       IF WS-ITEM-WRITTEN-OFF = 'Y'
                           ADD 1 TO WS-ITEMS-REMOVED
                       ELSE
                           WRITE WORK-RECORD FROM SUSPENSE-CARRY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-CARRY-FILE
           CLOSE WORK-FILE
           IF WS-ITEMS-REMOVED = 0
               GO TO WRITE-OFF-SUSPENSE-EXIT
           END-IF

           OPEN INPUT WORK-FILE
           OPEN OUTPUT SUSPENSE-CARRY-FILE
           IF FS-SUSPENSE-CARRY NOT = "00"
               CLOSE WORK-FILE
               MOVE 2 TO WS-EXIT-CODE
               GO TO WRITE-OFF-SUSPENSE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO SUSPENSE-CARRY-RECORD
                       WRITE SUSPENSE-CARRY-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE SUSPENSE-CARRY-FILE.

       WRITE-OFF-SUSPENSE-EXIT.
           EXIT.

      *> Decides the item in WS-ITEM-WORK against its proposal, if it
      *> has one. Above the limit a countersignature from a different
      *> user is needed; a self-approval is refused and the item
      *> keeps waiting - the one-person write-off is what the
      *> two-person rule is there to stop.
       CONSIDER-ONE-ITEM.
           MOVE 'N' TO WS-ITEM-WRITTEN-OFF
           PERFORM FIND-PROPOSAL
           IF WS-PRP-FOUND > 0
               IF WS-PRP-STATUS(WS-PRP-FOUND) = 'OPEN'
                   MOVE WS-ITEM-AMOUNT TO WS-PRP-AMOUNT(WS-PRP-FOUND)
                   IF WS-APPROVAL-ACTIVE = 'Y'
                           AND FUNCTION ABS(WS-ITEM-AMOUNT)
                               > WS-APPROVAL-LIMIT
                       PERFORM FIND-APPROVAL
                       EVALUATE TRUE
                           WHEN WS-APPR-FOUND = 'N'
                               MOVE 'PENDING'
                                   TO WS-PRP-STATUS(WS-PRP-FOUND)
                           WHEN WS-APPR-FOUND-USER
                                   = WS-PRP-REQUESTER(WS-PRP-FOUND)
                               MOVE 'SELFAPPR'
                                   TO WS-PRP-STATUS(WS-PRP-FOUND)
                           WHEN OTHER
                               MOVE WS-APPR-FOUND-USER
                                   TO WS-PRP-APPROVER(WS-PRP-FOUND)
                               PERFORM POST-ONE-WRITEOFF
                       END-EVALUATE
                   ELSE
                       PERFORM POST-ONE-WRITEOFF
                   END-IF
               END-IF
           END-IF.

       FIND-APPROVAL.
      *> Only an independent approval counts, wherever it sits on
      *> WOAPPR - a requester's own approval ahead of it must not
      *> hide it. The requester's own is looked for only when there
      *> is no other, so the item can be reported as SELFAPPR.
           MOVE 'N' TO WS-APPR-FOUND
           MOVE SPACES TO WS-APPR-FOUND-USER
           SET APPR-IDX TO 1
           SEARCH WS-APPR-ENTRY
               AT END
                   CONTINUE
               WHEN APPR-IDX > WS-APPR-COUNT
                   CONTINUE
               WHEN WS-APPR-TR-ID(APPR-IDX) = WS-ITEM-TR-ID
                       AND WS-APPR-USER(APPR-IDX)
                           NOT = WS-PRP-REQUESTER(WS-PRP-FOUND)
                   MOVE 'Y' TO WS-APPR-FOUND
                   MOVE WS-APPR-USER(APPR-IDX) TO WS-APPR-FOUND-USER
           END-SEARCH
           IF WS-APPR-FOUND = 'N'
               SET APPR-IDX TO 1
               SEARCH WS-APPR-ENTRY
                   AT END
                       CONTINUE
                   WHEN APPR-IDX > WS-APPR-COUNT
                       CONTINUE
                   WHEN WS-APPR-TR-ID(APPR-IDX) = WS-ITEM-TR-ID
                       MOVE 'Y' TO WS-APPR-FOUND
                       MOVE WS-APPR-USER(APPR-IDX)
                           TO WS-APPR-FOUND-USER
               END-SEARCH
           END-IF.

       POST-ONE-WRITEOFF.
           MOVE 'Y' TO WS-ITEM-WRITTEN-OFF
           MOVE 'WRITTEN' TO WS-PRP-STATUS(WS-PRP-FOUND)
           ADD 1 TO WS-WRITTEN-COUNT

           MOVE SPACES TO WRITEOFF-LOG-RECORD
           MOVE WS-RUN-DATE TO WO-WRITEOFF-DATE
           MOVE WS-ITEM-INVENTORY TO WO-INVENTORY
           MOVE WS-ITEM-TR-ID TO WO-TR-ID
           MOVE WS-ITEM-AMOUNT TO WO-AMOUNT
           MOVE WS-ITEM-CURRENCY TO WO-CURRENCY
           MOVE WS-ITEM-CATEGORY TO WO-FROM-CATEGORY
           MOVE WS-WRITEOFF-CATEGORY TO WO-TO-CATEGORY
           MOVE WS-ITEM-AGE-DAYS TO WO-AGE-DAYS
           MOVE WS-PRP-REQUESTER(WS-PRP-FOUND) TO WO-REQUESTER
           MOVE WS-PRP-APPROVER(WS-PRP-FOUND) TO WO-APPROVER
           MOVE WS-PRP-REASON(WS-PRP-FOUND) TO WO-REASON
           WRITE WRITEOFF-LOG-RECORD

      *> A positive amount is a loss: debit the write-off category,
      *> credit the arriving category. A negative one reverses both.
           IF WS-ITEM-AMOUNT < ZERO
               COMPUTE WS-POST-AMOUNT = 0 - WS-ITEM-AMOUNT
               MOVE 'C' TO WS-POST-DC
           ELSE
               MOVE WS-ITEM-AMOUNT TO WS-POST-AMOUNT
               MOVE 'D' TO WS-POST-DC
           END-IF
           MOVE WS-WRITEOFF-CATEGORY TO WS-POST-CATEGORY
           PERFORM WRITE-POSTING-LINE
           IF WS-POST-DC = 'D'
               MOVE 'C' TO WS-POST-DC
           ELSE
               MOVE 'D' TO WS-POST-DC
           END-IF
           MOVE WS-ITEM-CATEGORY TO WS-POST-CATEGORY
           PERFORM WRITE-POSTING-LINE.

       WRITE-GL-HEADER.
           MOVE SPACES TO GL-HEADER-RECORD
           MOVE 'GLH' TO GLH-RECORD-TAG
           MOVE WS-RUN-DATE TO GLH-POSTING-DATE
           MOVE WS-GL-BATCH-ID TO GLH-BATCH-ID
           MOVE WS-BASE-CURRENCY TO GLH-BASE-CURRENCY
           WRITE GL-HEADER-RECORD
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-HASH-TOTAL.

       WRITE-POSTING-LINE.
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE 'GLP' TO GLP-RECORD-TAG
           MOVE WS-POST-CATEGORY TO GLP-CATEGORY
           MOVE 'WRITEOFF' TO GLP-TRAN-TYPE
           MOVE WS-POST-DC TO GLP-DC-INDICATOR
           MOVE WS-ITEM-CURRENCY TO GLP-CURRENCY
           MOVE WS-POST-AMOUNT TO GLP-AMOUNT
           MOVE WS-RUN-DATE TO GLP-POSTING-DATE
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-POST-AMOUNT TO WS-HASH-TOTAL.

       WRITE-GL-TRAILER.
           MOVE SPACES TO GL-TRAILER-RECORD
           MOVE 'GLT' TO GLT-RECORD-TAG
           MOVE WS-LINE-COUNT TO GLT-LINE-COUNT
           MOVE WS-HASH-TOTAL TO GLT-HASH-TOTAL
           WRITE GL-TRAILER-RECORD.

       REPORT-ONE-PROPOSAL.
           EVALUATE WS-PRP-STATUS(PRP-IDX)
               WHEN 'WRITTEN'
                   MOVE 'WRITTEN OFF' TO WS-OUTCOME
               WHEN 'PENDING'
                   MOVE 'AWAITING APPROVAL' TO WS-OUTCOME
                   ADD 1 TO WS-PENDING-COUNT
               WHEN 'SELFAPPR'
                   MOVE 'SELF-APPROVAL REFUSED' TO WS-OUTCOME
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   MOVE 'NOTFOUND' TO WS-PRP-STATUS(PRP-IDX)
                   MOVE 'NOT ON FILE - DROPPED' TO WS-OUTCOME
                   ADD 1 TO WS-NOTFOUND-COUNT
           END-EVALUATE
           MOVE WS-PRP-AMOUNT(PRP-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WRITEOFF-PRINT-RECORD
           STRING WS-OUTCOME ' ' WS-PRP-INVENTORY(PRP-IDX)
                  ' ' WS-PRP-TR-ID(PRP-IDX)
                  ' ' WS-AMOUNT-DISPLAY
                  ' REQ=' WS-PRP-REQUESTER(PRP-IDX)
                  ' APP=' WS-PRP-APPROVER(PRP-IDX)
               DELIMITED BY SIZE INTO WRITEOFF-PRINT-RECORD
           WRITE WRITEOFF-PRINT-RECORD.

      *> Proposals still awaiting a countersignature carry to the next
      *> run; written-off and dropped ones fall away.
       REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           IF FS-PENDING-FILE NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
           ELSE
               PERFORM VARYING PRP-IDX FROM 1 BY 1
                       UNTIL PRP-IDX > WS-PRP-COUNT
                   IF WS-PRP-STATUS(PRP-IDX) = 'PENDING'
                           OR WS-PRP-STATUS(PRP-IDX) = 'SELFAPPR'
                       MOVE SPACES TO PENDING-RECORD
                       MOVE WS-PRP-INVENTORY(PRP-IDX) TO WN-INVENTORY
                       MOVE WS-PRP-TR-ID(PRP-IDX) TO WN-TR-ID
                       MOVE WS-PRP-REQUESTER(PRP-IDX) TO WN-REQUESTER
                       MOVE WS-PRP-REASON(PRP-IDX) TO WN-REASON
                       MOVE WS-PRP-PROPOSED-DATE(PRP-IDX)
                           TO WN-PROPOSED-DATE
                       WRITE PENDING-RECORD
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       WRITE-RUN-TOTALS.
           MOVE '----------------------------------------'
               TO WRITEOFF-PRINT-RECORD
           WRITE WRITEOFF-PRINT-RECORD
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WRITEOFF-PRINT-RECORD
           STRING 'ITEMS WRITTEN OFF . . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WRITEOFF-PRINT-RECORD
           WRITE WRITEOFF-PRINT-RECORD
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WRITEOFF-PRINT-RECORD
           STRING 'AWAITING APPROVAL . . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WRITEOFF-PRINT-RECORD
           WRITE WRITEOFF-PRINT-RECORD
           MOVE WS-NOTFOUND-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WRITEOFF-PRINT-RECORD
           STRING 'NOT ON FILE - DROPPED . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WRITEOFF-PRINT-RECORD
           WRITE WRITEOFF-PRINT-RECORD
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WRITEOFF-PRINT-RECORD
           STRING 'PROPOSALS REFUSED . . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WRITEOFF-PRINT-RECORD
           WRITE WRITEOFF-PRINT-RECORD
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WRITEOFF-PRINT-RECORD
           STRING 'GL LINES ON WOFFEXTR. . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WRITEOFF-PRINT-RECORD
           WRITE WRITEOFF-PRINT-RECORD
           MOVE SPACES TO WRITEOFF-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO WRITEOFF-PRINT-RECORD
           WRITE WRITEOFF-PRINT-RECORD.

      *> Every WOFFLOG.DAT line dated in the register period, two
      *> print lines per item, then the totals by inventory and
      *> currency and the sign-off block.
       WRITE-MONTHLY-REGISTER.
           OPEN OUTPUT REGISTER-PRINT-FILE
           IF FS-REGISTER-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
           ELSE
               MOVE SPACES TO REGISTER-PRINT-RECORD
               IF WS-REGISTER-ONLY = 'Y'
                   STRING 'WRITE-OFF REGISTER FOR PERIOD '
                          WS-REGISTER-PERIOD
                       DELIMITED BY SIZE INTO REGISTER-PRINT-RECORD
               ELSE
                   STRING 'WRITE-OFF REGISTER FOR PERIOD '
                          WS-REGISTER-PERIOD
                          ' - MONTH TO DATE AT ' WS-RUN-DATE
                       DELIMITED BY SIZE INTO REGISTER-PRINT-RECORD
               END-IF
               WRITE REGISTER-PRINT-RECORD
               MOVE SPACES TO REGISTER-PRINT-RECORD
               STRING 'DATE     INV TRANSACTION ID'
                      '                          AMOUNT'
                      '              CCY AGE'
                   DELIMITED BY SIZE INTO REGISTER-PRINT-RECORD
               WRITE REGISTER-PRINT-RECORD
               MOVE '----------------------------------------'
                   TO REGISTER-PRINT-RECORD
               WRITE REGISTER-PRINT-RECORD

               OPEN INPUT WRITEOFF-LOG-FILE
               IF FS-WRITEOFF-LOG = "00"
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WRITEOFF-LOG-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WO-WRITEOFF-DATE(1:6)
                                       = WS-REGISTER-PERIOD
                                   PERFORM WRITE-REGISTER-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WRITEOFF-LOG-FILE
               END-IF

               PERFORM WRITE-REGISTER-TOTALS
               CLOSE REGISTER-PRINT-FILE
           END-IF.

       WRITE-REGISTER-ITEM.
           ADD 1 TO WS-REG-LINES
           MOVE WO-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WO-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE SPACES TO REGISTER-PRINT-RECORD
           STRING WO-WRITEOFF-DATE ' ' WO-INVENTORY ' ' WO-TR-ID
                  ' ' WS-AMOUNT-DISPLAY ' ' WO-CURRENCY
                  ' ' WS-AGE-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-PRINT-RECORD
           WRITE REGISTER-PRINT-RECORD
           MOVE SPACES TO REGISTER-PRINT-RECORD
           STRING '             FROM ' WO-FROM-CATEGORY
                  ' TO ' WO-TO-CATEGORY
                  ' REQ=' WO-REQUESTER ' APP=' WO-APPROVER
                  ' ' WO-REASON
               DELIMITED BY SIZE INTO REGISTER-PRINT-RECORD
           WRITE REGISTER-PRINT-RECORD

           SET REG-IDX TO 1
           SEARCH WS-REG-ENTRY
               AT END
                   CONTINUE
               WHEN REG-IDX > WS-REG-COUNT
                   IF WS-REG-COUNT < 100
                       ADD 1 TO WS-REG-COUNT
                       MOVE WO-INVENTORY TO WS-REG-INVENTORY(REG-IDX)
                       MOVE WO-CURRENCY TO WS-REG-CURRENCY(REG-IDX)
                       MOVE 1 TO WS-REG-ITEMS(REG-IDX)
                       MOVE WO-AMOUNT TO WS-REG-AMOUNT(REG-IDX)
                   END-IF
               WHEN WS-REG-INVENTORY(REG-IDX) = WO-INVENTORY
                       AND WS-REG-CURRENCY(REG-IDX) = WO-CURRENCY
                   ADD 1 TO WS-REG-ITEMS(REG-IDX)
                   ADD WO-AMOUNT TO WS-REG-AMOUNT(REG-IDX)
           END-SEARCH.

       WRITE-REGISTER-TOTALS.
           MOVE '----------------------------------------'
               TO REGISTER-PRINT-RECORD
           WRITE REGISTER-PRINT-RECORD
           MOVE WS-REG-LINES TO WS-COUNT-DISPLAY
           MOVE SPACES TO REGISTER-PRINT-RECORD
           STRING 'ITEMS WRITTEN OFF . . . . . . : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-PRINT-RECORD
           WRITE REGISTER-PRINT-RECORD
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-COUNT
               MOVE WS-REG-ITEMS(REG-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-REG-AMOUNT(REG-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REGISTER-PRINT-RECORD
               STRING '  ' WS-REG-INVENTORY(REG-IDX)
                      ' ' WS-REG-CURRENCY(REG-IDX)
                      '  ITEMS ' WS-COUNT-DISPLAY
                      '  AMOUNT ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REGISTER-PRINT-RECORD
               WRITE REGISTER-PRINT-RECORD
           END-PERFORM
           MOVE SPACES TO REGISTER-PRINT-RECORD
           WRITE REGISTER-PRINT-RECORD
           MOVE SPACES TO REGISTER-PRINT-RECORD
           STRING 'PREPARED BY . . . . . . . . . : '
                  '____________________  DATE ________'
               DELIMITED BY SIZE INTO REGISTER-PRINT-RECORD
           WRITE REGISTER-PRINT-RECORD
           MOVE SPACES TO REGISTER-PRINT-RECORD
           STRING 'REVIEWED AND SIGNED OFF BY. . : '
                  '____________________  DATE ________'
               DELIMITED BY SIZE INTO REGISTER-PRINT-RECORD
           WRITE REGISTER-PRINT-RECORD
           MOVE SPACES TO REGISTER-PRINT-RECORD
           STRING '*** END OF REGISTER ***'
               DELIMITED BY SIZE INTO REGISTER-PRINT-RECORD
           WRITE REGISTER-PRINT-RECORD.

       WRITE-AUDIT-LOG-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) '-' WS-CURRENT-DATETIME(5:2)
                  '-' WS-CURRENT-DATETIME(7:2) ' '
                  WS-CURRENT-DATETIME(9:2) ':' WS-CURRENT-DATETIME(11:2)
                  ':' WS-CURRENT-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           MOVE WS-EXIT-CODE TO WS-AUDIT-EXIT-DISPLAY

           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT-LOG NOT = "00" AND FS-AUDIT-LOG NOT = "05"
               OPEN OUTPUT AUDIT-LOG
           END-IF

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=WRITE-OFF'
                  ' WRITTEN=' WS-WRITTEN-COUNT
                  ' PENDING=' WS-PENDING-COUNT
                  ' EXIT-CODE=' WS-AUDIT-EXIT-DISPLAY
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD

           IF WS-PRP-OVERFLOW = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP ' PROGRAM=WRITE-OFF'
                      ' WARNING=WOFFPROP-OVERFLOW LIMIT=500'
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

       END PROGRAM WRITE-OFF.
