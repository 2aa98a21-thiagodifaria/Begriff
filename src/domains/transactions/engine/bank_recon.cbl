       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-09-24.
      *> External reconciliation - the one proof every other check
      *> leaves out. RECON-CROSSCHECK and TRANS-MATCH prove the chain
      *> agrees with itself; this step proves the money moved at the
      *> bank. BANKSTMT carries the bank's daily statement for each
      *> settlement account: a header line (account, currency,
      *> statement date, opening balance), one detail line per bank
      *> movement (value date, signed amount, bank reference,
      *> narrative) and a trailer line with the closing balance. The
      *> day's INPUT.<date>.DAT movements on those accounts are
      *> matched to the statement lines by account, currency, amount
      *> and value date, allowing BANKTOL days either side (CONTROL.
      *> DAT, default 2). A bank line no single item explains is then
      *> tried against each of our batches on the account - a bulk-
      *> settled batch the bank books as one line matches when the
      *> batch's unmatched items add up to it exactly. Items still
      *> unmatched on either side carry forward on BANKOPO (next
      *> run's BANKOPIN) and are tried again as later statements and
      *> feeds arrive; an item open longer than BANKAGE days (default
      *> 3) is raised once on EXCEPTION.DAT - UNMATCHED-OURS or
      *> UNMATCHED-BANK - so it enters EXCEPTION-WORKBENCH's aging
      *> flow. Three prints come out: the matched list BANKMAT, the
      *> unmatched items on each side BANKUNM, and the statement-
      *> balance proof BANKPRF (opening + our movements = bank
      *> closing, per account). Exit 4 when any account's proof does
      *> not balance - the run completed, but treasury has a break to
      *> explain. Exit 2 when the match pool filled: items past the
      *> cap were not tried, but they still go forward on BANKOPO,
      *> so nothing drops out of the carry.
      *> Run after RECONCILE, alongside EXPECT-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> TRANSACTION-FILE is the dated bridged feed and must stay a
      *> DYNAMIC assign.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANK-STATEMENT.
           SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSACTION-FILE.
           SELECT BANK-OPEN-IN ASSIGN TO "BANKOPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANK-OPEN-IN.
           SELECT BANK-OPEN-OUT ASSIGN TO "BANKOPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANK-OPEN-OUT.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-FILE.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-FILE.
           SELECT MATCHED-PRINT-FILE ASSIGN TO "BANKMAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MATCHED-PRINT.
           SELECT UNMATCHED-PRINT-FILE ASSIGN TO "BANKUNM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-UNMATCHED-PRINT.
           SELECT PROOF-PRINT-FILE ASSIGN TO "BANKPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROOF-PRINT.
           SELECT SPILL-FILE ASSIGN TO "BANKSPIL.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPILL-FILE.

       DATA DIVISION.
       FILE SECTION.
      *> Three line types share the statement file, told apart by
      *> the leading tag the way the batch header and trailer share
      *> TRANSIN.
       FD  BANK-STATEMENT-FILE.
       01  BANK-STMT-HEADER.
           05  BSH-RECORD-TAG         PIC X(1).
           05  FILLER                 PIC X(01).
           05  BSH-ACCOUNT            PIC X(8).
           05  FILLER                 PIC X(01).
           05  BSH-CURRENCY           PIC X(3).
           05  FILLER                 PIC X(01).
           05  BSH-STATEMENT-DATE     PIC X(8).
           05  FILLER                 PIC X(01).
           05  BSH-OPENING-BALANCE    PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
       01  BANK-STMT-DETAIL.
           05  BSD-RECORD-TAG         PIC X(1).
           05  FILLER                 PIC X(01).
           05  BSD-ACCOUNT            PIC X(8).
           05  FILLER                 PIC X(01).
           05  BSD-CURRENCY           PIC X(3).
           05  FILLER                 PIC X(01).
           05  BSD-VALUE-DATE         PIC X(8).
           05  FILLER                 PIC X(01).
           05  BSD-AMOUNT             PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  BSD-BANK-REF           PIC X(16).
           05  FILLER                 PIC X(01).
           05  BSD-NARRATIVE          PIC X(35).
       01  BANK-STMT-TRAILER.
           05  BST-RECORD-TAG         PIC X(1).
           05  FILLER                 PIC X(01).
           05  BST-ACCOUNT            PIC X(8).
           05  FILLER                 PIC X(01).
           05  BST-CURRENCY           PIC X(3).
           05  FILLER                 PIC X(01).
           05  BST-CLOSING-BALANCE    PIC S9(15)V99
                                      SIGN LEADING SEPARATE.

       FD  TRANSACTION-FILE.
       01  FD-TRANSACTION-REC.
           05  TR-ID              PIC X(36).
           05  TR-DATE            PIC X(10).
           05  TR-AMOUNT          PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  TR-TYPE            PIC X(8).
           05  TR-CATEGORY        PIC X(20).
           05  TR-CURRENCY        PIC X(3).
           05  TR-DESCRIPTION     PIC X(100).
           05  TR-BATCH-ID        PIC X(8).
           05  TR-SOURCE          PIC X(3).
           05  TR-ACCOUNT         PIC X(8).
           05  TR-ENTITY          PIC X(4).

      *> Open unmatched items, both sides. BO-SIDE is B for a bank
      *> statement line (BO-REFERENCE is the bank reference) and O
      *> for one of ours (BO-REFERENCE is the TR-ID). BO-RAISED says
      *> the aged item already went to EXCEPTION.DAT once.
       FD  BANK-OPEN-IN.
       01  BANK-OPEN-IN-RECORD.
           05  BI-SIDE                PIC X(1).
           05  FILLER                 PIC X(01).
           05  BI-ACCOUNT             PIC X(8).
           05  FILLER                 PIC X(01).
           05  BI-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(01).
           05  BI-VALUE-DATE          PIC 9(8).
           05  FILLER                 PIC X(01).
           05  BI-AMOUNT              PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  BI-REFERENCE           PIC X(36).
           05  FILLER                 PIC X(01).
           05  BI-BATCH-ID            PIC X(8).
           05  FILLER                 PIC X(01).
           05  BI-FIRST-SEEN          PIC X(8).
           05  FILLER                 PIC X(01).
           05  BI-DAYS-OPEN           PIC 9(3).
           05  FILLER                 PIC X(01).
           05  BI-RAISED              PIC X(1).

       FD  BANK-OPEN-OUT.
       01  BANK-OPEN-OUT-RECORD.
           05  BO-SIDE                PIC X(1).
           05  FILLER                 PIC X(01).
           05  BO-ACCOUNT             PIC X(8).
           05  FILLER                 PIC X(01).
           05  BO-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(01).
           05  BO-VALUE-DATE          PIC 9(8).
           05  FILLER                 PIC X(01).
           05  BO-AMOUNT              PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  BO-REFERENCE           PIC X(36).
           05  FILLER                 PIC X(01).
           05  BO-BATCH-ID            PIC X(8).
           05  FILLER                 PIC X(01).
           05  BO-FIRST-SEEN          PIC X(8).
           05  FILLER                 PIC X(01).
           05  BO-DAYS-OPEN           PIC 9(3).
           05  FILLER                 PIC X(01).
           05  BO-RAISED              PIC X(1).

      *> Items that found no room in the match pool, in the BANKOPO
      *> layout, held until BANKOPO is written.
       FD  SPILL-FILE.
       01  SPILL-RECORD.
           05  SP-SIDE                PIC X(1).
           05  FILLER                 PIC X(01).
           05  SP-ACCOUNT             PIC X(8).
           05  FILLER                 PIC X(01).
           05  SP-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(01).
           05  SP-VALUE-DATE          PIC 9(8).
           05  FILLER                 PIC X(01).
           05  SP-AMOUNT              PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  SP-REFERENCE           PIC X(36).
           05  FILLER                 PIC X(01).
           05  SP-BATCH-ID            PIC X(8).
           05  FILLER                 PIC X(01).
           05  SP-FIRST-SEEN          PIC X(8).
           05  FILLER                 PIC X(01).
           05  SP-DAYS-OPEN           PIC 9(3).
           05  FILLER                 PIC X(01).
           05  SP-RAISED              PIC X(1).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-REC-TYPE          PIC X(8).
           05  CTL-CATEGORY          PIC X(20).
           05  CTL-LIMIT-AMOUNT      PIC 9(15)V99.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EX-TR-ID              PIC X(36).
           05  FILLER                PIC X(01).
           05  EX-TR-AMOUNT          PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(01).
           05  EX-REASON             PIC X(20).

       FD  MATCHED-PRINT-FILE.
       01  MATCHED-PRINT-RECORD      PIC X(132).

       FD  UNMATCHED-PRINT-FILE.
       01  UNMATCHED-PRINT-RECORD    PIC X(132).

       FD  PROOF-PRINT-FILE.
       01  PROOF-PRINT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-BANK-STATEMENT       PIC X(2).
           05 FS-TRANSACTION-FILE     PIC X(2).
           05 FS-BANK-OPEN-IN         PIC X(2).
           05 FS-BANK-OPEN-OUT        PIC X(2).
           05 FS-CONTROL-FILE         PIC X(2).
           05 FS-EXCEPTION-FILE       PIC X(2).
           05 FS-MATCHED-PRINT        PIC X(2).
           05 FS-UNMATCHED-PRINT      PIC X(2).
           05 FS-PROOF-PRINT          PIC X(2).
           05 FS-SPILL-FILE           PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-RUN-DATE-PARM           PIC X(20).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-INPUT-FILENAME          PIC X(20).
       01  WS-STATEMENT-EOF           PIC X(1) VALUE 'N'.
       01  WS-TRANS-EOF               PIC X(1) VALUE 'N'.
       01  WS-OPEN-IN-EOF             PIC X(1) VALUE 'N'.
       01  WS-CONTROL-EOF             PIC X(1) VALUE 'N'.
       01  WS-SPILL-EOF               PIC X(1) VALUE 'N'.

      *> Value-date tolerance either side, and the age past which an
      *> unmatched item is raised as an exception.
       01  WS-DATE-TOLERANCE          PIC 9(3) VALUE 2.
       01  WS-UNMATCHED-AGE           PIC 9(3) VALUE 3.

      *> One entry per settlement account on the day's statement,
      *> with the balance-proof figures accumulated against it.
       01  WS-ACCT-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-ACCT-TABLE.
           05 WS-AC-ENTRY OCCURS 200 TIMES INDEXED BY AC-IDX.
              10 WS-AC-ACCOUNT        PIC X(8).
              10 WS-AC-CURRENCY       PIC X(3).
              10 WS-AC-STMT-DATE      PIC X(8).
              10 WS-AC-OPENING        PIC S9(15)V99.
              10 WS-AC-CLOSING        PIC S9(15)V99.
              10 WS-AC-HAS-TRAILER    PIC X(1).
              10 WS-AC-BANK-TOTAL     PIC S9(15)V99.
              10 WS-AC-BANK-LINES     PIC 9(6).
              10 WS-AC-OUR-TOTAL      PIC S9(15)V99.
              10 WS-AC-OUR-ITEMS      PIC 9(6).
       01  WS-AC-IDX2                 PIC 9(4) COMP.
       01  WS-ACCT-FOUND              PIC X(1).

      *> The match pool - carried-forward items first, then the
      *> day's own. WS-BK-MATCH-GROUP / WS-OU-MATCH-GROUP hold the
      *> bank line an item was matched to (zero while unmatched).
       01  WS-BANK-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-BANK-TABLE.
           05 WS-BK-ENTRY OCCURS 3000 TIMES INDEXED BY BK-IDX.
              10 WS-BK-ACCOUNT        PIC X(8).
              10 WS-BK-CURRENCY       PIC X(3).
              10 WS-BK-VALUE-DATE     PIC 9(8).
              10 WS-BK-AMOUNT         PIC S9(15)V99.
              10 WS-BK-REFERENCE      PIC X(36).
              10 WS-BK-FIRST-SEEN     PIC X(8).
              10 WS-BK-DAYS-OPEN      PIC 9(3).
              10 WS-BK-RAISED         PIC X(1).
              10 WS-BK-MATCHED        PIC X(1).
       01  WS-BK-IDX2                 PIC 9(4) COMP.

       01  WS-OURS-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-OURS-TABLE.
           05 WS-OU-ENTRY OCCURS 3000 TIMES INDEXED BY OU-IDX.
              10 WS-OU-ACCOUNT        PIC X(8).
              10 WS-OU-CURRENCY       PIC X(3).
              10 WS-OU-VALUE-DATE     PIC 9(8).
              10 WS-OU-AMOUNT         PIC S9(15)V99.
              10 WS-OU-TR-ID          PIC X(36).
              10 WS-OU-BATCH-ID       PIC X(8).
              10 WS-OU-FIRST-SEEN     PIC X(8).
              10 WS-OU-DAYS-OPEN      PIC 9(3).
              10 WS-OU-RAISED         PIC X(1).
              10 WS-OU-MATCH-GROUP    PIC 9(4) COMP.
       01  WS-OU-IDX2                 PIC 9(4) COMP.
       01  WS-POOL-OVERFLOW           PIC X(1) VALUE 'N'.

      *> Per-batch sums of the unmatched items that could explain
      *> one bank line, rebuilt for each line the one-to-one pass
      *> left open.
       01  WS-BATCH-SUM-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-BATCH-SUM-TABLE.
           05 WS-BS-ENTRY OCCURS 200 TIMES INDEXED BY BS-IDX.
              10 WS-BS-BATCH-ID       PIC X(8).
              10 WS-BS-AMOUNT         PIC S9(15)V99.
              10 WS-BS-ITEMS          PIC 9(6).
       01  WS-BS-IDX2                 PIC 9(4) COMP.
       01  WS-BULK-BATCH-ID           PIC X(8).

       01  WS-MATCH-WORK.
           05 WS-DATE-WORK            PIC 9(8).
           05 WS-DAYNUM-A             PIC 9(8).
           05 WS-DAYNUM-B             PIC 9(8).
           05 WS-DAY-GAP              PIC S9(8).
           05 WS-DATE-IN-RANGE        PIC X(1).
           05 WS-ITEM-MATCHED         PIC X(1).
           05 WS-PROOF-EXPECTED       PIC S9(15)V99.
           05 WS-PROOF-DIFFERENCE     PIC S9(15)V99.
           05 WS-BANK-MOVEMENT        PIC S9(15)V99.

       01  WS-COUNTS.
           05 WS-STATEMENT-LINES      PIC 9(6) VALUE ZERO.
           05 WS-OUR-ITEMS-READ       PIC 9(6) VALUE ZERO.
           05 WS-ONE-TO-ONE           PIC 9(6) VALUE ZERO.
           05 WS-BULK-MATCHES         PIC 9(6) VALUE ZERO.
           05 WS-BULK-ITEMS           PIC 9(6) VALUE ZERO.
           05 WS-BANK-UNMATCHED       PIC 9(6) VALUE ZERO.
           05 WS-OURS-UNMATCHED       PIC 9(6) VALUE ZERO.
           05 WS-EXCEPTIONS-RAISED    PIC 9(6) VALUE ZERO.
           05 WS-PROOF-BREAKS         PIC 9(4) VALUE ZERO.
           05 WS-ITEMS-SPILLED        PIC 9(6) VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.
           05 WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-AMOUNT-DISPLAY-2     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-DAYS-DISPLAY         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-RUN-DATE-PARM
           ACCEPT WS-RUN-DATE-PARM FROM COMMAND-LINE
           IF WS-RUN-DATE-PARM(1:8) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-PARM(1:8) TO WS-RUN-DATE
           END-IF
           MOVE SPACES TO WS-INPUT-FILENAME
           STRING 'INPUT.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-INPUT-FILENAME

           PERFORM LOAD-CONTROL-FILE
           OPEN OUTPUT SPILL-FILE
           IF FS-SPILL-FILE NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM LOAD-CARRIED-ITEMS
           PERFORM LOAD-BANK-STATEMENT
           IF WS-EXIT-CODE NOT = 0
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM LOAD-OUR-MOVEMENTS
           IF WS-EXIT-CODE NOT = 0
               GO TO CLEANUP-AND-EXIT
           END-IF
           CLOSE SPILL-FILE

           OPEN OUTPUT MATCHED-PRINT-FILE
           IF FS-MATCHED-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           OPEN OUTPUT UNMATCHED-PRINT-FILE
           IF FS-UNMATCHED-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           OPEN OUTPUT PROOF-PRINT-FILE
           IF FS-PROOF-PRINT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           OPEN OUTPUT BANK-OPEN-OUT
           IF FS-BANK-OPEN-OUT NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM WRITE-MATCHED-HEADING
           PERFORM VARYING WS-BK-IDX2 FROM 1 BY 1
                   UNTIL WS-BK-IDX2 > WS-BANK-COUNT
               PERFORM MATCH-ONE-TO-ONE
           END-PERFORM
           PERFORM VARYING WS-BK-IDX2 FROM 1 BY 1
                   UNTIL WS-BK-IDX2 > WS-BANK-COUNT
               IF WS-BK-MATCHED(WS-BK-IDX2) = 'N'
                   PERFORM MATCH-BULK-BATCH
               END-IF
           END-PERFORM
           PERFORM WRITE-MATCHED-FOOTING

           PERFORM CARRY-UNMATCHED-ITEMS
           PERFORM WRITE-BALANCE-PROOF
           IF WS-PROOF-BREAKS > 0 AND WS-EXIT-CODE = 0
               MOVE 4 TO WS-EXIT-CODE
           END-IF

       CLEANUP-AND-EXIT.
           CLOSE SPILL-FILE
           CLOSE MATCHED-PRINT-FILE
           CLOSE UNMATCHED-PRINT-FILE
           CLOSE PROOF-PRINT-FILE
           CLOSE BANK-OPEN-OUT
           STOP RUN WS-EXIT-CODE.

       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF FS-CONTROL-FILE = "00"
               PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-CONTROL-EOF
                       NOT AT END
                           IF CTL-REC-TYPE = 'BANKTOL '
                               MOVE CTL-LIMIT-AMOUNT
                                   TO WS-DATE-TOLERANCE
                           END-IF
                           IF CTL-REC-TYPE = 'BANKAGE '
                               MOVE CTL-LIMIT-AMOUNT
                                   TO WS-UNMATCHED-AGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-CARRIED-ITEMS.
      *> BANKOPIN is optional - the first run has nothing carried.
      *> Each carried item ages one day, as EXCEPTION-WORKBENCH ages
      *> its open items.
           OPEN INPUT BANK-OPEN-IN
           IF FS-BANK-OPEN-IN = "00"
               PERFORM UNTIL WS-OPEN-IN-EOF = 'Y'
                   READ BANK-OPEN-IN
                       AT END
                           MOVE 'Y' TO WS-OPEN-IN-EOF
                       NOT AT END
                           IF BI-SIDE = 'B'
                               PERFORM TABLE-CARRIED-BANK-ITEM
                           ELSE
                               PERFORM TABLE-CARRIED-OUR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-OPEN-IN
           END-IF.

       TABLE-CARRIED-BANK-ITEM.
           IF WS-BANK-COUNT < 3000
               ADD 1 TO WS-BANK-COUNT
               SET BK-IDX TO WS-BANK-COUNT
               MOVE BI-ACCOUNT TO WS-BK-ACCOUNT(BK-IDX)
               MOVE BI-CURRENCY TO WS-BK-CURRENCY(BK-IDX)
               MOVE BI-VALUE-DATE TO WS-BK-VALUE-DATE(BK-IDX)
               MOVE BI-AMOUNT TO WS-BK-AMOUNT(BK-IDX)
               MOVE BI-REFERENCE TO WS-BK-REFERENCE(BK-IDX)
               MOVE BI-FIRST-SEEN TO WS-BK-FIRST-SEEN(BK-IDX)
               ADD 1 TO BI-DAYS-OPEN GIVING WS-BK-DAYS-OPEN(BK-IDX)
               MOVE BI-RAISED TO WS-BK-RAISED(BK-IDX)
               MOVE 'N' TO WS-BK-MATCHED(BK-IDX)
           ELSE
               PERFORM SPILL-CARRIED-ITEM
           END-IF.

       TABLE-CARRIED-OUR-ITEM.
           IF WS-OURS-COUNT < 3000
               ADD 1 TO WS-OURS-COUNT
               SET OU-IDX TO WS-OURS-COUNT
               MOVE BI-ACCOUNT TO WS-OU-ACCOUNT(OU-IDX)
               MOVE BI-CURRENCY TO WS-OU-CURRENCY(OU-IDX)
               MOVE BI-VALUE-DATE TO WS-OU-VALUE-DATE(OU-IDX)
               MOVE BI-AMOUNT TO WS-OU-AMOUNT(OU-IDX)
               MOVE BI-REFERENCE TO WS-OU-TR-ID(OU-IDX)
               MOVE BI-BATCH-ID TO WS-OU-BATCH-ID(OU-IDX)
               MOVE BI-FIRST-SEEN TO WS-OU-FIRST-SEEN(OU-IDX)
               ADD 1 TO BI-DAYS-OPEN GIVING WS-OU-DAYS-OPEN(OU-IDX)
               MOVE BI-RAISED TO WS-OU-RAISED(OU-IDX)
               MOVE 0 TO WS-OU-MATCH-GROUP(OU-IDX)
           ELSE
               PERFORM SPILL-CARRIED-ITEM
           END-IF.

       SPILL-CARRIED-ITEM.
      *> No room to try it today - it goes forward as it came in,
      *> one day older.
           MOVE 'Y' TO WS-POOL-OVERFLOW
           ADD 1 TO WS-ITEMS-SPILLED
           ADD 1 TO BI-DAYS-OPEN
           MOVE BANK-OPEN-IN-RECORD TO SPILL-RECORD
           WRITE SPILL-RECORD.

       LOAD-BANK-STATEMENT.
      *> No statement at all is a failed delivery, not an empty day -
      *> the proof cannot be made without one.
           OPEN INPUT BANK-STATEMENT-FILE
           IF FS-BANK-STATEMENT NOT = "00"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               PERFORM UNTIL WS-STATEMENT-EOF = 'Y'
                   READ BANK-STATEMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-STATEMENT-EOF
                       NOT AT END
                           PERFORM PROCESS-STATEMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE BANK-STATEMENT-FILE
           END-IF.

       PROCESS-STATEMENT-LINE.
           EVALUATE BSH-RECORD-TAG
               WHEN 'H'
                   PERFORM APPLY-STATEMENT-HEADER
               WHEN 'D'
                   ADD 1 TO WS-STATEMENT-LINES
                   PERFORM TABLE-STATEMENT-DETAIL
               WHEN 'T'
                   PERFORM APPLY-STATEMENT-TRAILER
           END-EVALUATE.

       FIND-STATEMENT-ACCOUNT.
      *> Keyed off the header layout's account and currency - the
      *> detail and trailer lines carry theirs in the same positions,
      *> and LOAD-OUR-MOVEMENTS moves the feed's into them. The count
      *> guard keeps a blank feed account off the unused entries.
           MOVE 'N' TO WS-ACCT-FOUND
           SET AC-IDX TO 1
           SEARCH WS-AC-ENTRY
               AT END
                   CONTINUE
               WHEN AC-IDX > WS-ACCT-COUNT
                   CONTINUE
               WHEN WS-AC-ACCOUNT(AC-IDX) = BSH-ACCOUNT
                       AND WS-AC-CURRENCY(AC-IDX) = BSH-CURRENCY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-SEARCH.

       APPLY-STATEMENT-HEADER.
           PERFORM FIND-STATEMENT-ACCOUNT
           IF WS-ACCT-FOUND = 'N'
               IF WS-ACCT-COUNT < 200
                   ADD 1 TO WS-ACCT-COUNT
                   SET AC-IDX TO WS-ACCT-COUNT
                   MOVE BSH-ACCOUNT TO WS-AC-ACCOUNT(AC-IDX)
                   MOVE BSH-CURRENCY TO WS-AC-CURRENCY(AC-IDX)
                   MOVE BSH-STATEMENT-DATE TO WS-AC-STMT-DATE(AC-IDX)
                   MOVE BSH-OPENING-BALANCE TO WS-AC-OPENING(AC-IDX)
                   MOVE ZERO TO WS-AC-CLOSING(AC-IDX)
                   MOVE 'N' TO WS-AC-HAS-TRAILER(AC-IDX)
                   MOVE ZERO TO WS-AC-BANK-TOTAL(AC-IDX)
                   MOVE ZERO TO WS-AC-BANK-LINES(AC-IDX)
                   MOVE ZERO TO WS-AC-OUR-TOTAL(AC-IDX)
                   MOVE ZERO TO WS-AC-OUR-ITEMS(AC-IDX)
               ELSE
                   MOVE 'Y' TO WS-POOL-OVERFLOW
               END-IF
           END-IF.

       TABLE-STATEMENT-DETAIL.
      *> The detail carries its own account and currency, so the
      *> proof totals are posted by key rather than by position - a
      *> statement file with its accounts interleaved still proves.
           PERFORM FIND-STATEMENT-ACCOUNT
           IF WS-ACCT-FOUND = 'Y'
               ADD BSD-AMOUNT TO WS-AC-BANK-TOTAL(AC-IDX)
               ADD 1 TO WS-AC-BANK-LINES(AC-IDX)
           END-IF
           IF WS-BANK-COUNT < 3000
               ADD 1 TO WS-BANK-COUNT
               SET BK-IDX TO WS-BANK-COUNT
               MOVE BSD-ACCOUNT TO WS-BK-ACCOUNT(BK-IDX)
               MOVE BSD-CURRENCY TO WS-BK-CURRENCY(BK-IDX)
               IF BSD-VALUE-DATE IS NUMERIC
                   MOVE BSD-VALUE-DATE TO WS-BK-VALUE-DATE(BK-IDX)
               ELSE
                   MOVE WS-RUN-DATE TO WS-BK-VALUE-DATE(BK-IDX)
               END-IF
               MOVE BSD-AMOUNT TO WS-BK-AMOUNT(BK-IDX)
               MOVE BSD-BANK-REF TO WS-BK-REFERENCE(BK-IDX)
               MOVE WS-RUN-DATE TO WS-BK-FIRST-SEEN(BK-IDX)
               MOVE ZERO TO WS-BK-DAYS-OPEN(BK-IDX)
               MOVE 'N' TO WS-BK-RAISED(BK-IDX)
               MOVE 'N' TO WS-BK-MATCHED(BK-IDX)
           ELSE
               MOVE 'Y' TO WS-POOL-OVERFLOW
               ADD 1 TO WS-ITEMS-SPILLED
               MOVE SPACES TO SPILL-RECORD
               MOVE 'B' TO SP-SIDE
               MOVE BSD-ACCOUNT TO SP-ACCOUNT
               MOVE BSD-CURRENCY TO SP-CURRENCY
               IF BSD-VALUE-DATE IS NUMERIC
                   MOVE BSD-VALUE-DATE TO SP-VALUE-DATE
               ELSE
                   MOVE WS-RUN-DATE TO SP-VALUE-DATE
               END-IF
               MOVE BSD-AMOUNT TO SP-AMOUNT
               MOVE BSD-BANK-REF TO SP-REFERENCE
               MOVE WS-RUN-DATE TO SP-FIRST-SEEN
               MOVE ZERO TO SP-DAYS-OPEN
               MOVE 'N' TO SP-RAISED
               WRITE SPILL-RECORD
           END-IF.

       APPLY-STATEMENT-TRAILER.
           PERFORM FIND-STATEMENT-ACCOUNT
           IF WS-ACCT-FOUND = 'Y'
               MOVE BST-CLOSING-BALANCE TO WS-AC-CLOSING(AC-IDX)
               MOVE 'Y' TO WS-AC-HAS-TRAILER(AC-IDX)
           END-IF.

       LOAD-OUR-MOVEMENTS.
      *> Only movements on a settlement account the bank reported
      *> today enter the pool - every other account settles
      *> somewhere this statement does not cover.
           OPEN INPUT TRANSACTION-FILE
           IF FS-TRANSACTION-FILE NOT = "00"
               MOVE 1 TO WS-EXIT-CODE
           ELSE
               PERFORM UNTIL WS-TRANS-EOF = 'Y'
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-TRANS-EOF
                       NOT AT END
                           MOVE TR-ACCOUNT TO BSH-ACCOUNT
                           MOVE TR-CURRENCY TO BSH-CURRENCY
                           PERFORM FIND-STATEMENT-ACCOUNT
                           IF WS-ACCT-FOUND = 'Y'
                               PERFORM TABLE-ONE-OUR-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

       TABLE-ONE-OUR-MOVEMENT.
           ADD 1 TO WS-OUR-ITEMS-READ
           ADD TR-AMOUNT TO WS-AC-OUR-TOTAL(AC-IDX)
           ADD 1 TO WS-AC-OUR-ITEMS(AC-IDX)
           IF WS-OURS-COUNT < 3000
               ADD 1 TO WS-OURS-COUNT
               SET OU-IDX TO WS-OURS-COUNT
               MOVE TR-ACCOUNT TO WS-OU-ACCOUNT(OU-IDX)
               MOVE TR-CURRENCY TO WS-OU-CURRENCY(OU-IDX)
               STRING TR-DATE(1:4) TR-DATE(6:2) TR-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-DATE-WORK
               IF WS-DATE-WORK IS NUMERIC
                   MOVE WS-DATE-WORK TO WS-OU-VALUE-DATE(OU-IDX)
               ELSE
                   MOVE WS-RUN-DATE TO WS-OU-VALUE-DATE(OU-IDX)
               END-IF
               MOVE TR-AMOUNT TO WS-OU-AMOUNT(OU-IDX)
               MOVE TR-ID TO WS-OU-TR-ID(OU-IDX)
               MOVE TR-BATCH-ID TO WS-OU-BATCH-ID(OU-IDX)
               MOVE WS-RUN-DATE TO WS-OU-FIRST-SEEN(OU-IDX)
               MOVE ZERO TO WS-OU-DAYS-OPEN(OU-IDX)
               MOVE 'N' TO WS-OU-RAISED(OU-IDX)
               MOVE 0 TO WS-OU-MATCH-GROUP(OU-IDX)
           ELSE
               MOVE 'Y' TO WS-POOL-OVERFLOW
               ADD 1 TO WS-ITEMS-SPILLED
               MOVE SPACES TO SPILL-RECORD
               MOVE 'O' TO SP-SIDE
               MOVE TR-ACCOUNT TO SP-ACCOUNT
               MOVE TR-CURRENCY TO SP-CURRENCY
               STRING TR-DATE(1:4) TR-DATE(6:2) TR-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-DATE-WORK
               IF WS-DATE-WORK IS NUMERIC
                   MOVE WS-DATE-WORK TO SP-VALUE-DATE
               ELSE
                   MOVE WS-RUN-DATE TO SP-VALUE-DATE
               END-IF
               MOVE TR-AMOUNT TO SP-AMOUNT
               MOVE TR-ID TO SP-REFERENCE
               MOVE TR-BATCH-ID TO SP-BATCH-ID
               MOVE WS-RUN-DATE TO SP-FIRST-SEEN
               MOVE ZERO TO SP-DAYS-OPEN
               MOVE 'N' TO SP-RAISED
               WRITE SPILL-RECORD
           END-IF.

       CHECK-VALUE-DATE-RANGE.
      *> Is our item WS-OU-IDX2 inside the tolerance of bank line
      *> WS-BK-IDX2?
           COMPUTE WS-DAYNUM-A = FUNCTION INTEGER-OF-DATE(
               WS-BK-VALUE-DATE(WS-BK-IDX2))
           COMPUTE WS-DAYNUM-B = FUNCTION INTEGER-OF-DATE(
               WS-OU-VALUE-DATE(WS-OU-IDX2))
           COMPUTE WS-DAY-GAP = WS-DAYNUM-A - WS-DAYNUM-B
           IF FUNCTION ABS(WS-DAY-GAP) NOT > WS-DATE-TOLERANCE
               MOVE 'Y' TO WS-DATE-IN-RANGE
           ELSE
               MOVE 'N' TO WS-DATE-IN-RANGE
           END-IF.

       MATCH-ONE-TO-ONE.
      *> First unmatched item of ours that agrees on account,
      *> currency and amount with a value date in tolerance. The pool
      *> holds carried items first, so the oldest candidate wins.
           MOVE 'N' TO WS-ITEM-MATCHED
           PERFORM VARYING WS-OU-IDX2 FROM 1 BY 1
                   UNTIL WS-OU-IDX2 > WS-OURS-COUNT
                      OR WS-ITEM-MATCHED = 'Y'
               IF WS-OU-MATCH-GROUP(WS-OU-IDX2) = 0
                       AND WS-OU-ACCOUNT(WS-OU-IDX2)
                           = WS-BK-ACCOUNT(WS-BK-IDX2)
                       AND WS-OU-CURRENCY(WS-OU-IDX2)
                           = WS-BK-CURRENCY(WS-BK-IDX2)
                       AND WS-OU-AMOUNT(WS-OU-IDX2)
                           = WS-BK-AMOUNT(WS-BK-IDX2)
                   PERFORM CHECK-VALUE-DATE-RANGE
                   IF WS-DATE-IN-RANGE = 'Y'
                       MOVE 'Y' TO WS-ITEM-MATCHED
                       MOVE WS-BK-IDX2
                           TO WS-OU-MATCH-GROUP(WS-OU-IDX2)
                       MOVE 'Y' TO WS-BK-MATCHED(WS-BK-IDX2)
                       ADD 1 TO WS-ONE-TO-ONE
                       PERFORM WRITE-MATCHED-BANK-LINE
                       PERFORM WRITE-MATCHED-OUR-LINE
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-BULK-BATCH.
      *> Sum the still-unmatched items in tolerance by batch; a batch
      *> of more than one item whose total is exactly the bank line
      *> was settled as one, and every item in it matches the line.
           MOVE 0 TO WS-BATCH-SUM-COUNT
           PERFORM VARYING WS-OU-IDX2 FROM 1 BY 1
                   UNTIL WS-OU-IDX2 > WS-OURS-COUNT
               IF WS-OU-MATCH-GROUP(WS-OU-IDX2) = 0
                       AND WS-OU-ACCOUNT(WS-OU-IDX2)
                           = WS-BK-ACCOUNT(WS-BK-IDX2)
                       AND WS-OU-CURRENCY(WS-OU-IDX2)
                           = WS-BK-CURRENCY(WS-BK-IDX2)
                       AND WS-OU-BATCH-ID(WS-OU-IDX2) NOT = SPACES
                   PERFORM CHECK-VALUE-DATE-RANGE
                   IF WS-DATE-IN-RANGE = 'Y'
                       PERFORM ADD-TO-BATCH-SUM
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-BULK-BATCH-ID
           PERFORM VARYING WS-BS-IDX2 FROM 1 BY 1
                   UNTIL WS-BS-IDX2 > WS-BATCH-SUM-COUNT
                      OR WS-BULK-BATCH-ID NOT = SPACES
               IF WS-BS-ITEMS(WS-BS-IDX2) > 1
                       AND WS-BS-AMOUNT(WS-BS-IDX2)
                           = WS-BK-AMOUNT(WS-BK-IDX2)
                   MOVE WS-BS-BATCH-ID(WS-BS-IDX2) TO WS-BULK-BATCH-ID
               END-IF
           END-PERFORM

           IF WS-BULK-BATCH-ID NOT = SPACES
               MOVE 'Y' TO WS-BK-MATCHED(WS-BK-IDX2)
               ADD 1 TO WS-BULK-MATCHES
               PERFORM WRITE-MATCHED-BANK-LINE
               PERFORM VARYING WS-OU-IDX2 FROM 1 BY 1
                       UNTIL WS-OU-IDX2 > WS-OURS-COUNT
                   IF WS-OU-MATCH-GROUP(WS-OU-IDX2) = 0
                           AND WS-OU-ACCOUNT(WS-OU-IDX2)
                               = WS-BK-ACCOUNT(WS-BK-IDX2)
                           AND WS-OU-CURRENCY(WS-OU-IDX2)
                               = WS-BK-CURRENCY(WS-BK-IDX2)
                           AND WS-OU-BATCH-ID(WS-OU-IDX2)
                               = WS-BULK-BATCH-ID
                       PERFORM CHECK-VALUE-DATE-RANGE
                       IF WS-DATE-IN-RANGE = 'Y'
                           MOVE WS-BK-IDX2
                               TO WS-OU-MATCH-GROUP(WS-OU-IDX2)
                           ADD 1 TO WS-BULK-ITEMS
                           PERFORM WRITE-MATCHED-OUR-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       ADD-TO-BATCH-SUM.
           SET BS-IDX TO 1
           SEARCH WS-BS-ENTRY
               AT END
                   PERFORM START-BATCH-SUM
               WHEN BS-IDX > WS-BATCH-SUM-COUNT
                   PERFORM START-BATCH-SUM
               WHEN WS-BS-BATCH-ID(BS-IDX)
                       = WS-OU-BATCH-ID(WS-OU-IDX2)
                   ADD WS-OU-AMOUNT(WS-OU-IDX2) TO WS-BS-AMOUNT(BS-IDX)
                   ADD 1 TO WS-BS-ITEMS(BS-IDX)
           END-SEARCH.

       START-BATCH-SUM.
           IF WS-BATCH-SUM-COUNT < 200
               ADD 1 TO WS-BATCH-SUM-COUNT
               SET BS-IDX TO WS-BATCH-SUM-COUNT
               MOVE WS-OU-BATCH-ID(WS-OU-IDX2) TO WS-BS-BATCH-ID(BS-IDX)
               MOVE WS-OU-AMOUNT(WS-OU-IDX2) TO WS-BS-AMOUNT(BS-IDX)
               MOVE 1 TO WS-BS-ITEMS(BS-IDX)
           END-IF.

       WRITE-MATCHED-HEADING.
           MOVE SPACES TO MATCHED-PRINT-RECORD
           STRING 'BANK RECONCILIATION - MATCHED ITEMS  RUN DATE '
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO MATCHED-PRINT-RECORD
           WRITE MATCHED-PRINT-RECORD
           MOVE WS-DATE-TOLERANCE TO WS-DAYS-DISPLAY
           MOVE SPACES TO MATCHED-PRINT-RECORD
           STRING 'VALUE-DATE TOLERANCE ' WS-DAYS-DISPLAY ' DAYS'
               DELIMITED BY SIZE INTO MATCHED-PRINT-RECORD
           WRITE MATCHED-PRINT-RECORD.

       WRITE-MATCHED-BANK-LINE.
           MOVE WS-BK-AMOUNT(WS-BK-IDX2) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO MATCHED-PRINT-RECORD
           STRING 'BANK ' WS-BK-ACCOUNT(WS-BK-IDX2) ' '
                  WS-BK-CURRENCY(WS-BK-IDX2) ' '
                  WS-BK-VALUE-DATE(WS-BK-IDX2) ' '
                  WS-BK-REFERENCE(WS-BK-IDX2)(1:16) ' '
                  WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO MATCHED-PRINT-RECORD
           WRITE MATCHED-PRINT-RECORD.

       WRITE-MATCHED-OUR-LINE.
           MOVE WS-OU-AMOUNT(WS-OU-IDX2) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO MATCHED-PRINT-RECORD
           STRING '   OURS ' WS-OU-TR-ID(WS-OU-IDX2) ' '
                  WS-OU-VALUE-DATE(WS-OU-IDX2) ' BATCH '
                  WS-OU-BATCH-ID(WS-OU-IDX2) ' '
                  WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO MATCHED-PRINT-RECORD
           WRITE MATCHED-PRINT-RECORD.

       WRITE-MATCHED-FOOTING.
           MOVE SPACES TO MATCHED-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO MATCHED-PRINT-RECORD
           WRITE MATCHED-PRINT-RECORD

           MOVE WS-ONE-TO-ONE TO WS-COUNT-DISPLAY
           MOVE SPACES TO MATCHED-PRINT-RECORD
           STRING 'ONE-TO-ONE MATCHES. . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MATCHED-PRINT-RECORD
           WRITE MATCHED-PRINT-RECORD

           MOVE WS-BULK-MATCHES TO WS-COUNT-DISPLAY
           MOVE SPACES TO MATCHED-PRINT-RECORD
           STRING 'BULK-SETTLED BANK LINES . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MATCHED-PRINT-RECORD
           WRITE MATCHED-PRINT-RECORD

           MOVE WS-BULK-ITEMS TO WS-COUNT-DISPLAY
           MOVE SPACES TO MATCHED-PRINT-RECORD
           STRING 'ITEMS IN BULK SETTLEMENTS . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MATCHED-PRINT-RECORD
           WRITE MATCHED-PRINT-RECORD

           MOVE SPACES TO MATCHED-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO MATCHED-PRINT-RECORD
           WRITE MATCHED-PRINT-RECORD.

       CARRY-UNMATCHED-ITEMS.
      *> Everything still unmatched is listed, carried to BANKOPO,
      *> and - once past the age limit and not yet raised - appended
      *> to the day's EXCEPTION.DAT. EXTEND, because RECONCILE already
      *> wrote the file for the date.
           OPEN EXTEND EXCEPTION-FILE
           IF FS-EXCEPTION-FILE NOT = "00"
                   AND FS-EXCEPTION-FILE NOT = "05"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF

           MOVE SPACES TO UNMATCHED-PRINT-RECORD
           STRING 'BANK RECONCILIATION - UNMATCHED ITEMS  RUN DATE '
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
           WRITE UNMATCHED-PRINT-RECORD
           MOVE SPACES TO UNMATCHED-PRINT-RECORD
           STRING 'ON THE BANK STATEMENT, NOT IN OUR FEED'
               DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
           WRITE UNMATCHED-PRINT-RECORD
           PERFORM VARYING WS-BK-IDX2 FROM 1 BY 1
                   UNTIL WS-BK-IDX2 > WS-BANK-COUNT
               IF WS-BK-MATCHED(WS-BK-IDX2) = 'N'
                   PERFORM CARRY-ONE-BANK-ITEM
               END-IF
           END-PERFORM

           MOVE SPACES TO UNMATCHED-PRINT-RECORD
           WRITE UNMATCHED-PRINT-RECORD
           MOVE SPACES TO UNMATCHED-PRINT-RECORD
           STRING 'IN OUR FEED, NOT ON THE BANK STATEMENT'
               DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
           WRITE UNMATCHED-PRINT-RECORD
           PERFORM VARYING WS-OU-IDX2 FROM 1 BY 1
                   UNTIL WS-OU-IDX2 > WS-OURS-COUNT
               IF WS-OU-MATCH-GROUP(WS-OU-IDX2) = 0
                   PERFORM CARRY-ONE-OUR-ITEM
               END-IF
           END-PERFORM
           CLOSE EXCEPTION-FILE
           PERFORM CARRY-SPILLED-ITEMS

           MOVE SPACES TO UNMATCHED-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
           WRITE UNMATCHED-PRINT-RECORD

           MOVE WS-BANK-UNMATCHED TO WS-COUNT-DISPLAY
           MOVE SPACES TO UNMATCHED-PRINT-RECORD
           STRING 'BANK LINES UNMATCHED. . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
           WRITE UNMATCHED-PRINT-RECORD

           MOVE WS-OURS-UNMATCHED TO WS-COUNT-DISPLAY
           MOVE SPACES TO UNMATCHED-PRINT-RECORD
           STRING 'OUR ITEMS UNMATCHED . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
           WRITE UNMATCHED-PRINT-RECORD

           MOVE WS-UNMATCHED-AGE TO WS-DAYS-DISPLAY
           MOVE WS-EXCEPTIONS-RAISED TO WS-COUNT-DISPLAY
           MOVE SPACES TO UNMATCHED-PRINT-RECORD
           STRING 'RAISED AS EXCEPTIONS (OVER '
                  WS-DAYS-DISPLAY ' DAYS) : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
           WRITE UNMATCHED-PRINT-RECORD

           IF WS-POOL-OVERFLOW = 'Y'
               MOVE SPACES TO UNMATCHED-PRINT-RECORD
               STRING '*** WARNING: MATCH TABLE FULL - ITEMS PAST'
                      ' THE CAP WERE NOT RECONCILED ***'
                   DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
               WRITE UNMATCHED-PRINT-RECORD
               MOVE WS-ITEMS-SPILLED TO WS-COUNT-DISPLAY
               MOVE SPACES TO UNMATCHED-PRINT-RECORD
               STRING 'ITEMS CARRIED FORWARD UNTRIED : '
                      WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
               WRITE UNMATCHED-PRINT-RECORD
               MOVE 2 TO WS-EXIT-CODE
           END-IF

           MOVE SPACES TO UNMATCHED-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
           WRITE UNMATCHED-PRINT-RECORD.

       CARRY-ONE-BANK-ITEM.
           ADD 1 TO WS-BANK-UNMATCHED
           IF WS-BK-DAYS-OPEN(WS-BK-IDX2) > WS-UNMATCHED-AGE
                   AND WS-BK-RAISED(WS-BK-IDX2) NOT = 'Y'
               MOVE SPACES TO EXCEPTION-RECORD
               STRING 'BNK:' WS-BK-ACCOUNT(WS-BK-IDX2) ':'
                      WS-BK-REFERENCE(WS-BK-IDX2)
                   DELIMITED BY SIZE INTO EX-TR-ID
               MOVE WS-BK-AMOUNT(WS-BK-IDX2) TO EX-TR-AMOUNT
               MOVE 'UNMATCHED-BANK' TO EX-REASON
               WRITE EXCEPTION-RECORD
               MOVE 'Y' TO WS-BK-RAISED(WS-BK-IDX2)
               ADD 1 TO WS-EXCEPTIONS-RAISED
           END-IF

           MOVE WS-BK-AMOUNT(WS-BK-IDX2) TO WS-AMOUNT-DISPLAY
           MOVE WS-BK-DAYS-OPEN(WS-BK-IDX2) TO WS-DAYS-DISPLAY
           MOVE SPACES TO UNMATCHED-PRINT-RECORD
           STRING '  ' WS-BK-ACCOUNT(WS-BK-IDX2) ' '
                  WS-BK-CURRENCY(WS-BK-IDX2) ' '
                  WS-BK-VALUE-DATE(WS-BK-IDX2) ' '
                  WS-BK-REFERENCE(WS-BK-IDX2) ' '
                  WS-AMOUNT-DISPLAY '  OPEN ' WS-DAYS-DISPLAY
                  ' DAYS'
               DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
           WRITE UNMATCHED-PRINT-RECORD

           MOVE SPACES TO BANK-OPEN-OUT-RECORD
           MOVE 'B' TO BO-SIDE
           MOVE WS-BK-ACCOUNT(WS-BK-IDX2) TO BO-ACCOUNT
           MOVE WS-BK-CURRENCY(WS-BK-IDX2) TO BO-CURRENCY
           MOVE WS-BK-VALUE-DATE(WS-BK-IDX2) TO BO-VALUE-DATE
           MOVE WS-BK-AMOUNT(WS-BK-IDX2) TO BO-AMOUNT
           MOVE WS-BK-REFERENCE(WS-BK-IDX2) TO BO-REFERENCE
           MOVE WS-BK-FIRST-SEEN(WS-BK-IDX2) TO BO-FIRST-SEEN
           MOVE WS-BK-DAYS-OPEN(WS-BK-IDX2) TO BO-DAYS-OPEN
           MOVE WS-BK-RAISED(WS-BK-IDX2) TO BO-RAISED
           WRITE BANK-OPEN-OUT-RECORD.

       CARRY-ONE-OUR-ITEM.
           ADD 1 TO WS-OURS-UNMATCHED
           IF WS-OU-DAYS-OPEN(WS-OU-IDX2) > WS-UNMATCHED-AGE
                   AND WS-OU-RAISED(WS-OU-IDX2) NOT = 'Y'
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE WS-OU-TR-ID(WS-OU-IDX2) TO EX-TR-ID
               MOVE WS-OU-AMOUNT(WS-OU-IDX2) TO EX-TR-AMOUNT
               MOVE 'UNMATCHED-OURS' TO EX-REASON
               WRITE EXCEPTION-RECORD
               MOVE 'Y' TO WS-OU-RAISED(WS-OU-IDX2)
               ADD 1 TO WS-EXCEPTIONS-RAISED
           END-IF

           MOVE WS-OU-AMOUNT(WS-OU-IDX2) TO WS-AMOUNT-DISPLAY
           MOVE WS-OU-DAYS-OPEN(WS-OU-IDX2) TO WS-DAYS-DISPLAY
           MOVE SPACES TO UNMATCHED-PRINT-RECORD
           STRING '  ' WS-OU-ACCOUNT(WS-OU-IDX2) ' '
                  WS-OU-CURRENCY(WS-OU-IDX2) ' '
                  WS-OU-VALUE-DATE(WS-OU-IDX2) ' '
                  WS-OU-TR-ID(WS-OU-IDX2) ' '
                  WS-AMOUNT-DISPLAY '  OPEN ' WS-DAYS-DISPLAY
                  ' DAYS'
               DELIMITED BY SIZE INTO UNMATCHED-PRINT-RECORD
           WRITE UNMATCHED-PRINT-RECORD

           MOVE SPACES TO BANK-OPEN-OUT-RECORD
           MOVE 'O' TO BO-SIDE
           MOVE WS-OU-ACCOUNT(WS-OU-IDX2) TO BO-ACCOUNT
           MOVE WS-OU-CURRENCY(WS-OU-IDX2) TO BO-CURRENCY
           MOVE WS-OU-VALUE-DATE(WS-OU-IDX2) TO BO-VALUE-DATE
           MOVE WS-OU-AMOUNT(WS-OU-IDX2) TO BO-AMOUNT
           MOVE WS-OU-TR-ID(WS-OU-IDX2) TO BO-REFERENCE
           MOVE WS-OU-BATCH-ID(WS-OU-IDX2) TO BO-BATCH-ID
           MOVE WS-OU-FIRST-SEEN(WS-OU-IDX2) TO BO-FIRST-SEEN
           MOVE WS-OU-DAYS-OPEN(WS-OU-IDX2) TO BO-DAYS-OPEN
           MOVE WS-OU-RAISED(WS-OU-IDX2) TO BO-RAISED
           WRITE BANK-OPEN-OUT-RECORD.

       CARRY-SPILLED-ITEMS.
      *> The items the pool had no room for follow the day's own
      *> unmatched items onto BANKOPO, so tomorrow's run tries them.
           OPEN INPUT SPILL-FILE
           IF FS-SPILL-FILE = "00"
               PERFORM UNTIL WS-SPILL-EOF = 'Y'
                   READ SPILL-FILE
                       AT END
                           MOVE 'Y' TO WS-SPILL-EOF
                       NOT AT END
                           MOVE SPILL-RECORD TO BANK-OPEN-OUT-RECORD
                           WRITE BANK-OPEN-OUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE SPILL-FILE
           END-IF.

       WRITE-BALANCE-PROOF.
      *> Per settlement account: the bank's opening balance plus the
      *> day's movements on our feed must come to the bank's closing
      *> balance. The statement's own arithmetic (opening + its lines
      *> = closing) is shown alongside, so a break can be placed on
      *> the right side at a glance.
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING 'BANK RECONCILIATION - STATEMENT BALANCE PROOF'
                  '  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           PERFORM VARYING WS-AC-IDX2 FROM 1 BY 1
                   UNTIL WS-AC-IDX2 > WS-ACCT-COUNT
               PERFORM WRITE-ONE-ACCOUNT-PROOF
           END-PERFORM

           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD

           MOVE WS-ACCT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING 'SETTLEMENT ACCOUNTS . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD

           MOVE WS-STATEMENT-LINES TO WS-COUNT-DISPLAY
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING 'STATEMENT LINES READ. . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD

           MOVE WS-OUR-ITEMS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING 'OUR MOVEMENTS ON THOSE ACCTS. : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD

           MOVE WS-PROOF-BREAKS TO WS-COUNT-DISPLAY
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING 'ACCOUNTS NOT PROVED . . . . . : '
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD

           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD.

       WRITE-ONE-ACCOUNT-PROOF.
           MOVE SPACES TO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING 'ACCOUNT ' WS-AC-ACCOUNT(WS-AC-IDX2)
                  '  CURRENCY ' WS-AC-CURRENCY(WS-AC-IDX2)
                  '  STATEMENT DATE ' WS-AC-STMT-DATE(WS-AC-IDX2)
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD

           MOVE WS-AC-OPENING(WS-AC-IDX2) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING '  BANK OPENING BALANCE. . . . : '
                  WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD

           MOVE WS-AC-OUR-TOTAL(WS-AC-IDX2) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING '  OUR MOVEMENTS . . . . . . . : '
                  WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD

           COMPUTE WS-PROOF-EXPECTED = WS-AC-OPENING(WS-AC-IDX2)
               + WS-AC-OUR-TOTAL(WS-AC-IDX2)
           MOVE WS-PROOF-EXPECTED TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PROOF-PRINT-RECORD
           STRING '  EXPECTED CLOSING. . . . . . : '
                  WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD

           MOVE WS-AC-CLOSING(WS-AC-IDX2) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PROOF-PRINT-RECORD
           IF WS-AC-HAS-TRAILER(WS-AC-IDX2) = 'Y'
               STRING '  BANK CLOSING BALANCE. . . . : '
                      WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           ELSE
               STRING '  BANK CLOSING BALANCE. . . . : '
                      '*** NO TRAILER ON STATEMENT ***'
                   DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           END-IF
           WRITE PROOF-PRINT-RECORD

           COMPUTE WS-PROOF-DIFFERENCE = WS-AC-CLOSING(WS-AC-IDX2)
               - WS-PROOF-EXPECTED
           MOVE WS-PROOF-DIFFERENCE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PROOF-PRINT-RECORD
           IF WS-PROOF-DIFFERENCE = ZERO
                   AND WS-AC-HAS-TRAILER(WS-AC-IDX2) = 'Y'
               STRING '  DIFFERENCE. . . . . . . . . : '
                      WS-AMOUNT-DISPLAY '  PROVED'
                   DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           ELSE
               STRING '  DIFFERENCE. . . . . . . . . : '
                      WS-AMOUNT-DISPLAY '  *** BREAK ***'
                   DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
               ADD 1 TO WS-PROOF-BREAKS
           END-IF
           WRITE PROOF-PRINT-RECORD

           COMPUTE WS-BANK-MOVEMENT = WS-AC-CLOSING(WS-AC-IDX2)
               - WS-AC-OPENING(WS-AC-IDX2)
           MOVE WS-AC-BANK-TOTAL(WS-AC-IDX2) TO WS-AMOUNT-DISPLAY
           MOVE WS-BANK-MOVEMENT TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO PROOF-PRINT-RECORD
           IF WS-AC-BANK-TOTAL(WS-AC-IDX2) = WS-BANK-MOVEMENT
               STRING '  STATEMENT LINES TOTAL . . . : '
                      WS-AMOUNT-DISPLAY '  AGREES WITH STATEMENT'
                   DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           ELSE
               STRING '  STATEMENT LINES TOTAL . . . : '
                      WS-AMOUNT-DISPLAY '  STATEMENT MOVEMENT '
                      WS-AMOUNT-DISPLAY-2
                   DELIMITED BY SIZE INTO PROOF-PRINT-RECORD
           END-IF
           WRITE PROOF-PRINT-RECORD.

       END PROGRAM BANK-RECON.
