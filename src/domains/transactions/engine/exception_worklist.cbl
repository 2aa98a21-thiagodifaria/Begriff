       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-WORKLIST.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
      *> Operator worklist over the open exception items that
      *> EXCEPTION-WORKBENCH carries forward on EXCPOPOUT. Working
      *> the items used to mean reading ESCRPT and hand-staging
      *> lines in EXCPDISP.DAT, where a mistyped transaction ID was
      *> silently ignored by the next merge. Here the operator lists
      *> the open items, narrowed by reason, by age, and by amount,
      *> drills from an item into its TRANXIDX.DAT mirror record,
      *> and records a REVIEWED / CLEARED / ESCALATED disposition
      *> with a comment and user ID. A disposition is accepted only
      *> for an item that is actually open, and is written to
      *> EXCPDISP.DAT in the layout the workbench reads - the batch
      *> merge remains the one place an item closes. Because the
      *> workbench takes the first entry per ID, a later decision on
      *> the same item replaces the staged one rather than being
      *> added behind it.
      *> Commands at the prompt:
      *>   L                  list open items under the filters
      *>   N                  next page of the list
      *>   R <reason>         filter by reason (R alone clears it)
      *>   A <days>           items open at least this many days
      *>   M <amount>         items of at least this absolute amount
      *>   C                  clear every filter
      *>   D <id>             show the item and its mirror record
      *>   S <id>             record a disposition for the item
      *>   END                leave
      *> EXCPOPOUT is opened INPUT and the mirror INPUT; only
      *> EXCPDISP.DAT is ever written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEMS-FILE ASSIGN TO "EXCPOPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPEN-ITEMS.
           SELECT DISPOSITION-FILE ASSIGN TO "EXCPDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISPOSITION.
           SELECT TRANSACTION-INDEXED ASSIGN TO "TRANXIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXI-RECORD-KEY
               FILE STATUS IS FS-TRANSACTION-INDEXED.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEMS-FILE.
       01  OPEN-ITEM-RECORD.
           05  OI-TR-ID              PIC X(36).
           05  FILLER                PIC X(01).
           05  OI-TR-AMOUNT          PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(01).
           05  OI-REASON             PIC X(20).
           05  FILLER                PIC X(01).
           05  OI-FIRST-SEEN         PIC X(8).
           05  FILLER                PIC X(01).
           05  OI-DAYS-OPEN          PIC 9(3).
           05  FILLER                PIC X(01).
           05  OI-STATUS             PIC X(10).

       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD.
           05  DS-TR-ID              PIC X(36).
           05  FILLER                PIC X(01).
           05  DS-DISPOSITION        PIC X(10).
           05  FILLER                PIC X(01).
           05  DS-USER-ID            PIC X(8).
           05  FILLER                PIC X(01).
           05  DS-COMMENT            PIC X(40).

       FD  TRANSACTION-INDEXED.
       01  TXI-RECORD.
           05  TXI-RECORD-KEY.
               10  TXI-TR-ID          PIC X(36).
               10  TXI-TR-TYPE        PIC X(8).
           05  TXI-TR-DATE            PIC X(10).
           05  TXI-TR-AMOUNT          PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  TXI-TR-CATEGORY        PIC X(20).
           05  TXI-TR-CURRENCY        PIC X(3).
           05  TXI-TR-DESCRIPTION     PIC X(100).
           05  TXI-TR-BATCH-ID        PIC X(8).
           05  TXI-TR-SOURCE          PIC X(3).
           05  TXI-TR-ACCOUNT         PIC X(8).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05 FS-OPEN-ITEMS           PIC X(2).
           05 FS-DISPOSITION          PIC X(2).
           05 FS-TRANSACTION-INDEXED  PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-DONE                    PIC X(1) VALUE 'N'.
       01  WS-EOF                     PIC X(1).
       01  WS-MIRROR-OPEN             PIC X(1) VALUE 'N'.
       01  WS-COMMAND                 PIC X(60).
       01  WS-LOOKUP-ID               PIC X(36).
       01  WS-BROWSE-EOF              PIC X(1).
       01  WS-BROWSE-SHOWN            PIC 9(2).

      *> The open items as the workbench last wrote them.
       01  WS-ITEM-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-ITEM-OVERFLOW           PIC X(1) VALUE 'N'.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 1000 TIMES INDEXED BY ITEM-IDX.
              10 WS-ITEM-TR-ID        PIC X(36).
              10 WS-ITEM-AMOUNT       PIC S9(15)V99.
              10 WS-ITEM-REASON       PIC X(20).
              10 WS-ITEM-FIRST-SEEN   PIC X(8).
              10 WS-ITEM-DAYS-OPEN    PIC 9(3).
              10 WS-ITEM-STATUS       PIC X(10).

      *> EXCPDISP.DAT as staged so far, every line in file order;
      *> the whole file is rewritten from here each time a
      *> disposition is saved. A file with more lines than the table
      *> holds could not be rewritten whole, so saving is refused.
       01  WS-DISP-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-DISP-OVERFLOW           PIC X(1) VALUE 'N'.
       01  WS-DISP-TABLE.
           05 WS-DISP-ENTRY OCCURS 1000 TIMES INDEXED BY DISP-IDX.
              10 WS-DISP-TR-ID        PIC X(36).
              10 WS-DISP-ACTION       PIC X(10).
              10 WS-DISP-USER         PIC X(8).
              10 WS-DISP-COMMENT      PIC X(40).

      *> Current list filters; blank reason and zero age/amount
      *> select everything.
       01  WS-FILTERS.
           05 WS-FILTER-REASON        PIC X(20) VALUE SPACES.
           05 WS-FILTER-AGE           PIC 9(3) VALUE ZERO.
           05 WS-FILTER-AMOUNT        PIC 9(15)V99 VALUE ZERO.

      *> A list page stops after this many items; N continues from
      *> the item after the last one shown.
       01  WS-PAGE-SIZE               PIC 9(2) VALUE 10.
       01  WS-LIST-AREAS.
           05 WS-LIST-NEXT            PIC 9(4) COMP VALUE 1.
           05 WS-LIST-SHOWN           PIC 9(2).
           05 WS-LIST-MATCHED         PIC X(1).
           05 WS-ABS-AMOUNT           PIC 9(15)V99.

       01  WS-ENTRY-AREAS.
           05 WS-ITEM-FOUND           PIC X(1).
           05 WS-ENTRY-DISPOSITION    PIC X(10).
           05 WS-ENTRY-COMMENT        PIC X(40).
           05 WS-ENTRY-USER           PIC X(8).
           05 WS-ENTRY-TEXT           PIC X(20).
           05 WS-SAVED-COUNT          PIC 9(6) VALUE ZERO.

       01  WS-PRINT-AREAS.
           05 WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-DAYS-DISPLAY         PIC ZZ9.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-OPEN-ITEMS
           IF FS-OPEN-ITEMS NOT = "00"
               DISPLAY 'EXCEPTION-WORKLIST: EXCPOPOUT NOT AVAILABLE'
               DISPLAY 'RUN EXCEPTION-WORKBENCH TO BUILD IT'
               MOVE 1 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           PERFORM LOAD-DISPOSITIONS

      *> The worklist is still useful without the mirror; only the
      *> drill-down needs it.
           OPEN INPUT TRANSACTION-INDEXED
           IF FS-TRANSACTION-INDEXED = "00"
               MOVE 'Y' TO WS-MIRROR-OPEN
           END-IF

           DISPLAY 'EXCEPTION-WORKLIST - OPEN EXCEPTION ITEMS'
           MOVE WS-ITEM-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'OPEN ITEMS ON FILE . : ' WS-COUNT-DISPLAY
           IF WS-ITEM-OVERFLOW = 'Y'
               DISPLAY '(ONLY THE FIRST 1000 ITEMS ARE LOADED)'
           END-IF
           IF WS-DISP-OVERFLOW = 'Y'
               DISPLAY '(EXCPDISP.DAT HOLDS OVER 1000 LINES -'
                       ' S IS NOT AVAILABLE)'
           END-IF
           DISPLAY 'COMMANDS: L  N  R <REASON>  A <DAYS>  M <AMOUNT>'
           DISPLAY '          C  D <ID>  S <ID>  END'

           PERFORM PROCESS-ONE-COMMAND UNTIL WS-DONE = 'Y'

           IF WS-MIRROR-OPEN = 'Y'
               CLOSE TRANSACTION-INDEXED
           END-IF
           MOVE WS-SAVED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'DISPOSITIONS SAVED . : ' WS-COUNT-DISPLAY

       CLEANUP-AND-EXIT.
           STOP RUN WS-EXIT-CODE.

       LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS-FILE
           IF FS-OPEN-ITEMS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPEN-ITEMS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEMS-FILE
           END-IF.

       LOAD-ONE-ITEM.
           IF WS-ITEM-COUNT < 1000
               ADD 1 TO WS-ITEM-COUNT
               SET ITEM-IDX TO WS-ITEM-COUNT
               MOVE OI-TR-ID TO WS-ITEM-TR-ID(ITEM-IDX)
               MOVE OI-TR-AMOUNT TO WS-ITEM-AMOUNT(ITEM-IDX)
               MOVE OI-REASON TO WS-ITEM-REASON(ITEM-IDX)
               MOVE OI-FIRST-SEEN TO WS-ITEM-FIRST-SEEN(ITEM-IDX)
               MOVE OI-DAYS-OPEN TO WS-ITEM-DAYS-OPEN(ITEM-IDX)
               MOVE OI-STATUS TO WS-ITEM-STATUS(ITEM-IDX)
           ELSE
               MOVE 'Y' TO WS-ITEM-OVERFLOW
           END-IF.

       LOAD-DISPOSITIONS.
      *> Every line is kept, later lines for an ID included, so a
      *> rewrite gives back the file as it was apart from the line
      *> saved. FIND-DISPOSITION finds the first line for an ID, the
      *> same first-entry-wins rule the workbench applies.
           OPEN INPUT DISPOSITION-FILE
           IF FS-DISPOSITION = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DISPOSITION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-DISP-COUNT >= 1000
                               MOVE 'Y' TO WS-DISP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-DISP-COUNT
                               SET DISP-IDX TO WS-DISP-COUNT
                               MOVE DS-TR-ID
                                   TO WS-DISP-TR-ID(DISP-IDX)
                               MOVE DS-DISPOSITION
                                   TO WS-DISP-ACTION(DISP-IDX)
                               MOVE DS-USER-ID
                                   TO WS-DISP-USER(DISP-IDX)
                               MOVE DS-COMMENT
                                   TO WS-DISP-COMMENT(DISP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
           END-IF.

       PROCESS-ONE-COMMAND.
           MOVE SPACES TO WS-COMMAND
           DISPLAY 'WORKLIST ==> ' WITH NO ADVANCING
           ACCEPT WS-COMMAND
           EVALUATE TRUE
               WHEN WS-COMMAND = SPACES
                   OR WS-COMMAND(1:4) = 'END '
                   OR WS-COMMAND(1:5) = 'QUIT '
                   MOVE 'Y' TO WS-DONE
               WHEN WS-COMMAND(1:2) = 'L '
                   MOVE 1 TO WS-LIST-NEXT
                   PERFORM LIST-ONE-PAGE
               WHEN WS-COMMAND(1:2) = 'N '
                   PERFORM LIST-ONE-PAGE
               WHEN WS-COMMAND(1:2) = 'R '
                   MOVE WS-COMMAND(3:20) TO WS-FILTER-REASON
                   PERFORM DISPLAY-FILTERS
               WHEN WS-COMMAND(1:2) = 'A '
                   PERFORM SET-AGE-FILTER
               WHEN WS-COMMAND(1:2) = 'M '
                   PERFORM SET-AMOUNT-FILTER
               WHEN WS-COMMAND(1:2) = 'C '
                   MOVE SPACES TO WS-FILTER-REASON
                   MOVE ZERO TO WS-FILTER-AGE
                   MOVE ZERO TO WS-FILTER-AMOUNT
                   PERFORM DISPLAY-FILTERS
               WHEN WS-COMMAND(1:2) = 'D '
                   MOVE WS-COMMAND(3:36) TO WS-LOOKUP-ID
                   PERFORM DRILL-INTO-ITEM
               WHEN WS-COMMAND(1:2) = 'S '
                   MOVE WS-COMMAND(3:36) TO WS-LOOKUP-ID
                   PERFORM ENTER-DISPOSITION
                       THRU ENTER-DISPOSITION-EXIT
               WHEN OTHER
                   DISPLAY 'UNKNOWN COMMAND: ' WS-COMMAND(1:20)
           END-EVALUATE.

       SET-AGE-FILTER.
           MOVE SPACES TO WS-ENTRY-TEXT
           MOVE WS-COMMAND(3:20) TO WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT = SPACES
               MOVE ZERO TO WS-FILTER-AGE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ENTRY-TEXT) NOT = 0
                   DISPLAY 'AGE MUST BE A NUMBER OF DAYS'
               ELSE
                   IF FUNCTION NUMVAL(WS-ENTRY-TEXT) < 0
                           OR FUNCTION NUMVAL(WS-ENTRY-TEXT) > 999
                       DISPLAY 'AGE MUST BE 0 TO 999 DAYS'
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-ENTRY-TEXT)
                           TO WS-FILTER-AGE
                   END-IF
               END-IF
           END-IF
           PERFORM DISPLAY-FILTERS.

       SET-AMOUNT-FILTER.
           MOVE SPACES TO WS-ENTRY-TEXT
           MOVE WS-COMMAND(3:20) TO WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT = SPACES
               MOVE ZERO TO WS-FILTER-AMOUNT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ENTRY-TEXT) NOT = 0
                   DISPLAY 'AMOUNT MUST BE NUMERIC, E.G. 5000.00'
               ELSE
                   IF FUNCTION NUMVAL(WS-ENTRY-TEXT) < 0
                       DISPLAY 'AMOUNT MUST NOT BE NEGATIVE'
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-ENTRY-TEXT)
                           TO WS-FILTER-AMOUNT
                   END-IF
               END-IF
           END-IF
           PERFORM DISPLAY-FILTERS.

       DISPLAY-FILTERS.
           MOVE 1 TO WS-LIST-NEXT
           MOVE WS-FILTER-AGE TO WS-DAYS-DISPLAY
           MOVE WS-FILTER-AMOUNT TO WS-AMOUNT-DISPLAY
           IF WS-FILTER-REASON = SPACES
               DISPLAY 'REASON . . . : (ANY)'
           ELSE
               DISPLAY 'REASON . . . : ' WS-FILTER-REASON
           END-IF
           DISPLAY 'MIN AGE. . . : ' WS-DAYS-DISPLAY ' DAYS'
           DISPLAY 'MIN AMOUNT . : ' WS-AMOUNT-DISPLAY.

       LIST-ONE-PAGE.
           MOVE ZERO TO WS-LIST-SHOWN
           IF WS-LIST-NEXT > WS-ITEM-COUNT
               DISPLAY 'NO MORE ITEMS - L TO LIST FROM THE TOP'
           ELSE
               DISPLAY '----------------------------------------'
               PERFORM VARYING ITEM-IDX FROM WS-LIST-NEXT BY 1
                       UNTIL ITEM-IDX > WS-ITEM-COUNT
                       OR WS-LIST-SHOWN = WS-PAGE-SIZE
                   PERFORM CHECK-ITEM-FILTERS
                   IF WS-LIST-MATCHED = 'Y'
                       ADD 1 TO WS-LIST-SHOWN
                       PERFORM DISPLAY-ITEM-LINE
                   END-IF
                   SET WS-LIST-NEXT TO ITEM-IDX
                   ADD 1 TO WS-LIST-NEXT
               END-PERFORM
               IF WS-LIST-SHOWN = ZERO
                   DISPLAY 'NO OPEN ITEMS MATCH THE FILTERS'
               ELSE
                   IF WS-LIST-NEXT <= WS-ITEM-COUNT
                       DISPLAY '(PAGE FULL - N FOR THE NEXT PAGE)'
                   END-IF
               END-IF
           END-IF.

       CHECK-ITEM-FILTERS.
           MOVE 'Y' TO WS-LIST-MATCHED
           IF WS-FILTER-REASON NOT = SPACES
                   AND WS-ITEM-REASON(ITEM-IDX) NOT = WS-FILTER-REASON
               MOVE 'N' TO WS-LIST-MATCHED
           END-IF
           IF WS-ITEM-DAYS-OPEN(ITEM-IDX) < WS-FILTER-AGE
               MOVE 'N' TO WS-LIST-MATCHED
           END-IF
           IF WS-ITEM-AMOUNT(ITEM-IDX) < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-ITEM-AMOUNT(ITEM-IDX)
           ELSE
               MOVE WS-ITEM-AMOUNT(ITEM-IDX) TO WS-ABS-AMOUNT
           END-IF
           IF WS-ABS-AMOUNT < WS-FILTER-AMOUNT
               MOVE 'N' TO WS-LIST-MATCHED
           END-IF.

       DISPLAY-ITEM-LINE.
           MOVE WS-ITEM-AMOUNT(ITEM-IDX) TO WS-AMOUNT-DISPLAY
           MOVE WS-ITEM-DAYS-OPEN(ITEM-IDX) TO WS-DAYS-DISPLAY
           DISPLAY WS-ITEM-TR-ID(ITEM-IDX) ' '
                   WS-ITEM-REASON(ITEM-IDX) ' '
                   WS-AMOUNT-DISPLAY ' ' WS-DAYS-DISPLAY 'D '
                   WS-ITEM-STATUS(ITEM-IDX)
           MOVE WS-ITEM-TR-ID(ITEM-IDX) TO WS-LOOKUP-ID
           PERFORM FIND-DISPOSITION
           IF WS-ITEM-FOUND = 'Y'
               DISPLAY '    STAGED ' WS-DISP-ACTION(DISP-IDX)
                       ' BY ' WS-DISP-USER(DISP-IDX) ' '
                       WS-DISP-COMMENT(DISP-IDX)
           END-IF.

       FIND-OPEN-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND
           SET ITEM-IDX TO 1
           SEARCH WS-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN ITEM-IDX > WS-ITEM-COUNT
                   CONTINUE
               WHEN WS-ITEM-TR-ID(ITEM-IDX) = WS-LOOKUP-ID
                   MOVE 'Y' TO WS-ITEM-FOUND
           END-SEARCH.

       FIND-DISPOSITION.
           MOVE 'N' TO WS-ITEM-FOUND
           SET DISP-IDX TO 1
           SEARCH WS-DISP-ENTRY
               AT END
                   CONTINUE
               WHEN DISP-IDX > WS-DISP-COUNT
                   CONTINUE
               WHEN WS-DISP-TR-ID(DISP-IDX) = WS-LOOKUP-ID
                   MOVE 'Y' TO WS-ITEM-FOUND
           END-SEARCH.

       DRILL-INTO-ITEM.
           PERFORM FIND-OPEN-ITEM
           IF WS-ITEM-FOUND = 'N'
               DISPLAY 'NOT AN OPEN ITEM: ' WS-LOOKUP-ID
           ELSE
               MOVE WS-ITEM-AMOUNT(ITEM-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-ITEM-DAYS-OPEN(ITEM-IDX) TO WS-DAYS-DISPLAY
               DISPLAY '----------------------------------------'
               DISPLAY 'OPEN ITEM. . : ' WS-ITEM-TR-ID(ITEM-IDX)
               DISPLAY 'REASON . . . : ' WS-ITEM-REASON(ITEM-IDX)
               DISPLAY 'AMOUNT . . . : ' WS-AMOUNT-DISPLAY
               DISPLAY 'FIRST SEEN . : ' WS-ITEM-FIRST-SEEN(ITEM-IDX)
               DISPLAY 'DAYS OPEN. . : ' WS-DAYS-DISPLAY
               DISPLAY 'STATUS . . . : ' WS-ITEM-STATUS(ITEM-IDX)
               IF WS-MIRROR-OPEN = 'N'
                   DISPLAY 'TRANXIDX.DAT NOT AVAILABLE - NO DETAIL'
               ELSE
                   PERFORM DISPLAY-MIRROR-RECORDS
               END-IF
           END-IF.

       DISPLAY-MIRROR-RECORDS.
      *> Same positioning as TRANX-INQUIRY: every type filed under
      *> the ID (an original and its REVERSAL) is shown.
           MOVE WS-LOOKUP-ID TO TXI-TR-ID
           MOVE LOW-VALUES TO TXI-TR-TYPE
           MOVE ZERO TO WS-BROWSE-SHOWN
           MOVE 'N' TO WS-BROWSE-EOF
           START TRANSACTION-INDEXED
               KEY IS NOT LESS THAN TXI-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ TRANSACTION-INDEXED NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF TXI-TR-ID = WS-LOOKUP-ID
                           ADD 1 TO WS-BROWSE-SHOWN
                           PERFORM DISPLAY-MIRROR-RECORD
                       ELSE
                           MOVE 'Y' TO WS-BROWSE-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BROWSE-SHOWN = ZERO
               DISPLAY 'NO MIRROR RECORD ON TRANXIDX.DAT'
           END-IF.

       DISPLAY-MIRROR-RECORD.
           MOVE TXI-TR-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY '  MIRROR TYPE . . : ' TXI-TR-TYPE
           DISPLAY '  DATE. . . . . . : ' TXI-TR-DATE
           DISPLAY '  AMOUNT. . . . . : ' WS-AMOUNT-DISPLAY
           DISPLAY '  CATEGORY. . . . : ' TXI-TR-CATEGORY
           DISPLAY '  CURRENCY. . . . : ' TXI-TR-CURRENCY
           DISPLAY '  BATCH ID. . . . : ' TXI-TR-BATCH-ID
           DISPLAY '  SOURCE. . . . . : ' TXI-TR-SOURCE
           DISPLAY '  ACCOUNT . . . . : ' TXI-TR-ACCOUNT
           DISPLAY '  DESCRIPTION . . : ' TXI-TR-DESCRIPTION.

       ENTER-DISPOSITION.
      *> Nothing is staged unless the ID is open, the disposition
      *> is one the workbench recognises, and a user ID is given.
      *> Nothing is staged at all when EXCPDISP.DAT did not fit the
      *> table - rewriting it would lose the lines past the cap.
           IF WS-DISP-OVERFLOW = 'Y'
               DISPLAY 'EXCPDISP.DAT HOLDS OVER 1000 LINES AND'
                       ' CANNOT BE REWRITTEN FROM HERE'
               DISPLAY 'NOTHING STAGED'
               GO TO ENTER-DISPOSITION-EXIT
           END-IF
           PERFORM FIND-OPEN-ITEM
           IF WS-ITEM-FOUND = 'N'
               DISPLAY 'NOT AN OPEN ITEM: ' WS-LOOKUP-ID
               DISPLAY 'NOTHING STAGED'
               GO TO ENTER-DISPOSITION-EXIT
           END-IF

           MOVE SPACES TO WS-ENTRY-DISPOSITION
           DISPLAY 'DISPOSITION (REVIEWED/CLEARED/ESCALATED) ==> '
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-DISPOSITION
           IF WS-ENTRY-DISPOSITION NOT = 'REVIEWED'
                   AND WS-ENTRY-DISPOSITION NOT = 'CLEARED'
                   AND WS-ENTRY-DISPOSITION NOT = 'ESCALATED'
               DISPLAY 'INVALID DISPOSITION - NOTHING STAGED'
               GO TO ENTER-DISPOSITION-EXIT
           END-IF

           MOVE SPACES TO WS-ENTRY-COMMENT
           DISPLAY 'COMMENT ==> ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-COMMENT

           MOVE SPACES TO WS-ENTRY-USER
           DISPLAY 'USER ID ==> ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-USER
           IF WS-ENTRY-USER = SPACES
               DISPLAY 'USER ID REQUIRED - NOTHING STAGED'
               GO TO ENTER-DISPOSITION-EXIT
           END-IF

           PERFORM FIND-DISPOSITION
           IF WS-ITEM-FOUND = 'N'
               IF WS-DISP-COUNT >= 1000
                   DISPLAY 'EXCPDISP.DAT FULL - NOTHING STAGED'
                   GO TO ENTER-DISPOSITION-EXIT
               END-IF
               ADD 1 TO WS-DISP-COUNT
               SET DISP-IDX TO WS-DISP-COUNT
               MOVE WS-LOOKUP-ID TO WS-DISP-TR-ID(DISP-IDX)
           ELSE
               DISPLAY 'REPLACES STAGED ' WS-DISP-ACTION(DISP-IDX)
                       ' BY ' WS-DISP-USER(DISP-IDX)
           END-IF
           MOVE WS-ENTRY-DISPOSITION TO WS-DISP-ACTION(DISP-IDX)
           MOVE WS-ENTRY-USER TO WS-DISP-USER(DISP-IDX)
           MOVE WS-ENTRY-COMMENT TO WS-DISP-COMMENT(DISP-IDX)

           PERFORM REWRITE-DISPOSITIONS
           IF FS-DISPOSITION NOT = "00"
               DISPLAY 'EXCPDISP.DAT COULD NOT BE WRITTEN'
               MOVE 2 TO WS-EXIT-CODE
           ELSE
               ADD 1 TO WS-SAVED-COUNT
               DISPLAY 'STAGED ' WS-ENTRY-DISPOSITION ' FOR '
                       WS-LOOKUP-ID
           END-IF.

       ENTER-DISPOSITION-EXIT.
           EXIT.

       REWRITE-DISPOSITIONS.
           OPEN OUTPUT DISPOSITION-FILE
           IF FS-DISPOSITION = "00"
               PERFORM VARYING DISP-IDX FROM 1 BY 1
                       UNTIL DISP-IDX > WS-DISP-COUNT
                   MOVE SPACES TO DISPOSITION-RECORD
                   MOVE WS-DISP-TR-ID(DISP-IDX) TO DS-TR-ID
                   MOVE WS-DISP-ACTION(DISP-IDX) TO DS-DISPOSITION
                   MOVE WS-DISP-USER(DISP-IDX) TO DS-USER-ID
                   MOVE WS-DISP-COMMENT(DISP-IDX) TO DS-COMMENT
                   WRITE DISPOSITION-RECORD
               END-PERFORM
               CLOSE DISPOSITION-FILE
           END-IF.

       END PROGRAM EXCEPTION-WORKLIST.
