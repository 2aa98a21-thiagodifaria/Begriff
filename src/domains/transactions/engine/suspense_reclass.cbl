      *> unresolved. A mapping target that is not on CATMAST.DAT is
      *> ignored - reclassifying into another unknown category would
      *> just move the problem.
      *> SUSPIN is the SUSPOUT the previous cycle wrote (the JCL
      *> passes yesterday's output dataset as today's input, the
      *> repair and workbench carry convention), so an item left
      *> unmapped is offered to the mapping again every day instead
      *> of dropping out when RECONCILE next rewrites SUSPENSE.DAT.
      *> A carried item's amount sat in an earlier day's SUSPENSE
      *> row, so reclassifying it leaves today's CATGADJ alone. Every
      *> item reclassified, new or carried, is listed with its target
      *> category on RECLSOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORY-MASTER.
           SELECT SUSPENSE-CARRY-IN ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE-CARRY-IN.
           SELECT RECLASS-LOG-FILE ASSIGN TO "RECLSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECLASS-LOG.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE-OUT.
           05  FILLER             PIC X(01).
           05  CM-GROUP-CODE      PIC X(8).

       FD  SUSPENSE-CARRY-IN.
       01  SUSPENSE-CARRY-RECORD  PIC X(214).

      *> The suspense item as it stood, then the category it was
      *> moved to.
       FD  RECLASS-LOG-FILE.
       01  RECLASS-LOG-RECORD.
           05  RL-SUSPENSE-ITEM   PIC X(214).
           05  FILLER             PIC X(01).
           05  RL-TARGET-CATEGORY PIC X(20).
           05  FILLER             PIC X(01).
           05  RL-ORIGIN          PIC X(7).

       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-RECORD    PIC X(214).

           05 FS-CATEGORY-OUT         PIC X(2).
           05 FS-CATEGORY-MASTER      PIC X(2).
           05 FS-SUSPENSE-OUT         PIC X(2).
           05 FS-SUSPENSE-CARRY-IN    PIC X(2).
           05 FS-RECLASS-LOG          PIC X(2).
           05 FS-SUSPENSE-PRINT       PIC X(2).

       01  WS-EXIT-CODE               PIC 9(1) VALUE 0.
       01  WS-CATG-EOF                PIC X(1) VALUE 'N'.
       01  WS-CATM-EOF                PIC X(1) VALUE 'N'.

      *> The item being worked, from SUSPENSE.DAT or the carry file.
      *> WS-ITEM-ORIGIN is NEW or CARRIED.
       01  WS-SUSPENSE-ITEM.
           05  SI-TR-ID           PIC X(36).
           05  SI-TR-DATE         PIC X(10).
           05  SI-TR-AMOUNT       PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  SI-TR-TYPE         PIC X(8).
           05  SI-TR-CATEGORY     PIC X(20).
           05  SI-TR-CURRENCY     PIC X(3).
           05  SI-TR-DESCRIPTION  PIC X(100).
           05  SI-TR-BATCH-ID     PIC X(8).
           05  SI-TR-SOURCE       PIC X(3).
           05  SI-TR-ACCOUNT      PIC X(8).
       01  WS-ITEM-ORIGIN             PIC X(7).
       01  WS-CARRY-EOF               PIC X(1) VALUE 'N'.

       01  WS-MAP-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY MAP-IDX.
           05 WS-MAP-FOUND            PIC X(1).
           05 WS-TARGET-VALID         PIC X(1).
           05 WS-RECLASSED-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-CARRIED-RECLASSED    PIC 9(9) VALUE ZERO.
           05 WS-REMAINING-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
           05 WS-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF
           OPEN OUTPUT RECLASS-LOG-FILE
           IF FS-RECLASS-LOG NOT = "00"
               CLOSE SUSPENSE-OUT-FILE
               MOVE 2 TO WS-EXIT-CODE
               GO TO CLEANUP-AND-EXIT
           END-IF

           PERFORM PROCESS-CARRIED-ITEMS
           PERFORM PROCESS-SUSPENSE-ITEMS
           CLOSE SUSPENSE-OUT-FILE
           CLOSE RECLASS-LOG-FILE

           PERFORM WRITE-ADJUSTED-REPORT
           PERFORM WRITE-SUSPENSE-REPORT
               CLOSE CATEGORY-REPORT-IN
           END-IF.

       PROCESS-CARRIED-ITEMS.
           MOVE 'CARRIED' TO WS-ITEM-ORIGIN
           OPEN INPUT SUSPENSE-CARRY-IN
           IF FS-SUSPENSE-CARRY-IN = "00"
               PERFORM UNTIL WS-CARRY-EOF = 'Y'
                   READ SUSPENSE-CARRY-IN INTO WS-SUSPENSE-ITEM
                       AT END
                           MOVE 'Y' TO WS-CARRY-EOF
                       NOT AT END
                           PERFORM RECLASSIFY-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-CARRY-IN
           END-IF.

       PROCESS-SUSPENSE-ITEMS.
           MOVE 'NEW' TO WS-ITEM-ORIGIN
           OPEN INPUT SUSPENSE-FILE
           IF FS-SUSPENSE-FILE = "00"
               PERFORM UNTIL WS-SUSPENSE-EOF = 'Y'
                   READ SUSPENSE-FILE INTO WS-SUSPENSE-ITEM
                       AT END
                           MOVE 'Y' TO WS-SUSPENSE-EOF
                       NOT AT END
           SEARCH WS-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MAP-BAD(MAP-IDX) = SI-TR-CATEGORY
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE WS-MAP-GOOD(MAP-IDX) TO WS-TARGET-CATEGORY
           END-SEARCH

           IF WS-TARGET-VALID = 'Y'
               ADD 1 TO WS-RECLASSED-COUNT
               IF WS-ITEM-ORIGIN = 'NEW'
                   PERFORM MOVE-ITEM-TO-TARGET
               ELSE
                   ADD 1 TO WS-CARRIED-RECLASSED
               END-IF
               MOVE SPACES TO RECLASS-LOG-RECORD
               MOVE WS-SUSPENSE-ITEM TO RL-SUSPENSE-ITEM
               MOVE WS-TARGET-CATEGORY TO RL-TARGET-CATEGORY
               MOVE WS-ITEM-ORIGIN TO RL-ORIGIN
               WRITE RECLASS-LOG-RECORD
           ELSE
               ADD 1 TO WS-REMAINING-COUNT
               PERFORM NOTE-REMAINING-ITEM
               WRITE SUSPENSE-OUT-RECORD FROM WS-SUSPENSE-ITEM
           END-IF.

       MOVE-ITEM-TO-TARGET.
           END-SEARCH.

       ADD-AMOUNT-TO-ENTRY.
           EVALUATE SI-TR-TYPE
               WHEN 'CREDIT'
                   ADD SI-TR-AMOUNT TO WS-CAT-CREDIT-TOTAL(CAT-IDX)
               WHEN 'DEBIT'
                   ADD SI-TR-AMOUNT TO WS-CAT-DEBIT-TOTAL(CAT-IDX)
               WHEN 'TRANSFER'
                   ADD SI-TR-AMOUNT TO WS-CAT-TRANSFER-TOTAL(CAT-IDX)
               WHEN 'REVERSAL'
                   ADD SI-TR-AMOUNT TO WS-CAT-REVERSAL-TOTAL(CAT-IDX)
               WHEN 'FEE'
                   ADD SI-TR-AMOUNT TO WS-CAT-FEE-TOTAL(CAT-IDX)
           END-EVALUATE.

       SUBTRACT-AMOUNT-FROM-ENTRY.
           EVALUATE SI-TR-TYPE
               WHEN 'CREDIT'
                   SUBTRACT SI-TR-AMOUNT
                       FROM WS-CAT-CREDIT-TOTAL(CAT-IDX)
               WHEN 'DEBIT'
                   SUBTRACT SI-TR-AMOUNT
                       FROM WS-CAT-DEBIT-TOTAL(CAT-IDX)
               WHEN 'TRANSFER'
                   SUBTRACT SI-TR-AMOUNT
                       FROM WS-CAT-TRANSFER-TOTAL(CAT-IDX)
               WHEN 'REVERSAL'
                   SUBTRACT SI-TR-AMOUNT
                       FROM WS-CAT-REVERSAL-TOTAL(CAT-IDX)
               WHEN 'FEE'
                   SUBTRACT SI-TR-AMOUNT
                       FROM WS-CAT-FEE-TOTAL(CAT-IDX)
           END-EVALUATE.

                   IF WS-REMAIN-COUNT < 200
                       ADD 1 TO WS-REMAIN-COUNT
                       SET REM-IDX TO WS-REMAIN-COUNT
                       MOVE SI-TR-CATEGORY
                           TO WS-REMAIN-CATEGORY(REM-IDX)
                       MOVE SI-TR-AMOUNT
                           TO WS-REMAIN-AMOUNT(REM-IDX)
                       MOVE 1 TO WS-REMAIN-ITEMS(REM-IDX)
                   END-IF
               WHEN WS-REMAIN-CATEGORY(REM-IDX) = SI-TR-CATEGORY
                   ADD SI-TR-AMOUNT TO WS-REMAIN-AMOUNT(REM-IDX)
                   ADD 1 TO WS-REMAIN-ITEMS(REM-IDX)
           END-SEARCH.

                   DELIMITED BY SIZE INTO SUSPENSE-PRINT-RECORD
               WRITE SUSPENSE-PRINT-RECORD

               MOVE WS-CARRIED-RECLASSED TO WS-COUNT-DISPLAY
               MOVE SPACES TO SUSPENSE-PRINT-RECORD
               STRING '  OF WHICH CARRIED FORWARD. . : '
                      WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO SUSPENSE-PRINT-RECORD
               WRITE SUSPENSE-PRINT-RECORD

               MOVE WS-REMAINING-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO SUSPENSE-PRINT-RECORD
               STRING 'ITEMS STILL IN SUSPENSE . . . : '
