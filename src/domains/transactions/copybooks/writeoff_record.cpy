      ******************************************************************
      * COPYBOOK FOR THE WRITE-OFF LOG (WOFFLOG.DAT)
      * One line per item WRITE-OFF has removed from the reject carry
      * or the suspense file, appended on the run date it went and
      * never rewritten - the monthly write-off register is printed
      * from it and ROLL-FORWARD-PROOF counts the day's lines as items
      * leaving their inventory. WO-INVENTORY is REJ or SUS, the code
      * the roll-forward proof uses. WO-FROM-CATEGORY is the category
      * the item arrived under and WO-TO-CATEGORY the write-off
      * category it was posted to. WO-AGE-DAYS is the reject's repair
      * cycles on the carry file (zero for suspense items).
      * WO-REQUESTER proposed the write-off; WO-APPROVER countersigned
      * it (spaces when the amount was within the approval limit).
      ******************************************************************
           05 WO-WRITEOFF-DATE        PIC X(8).
           05 FILLER                  PIC X(01).
           05 WO-INVENTORY            PIC X(3).
           05 FILLER                  PIC X(01).
           05 WO-TR-ID                PIC X(36).
           05 FILLER                  PIC X(01).
           05 WO-AMOUNT               PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(01).
           05 WO-CURRENCY             PIC X(3).
           05 FILLER                  PIC X(01).
           05 WO-FROM-CATEGORY        PIC X(20).
           05 FILLER                  PIC X(01).
           05 WO-TO-CATEGORY          PIC X(20).
           05 FILLER                  PIC X(01).
           05 WO-AGE-DAYS             PIC 9(3).
           05 FILLER                  PIC X(01).
           05 WO-REQUESTER            PIC X(8).
           05 FILLER                  PIC X(01).
           05 WO-APPROVER             PIC X(8).
           05 FILLER                  PIC X(01).
           05 WO-REASON               PIC X(40).
