           05  LA-TR-DATE            PIC X(10).
           05  LA-TR-AMOUNT          PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(154).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
      *> history survives a copybook change. A signed field is
      *> well-formed only when its leading separate sign is present.
           IF RS-LAYOUT-VERSION NOT = '03'
                   AND RS-LAYOUT-VERSION NOT = '04'
               IF RS-TOTAL-TRANSFERS(1:1) NOT = '+'
                       AND RS-TOTAL-TRANSFERS(1:1) NOT = '-'
                   MOVE ZERO TO RS-TOTAL-TRANSFERS
