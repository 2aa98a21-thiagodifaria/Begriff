      *> items file the previous cycle wrote to EXCPOPOUT - the JCL
      *> passes yesterday's output dataset as today's input, the
      *> same convention REJECT-REPAIR uses for its carry file.
      *> EXCPDISP.DAT lines are staged by hand or through
      *> EXCEPTION-WORKLIST, which also records the operator's
      *> comment after the user ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  DS-DISPOSITION        PIC X(10).
           05  FILLER                PIC X(01).
           05  DS-USER-ID            PIC X(8).
           05  FILLER                PIC X(01).
           05  DS-COMMENT            PIC X(40).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
