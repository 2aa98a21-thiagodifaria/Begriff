      ******************************************************************
      * COPYBOOK FOR THE OPERATOR ALERT FILE (ALERTS.DAT)
      * One line per alert raised against a run date, whichever step
      * signalled it. ALERT-COLLECT appends new alerts after the
      * chain and ALERT-ACK lists them and records acknowledgments.
      * AL-ALERT-ID is a running number across the file, so an
      * operator can name the alert being acknowledged.
      * AL-SEVERITY is CRITICAL or WARNING; AL-STEP is the program
      * that signalled the condition; AL-CODE is the standard alert
      * code (TRANPROC-RC4, PREFLIGHT-FAIL, WINDOW-LATE, the AUDITLOG
      * WARNING= name, and so on). An alert raised again for the
      * same run date, code, step, and message is not repeated.
      * AL-STATUS is OPEN until acknowledged, then ACKED with the
      * user ID, time, and note of whoever dealt with it.
      ******************************************************************
           05 AL-ALERT-ID             PIC 9(8).
           05 FILLER                  PIC X(01).
           05 AL-RUN-DATE             PIC X(8).
           05 FILLER                  PIC X(01).
           05 AL-SEVERITY             PIC X(8).
           05 FILLER                  PIC X(01).
           05 AL-STEP                 PIC X(24).
           05 FILLER                  PIC X(01).
           05 AL-CODE                 PIC X(20).
           05 FILLER                  PIC X(01).
           05 AL-RAISED               PIC X(19).
           05 FILLER                  PIC X(01).
           05 AL-STATUS               PIC X(8).
           05 FILLER                  PIC X(01).
           05 AL-ACK-USER             PIC X(8).
           05 FILLER                  PIC X(01).
           05 AL-ACK-TIME             PIC X(19).
           05 FILLER                  PIC X(01).
           05 AL-ACK-NOTE             PIC X(40).
           05 FILLER                  PIC X(01).
           05 AL-MESSAGE              PIC X(80).
