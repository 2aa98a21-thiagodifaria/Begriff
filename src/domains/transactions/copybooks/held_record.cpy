           05 HD-TR-ACCOUNT           PIC X(8).
           05 HD-BATCH-ID             PIC X(8).
           05 HD-SOURCE-CODE          PIC X(3).
      * Source code of the HDR the record arrived under (spaces
      * outside a batch); with HD-BATCH-ID it names the sender batch.
           05 HD-BATCH-SOURCE         PIC X(3).
