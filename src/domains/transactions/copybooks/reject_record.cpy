      * batch header's - so reject quality can be attributed to the
      * sending system that actually shipped the record.
           05 RJ-SOURCE-CODE          PIC X(3).
      * Batch ID and source code of the HDR the record arrived under
      * (spaces outside a batch), so each sender can be told which of
      * its batches a reject came from. Batch IDs are assigned by the
      * sending systems, so only the pair identifies a batch.
           05 RJ-BATCH-ID             PIC X(8).
           05 RJ-BATCH-SOURCE         PIC X(3).
