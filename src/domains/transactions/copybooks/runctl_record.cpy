      * date it has already completed successfully (exit 7), and
      * fails fast when its prerequisite step has not completed for
      * that date (exit 8). Operations can read this one file to see
      * which steps ran for which date with what exit code. When a
      * date is backed out by RUN-BACKOUT its entries are re-marked
      * with status BACKOUT rather than deleted, so the trail stays
      * and no step sees the date as COMPLETE any more. The
      * registry is opened through the RUNCTL DD so every step of a
      * job - including the parallel TRANSACTION-PROCESSOR instances
      * of the split/merge mode, which stamp partition-suffixed
