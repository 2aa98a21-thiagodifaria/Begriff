      * stamped version - two unstamped growth waves preceded it.
      * Readers default any field the file is too old to carry; the
      * SUMMARY-CONVERT utility upgrades archived files in place.
      * '04' adds the unbounded currency and source rollups: every
      * currency and every source the day saw is on the dated detail
      * files SUMCCY.<date>.DAT (sumccy_record.cpy) and
      * SUMSRC.<date>.DAT (sumsrc_record.cpy) written beside this
      * summary, one row each in code order, and the two counts
      * below say how many rows each file carries. From '04' on,
      * RS-CURRENCY-ENTRY and RS-SOURCE-ENTRY hold only the leading
      * five currencies and ten sources of those files (in the same
      * order) and RS-CURRENCY-COUNT/RS-SOURCE-COUNT count the
      * occurrences filled - readers that need every currency or
      * source read the detail files.
           05 RS-LAYOUT-VERSION       PIC X(2).
           05 RS-CURRENCY-DETAIL-COUNT PIC 9(9).
           05 RS-SOURCE-DETAIL-COUNT  PIC 9(9).
