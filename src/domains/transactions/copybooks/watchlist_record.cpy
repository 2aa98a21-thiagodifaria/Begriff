      ******************************************************************
      * COPYBOOK FOR THE WATCH-LIST MASTER (WATCHLST.DAT)
      * One line per compliance watch-list entry, maintained through
      * MASTER-MAINT (target WATCHLST) and screened by TRANSACTION-
      * PROCESSOR. WL-ENTRY-ID is compliance's own reference for the
      * entry. WL-MATCH-TYPE says how WL-TERM is compared:
      *   ACCOUNT  - equal to the record's account identifier
      *   WORD     - a whole word or phrase within the description
      *   CONTAINS - anywhere within the description
      * Description matching ignores case. WL-EFFECTIVE-FROM and
      * WL-EFFECTIVE-TO (YYYYMMDD, inclusive) bound the run dates the
      * entry is screened on; a blank date leaves that end open.
      ******************************************************************
           05 WL-ENTRY-KEY.
              10 WL-ENTRY-ID          PIC X(8).
              10 FILLER               PIC X(01).
           05 WL-ENTRY-BODY.
              10 WL-MATCH-TYPE        PIC X(8).
              10 FILLER               PIC X(01).
              10 WL-TERM              PIC X(40).
              10 FILLER               PIC X(01).
              10 WL-EFFECTIVE-FROM    PIC X(8).
              10 FILLER               PIC X(01).
              10 WL-EFFECTIVE-TO      PIC X(8).
