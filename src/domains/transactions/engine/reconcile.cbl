
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> TRANSACTION-FILE/SUMMARY-FILE and the currency, source, and
      *> entity detail files beside the summary are named at runtime
      *> by 1050-DETERMINE-FILE-NAMES and must stay DYNAMIC assigns so
      *> the computed dated name is what actually gets opened, not
      *> the data item's name. CATEGORY-REPORT-FILE/SUMMARY-PRINT-
      *> FILE/AUDIT-LOG's external names match the CATGOUT/SUMMPRT/
      *> AUDITLOG DD statements in jcl/RECONRUN.jcl's STEP020, as
      *> CATEGORY-ENTITY-FILE's matches CATGENT.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.DAT".
           SELECT SORTED-ID-FILE ASSIGN TO "SORTEDID.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROLLUP-WORK-FILE ASSIGN TO "ROLLWORK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROLLUP-SORT-FILE ASSIGN TO "ROLLSORT.DAT".
           SELECT ROLLUP-SORTED-FILE ASSIGN TO "ROLLSRTD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUMMARY-CCY-FILE ASSIGN TO DYNAMIC WS-SUMCCY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-CCY.
           SELECT SUMMARY-SRC-FILE ASSIGN TO DYNAMIC WS-SUMSRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-SRC.
           SELECT CATEGORY-REPORT-FILE ASSIGN TO "CATGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATEGORY-ENTITY-FILE ASSIGN TO "CATGENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORY-ENTITY.
           SELECT SUMMARY-ENT-FILE ASSIGN TO DYNAMIC WS-SUMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUMMARY-ENT.
           SELECT SUMMARY-PRINT-FILE ASSIGN TO "SUMMPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCOUNT-MASTER.
           SELECT VALIDATION-RULE-FILE ASSIGN TO "VALRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VALIDATION-RULES.
           SELECT ACCOUNT-REPORT-FILE ASSIGN TO "ACCTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-FILE ASSIGN TO "PERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-FILE.
           SELECT PERIOD-ENTITY-FILE ASSIGN TO "PERIODEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-ENTITY.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-FILE.
           SELECT HELD-ITEMS-FILE ASSIGN TO "HELDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HELD-ITEMS.
           SELECT TRANSFER-CARRY-FILE ASSIGN TO "XFERCARRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSFER-CARRY.

       DATA DIVISION.
       FILE SECTION.
           05  TR-BATCH-ID        PIC X(8).
           05  TR-SOURCE          PIC X(3).
           05  TR-ACCOUNT         PIC X(8).
           05  TR-ENTITY          PIC X(4).

       FD  RAW-ID-FILE.
       01  RAW-ID-RECORD.
                                  SIGN LEADING SEPARATE.
           05  SRT-OUT-TR-TYPE    PIC X(8).

      *> One row per aggregated transaction per rollup dimension -
      *> account (ACC), category (CAT), currency (CCY), and source
      *> (SRC) - written by 2240 on the aggregation pass and sorted by
      *> 2800 into dimension and key order, so every rollup is built
      *> by control break with no ceiling on how many categories,
      *> accounts, currencies, or sources a day may carry. Only the
      *> category row carries the base-currency equivalent (zero when
      *> the currency had no usable rate - already a NO-RATE
      *> exception). The entity (ENT) and entity-category (ECT) rows
      *> carry the amount in the entity's own base currency instead;
      *> an ECT key is the entity in bytes 1-4 and the category in
      *> bytes 5-24, and an ACC key the account in bytes 1-8 and its
      *> entity in bytes 9-12.
       FD  ROLLUP-WORK-FILE.
       01  ROLLUP-WORK-RECORD.
           05  RW-DIMENSION       PIC X(3).
           05  RW-KEY             PIC X(24).
           05  RW-TR-TYPE         PIC X(8).
           05  RW-AMOUNT          PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  RW-BASE-AMOUNT     PIC S9(15)V99
                                  SIGN LEADING SEPARATE.

       SD  ROLLUP-SORT-FILE.
       01  ROLLUP-SORT-RECORD.
           05  SRT-RW-DIMENSION   PIC X(3).
           05  SRT-RW-KEY         PIC X(24).
           05  SRT-RW-TR-TYPE     PIC X(8).
           05  SRT-RW-AMOUNT      PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  SRT-RW-BASE-AMOUNT PIC S9(15)V99
                                  SIGN LEADING SEPARATE.

       FD  ROLLUP-SORTED-FILE.
       01  ROLLUP-SORTED-RECORD.
           05  RWS-DIMENSION      PIC X(3).
           05  RWS-KEY            PIC X(24).
           05  RWS-TR-TYPE        PIC X(8).
               88  RWS-TYPE-DEBIT    VALUE "DEBIT".
               88  RWS-TYPE-CREDIT   VALUE "CREDIT".
               88  RWS-TYPE-TRANSFER VALUE "TRANSFER".
               88  RWS-TYPE-REVERSAL VALUE "REVERSAL".
               88  RWS-TYPE-FEE      VALUE "FEE".
           05  RWS-AMOUNT         PIC S9(15)V99
                                  SIGN LEADING SEPARATE.
           05  RWS-BASE-AMOUNT    PIC S9(15)V99
                                  SIGN LEADING SEPARATE.

      *> Beside each native-currency column set the category report
      *> carries the base-currency equivalents computed by
      *> 2290-AGGREGATE-BASE-EQUIVALENT - the amounts GL-EXTRACT
      *> posts, since the native columns sum mixed currencies.
      *> Transactions with no usable rate contribute nothing to the
           05  RS-HELD-AMOUNT          PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  RS-LAYOUT-VERSION       PIC X(2).
           05  RS-CURRENCY-DETAIL-COUNT PIC 9(9).
           05  RS-SOURCE-DETAIL-COUNT  PIC 9(9).

      *> Every currency and every source of the day, one row each in
      *> code order - the summary record itself embeds only the
      *> leading five currencies and ten sources.
       FD  SUMMARY-CCY-FILE.
       01  SUMMARY-CCY-RECORD.
           COPY "sumccy_record.cpy".

       FD  SUMMARY-SRC-FILE.
       01  SUMMARY-SRC-RECORD.
           COPY "sumsrc_record.cpy".

      *> The same day split by legal entity: one SUMENT row per
      *> entity and one CATGENT row per entity and category, each in
      *> the entity's own base currency.
       FD  SUMMARY-ENT-FILE.
       01  SUMMARY-ENT-RECORD.
           COPY "sument_record.cpy".

       FD  CATEGORY-ENTITY-FILE.
       01  CATEGORY-ENTITY-RECORD.
           COPY "catgent_record.cpy".

       FD  SUMMARY-PRINT-FILE.
       01  SUMMARY-PRINT-RECORD      PIC X(80).
           05  CM-GROUP-CODE         PIC X(8).

       FD  ACCOUNT-MASTER-FILE.
      *> AM-ENTITY-CODE names the legal entity that owns the account.
      *> It is optional - a blank entity (including any master still
      *> written in the older account-only layout) leaves the entity
      *> to the batch header's source entity.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT            PIC X(8).
           05  FILLER                PIC X(01).
           05  AM-ENTITY-CODE        PIC X(4).

      *> Validation rules by source and/or category - the same
      *> master TRANSACTION-PROCESSOR and REJECT-REPAIR apply.
       FD  VALIDATION-RULE-FILE.
       01  VALIDATION-RULE-RECORD.
           COPY "valrule_record.cpy".

      *> Per-account rollup, one row per account the day's feed
      *> touched - the account-dimension companion to CATGOUT.
      *> Records with no account on the feed aggregate under a blank
      *> account id. Net is credits less the debit magnitude, the
      *> same convention the summary print's net position uses.
      *> An account is split by the entity its records were booked
      *> to, so each entity's accounts can be taken off on their own.
       FD  ACCOUNT-REPORT-FILE.
       01  AR-RECORD.
           05  AR-ACCOUNT         PIC X(8).
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(01).
           05  AR-RECORD-COUNT    PIC 9(9).
           05  FILLER             PIC X(01).
           05  AR-ENTITY          PIC X(4).

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PD-TOTAL-CREDITS      PIC S9(15)V99
                                     SIGN LEADING SEPARATE.

       FD  PERIOD-ENTITY-FILE.
       01  PERIOD-ENTITY-RECORD.
           COPY "perioden_record.cpy".

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EX-TR-ID              PIC X(36).
      *> prior period can be restated from the detail when the month
      *> is re-opened.
       FD  LATE-ARRIVAL-FILE.
       01  LATE-ARRIVAL-RECORD       PIC X(218).

       FD  LATE-PRINT-FILE.
       01  LATE-PRINT-RECORD         PIC X(100).
       01  HELD-ITEMS-RECORD.
           COPY "held_record.cpy".

      *> TRANSFER legs still waiting for their partner, carried from
      *> day to day until the other leg arrives. A leg closed by the
      *> run stays on the file for one more cycle stamped with its
      *> closing date, so a backed-out and rerun day finds the prior
      *> day's legs open again exactly as it first did.
       FD  TRANSFER-CARRY-FILE.
       01  TRANSFER-CARRY-RECORD.
           05  XC-RUN-DATE           PIC X(8).
           05  FILLER                PIC X(01).
           05  XC-TR-ID              PIC X(36).
           05  FILLER                PIC X(01).
           05  XC-XFER-REF           PIC X(20).
           05  FILLER                PIC X(01).
           05  XC-TR-CURRENCY        PIC X(3).
           05  FILLER                PIC X(01).
           05  XC-TR-AMOUNT          PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(01).
           05  XC-CLOSED-DATE        PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-EOF-FLAG             PIC X(1) VALUE 'N'.
           05 WS-IN-NEW-RECORDS       PIC 9(9) VALUE ZERO.
       01  WS-INPUT-FILENAME          PIC X(20).
       01  WS-SUMMARY-FILENAME        PIC X(22).
       01  WS-SUMCCY-FILENAME         PIC X(22).
       01  WS-SUMSRC-FILENAME         PIC X(22).
       01  WS-SUMENT-FILENAME         PIC X(22).
       01  FS-SUMMARY-CCY             PIC X(2).
       01  FS-SUMMARY-SRC             PIC X(2).
       01  FS-SUMMARY-ENT             PIC X(2).
       01  FS-CATEGORY-ENTITY         PIC X(2).

       01  FS-CONTROL-FILE           PIC X(2).
       01  WS-CONTROL-EOF            PIC X(1) VALUE 'N'.
       01  WS-ACCOUNT-MASTER-TABLE.
           05 WS-ACCM-ENTRY OCCURS 500 TIMES INDEXED BY ACCM-IDX.
              10 WS-ACCM-ACCOUNT       PIC X(8).
              10 WS-ACCM-ENTITY        PIC X(4).

      *> Validation rules from VALRULES.DAT (optional), keyed by
      *> source and/or category. 2150 copies the rule governing the
      *> current record into WS-ACTIVE-RULE. Every breach raises an
      *> exception here, whether the rule's action is R or E - a
      *> reject-action breach only reaches this program when the
      *> processor could not apply that part of the rule (a type or
      *> description on a version-1 record).
       01  FS-VALIDATION-RULES       PIC X(2).
       01  WS-VALRULE-EOF            PIC X(1) VALUE 'N'.
       01  WS-VALRULE-OVERFLOW       PIC X(1) VALUE 'N'.
       01  WS-VALRULE-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-VALRULE-TABLE.
           05 WS-VR-ENTRY OCCURS 200 TIMES INDEXED BY VR-IDX.
              10 WS-VR-SOURCE          PIC X(3).
              10 WS-VR-CATEGORY        PIC X(20).
              10 WS-VR-BODY            PIC X(113).
       01  WS-VR-FIND-SOURCE         PIC X(3).
       01  WS-VR-FIND-CATEGORY       PIC X(20).
       01  WS-RULE-FOUND             PIC X(1).
       01  WS-ACTIVE-RULE.
           COPY "valrule_record.cpy"
               REPLACING LEADING ==VR-== BY ==AR-==.

       01  WS-CATEGORY-LIMIT-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-CATEGORY-LIMIT-TABLE.
           05 WS-RC-PREREQ-MET        PIC X(1).
           05 WS-RC-STAMP-STATUS      PIC X(8).
       01  WS-RATE-MASTER-EOF        PIC X(1) VALUE 'N'.
       01  WS-RATE-MASTER-OVERFLOW   PIC X(1) VALUE 'N'.
       01  WS-RATE-TABLE-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1000 TIMES INDEXED BY RATE-IDX.
              10 WS-RATE-CURRENCY     PIC X(3).
              10 WS-RATE-VALUE        PIC 9(5)V9(6).
              10 WS-RATE-EFF-DATE     PIC X(8).
           05 WS-BASE-TOTAL-REVERSALS PIC S9(15)V99 VALUE ZERO.
           05 WS-BASE-TOTAL-FEES      PIC S9(15)V99 VALUE ZERO.

      *> Legal entities. A record is booked to its account's entity
      *> on the account master, else to the entity its batch header
      *> declared (WS-AGG-ENTITY); an account owned by one entity
      *> arriving under another's header is an ENTITY-MISMATCH
      *> exception and stays with the account's owner. The table
      *> holds each entity's base currency (an entity-qualified
      *> BASECURR row on CONTROL.DAT, blank for the installation
      *> base), its period-to-date totals off PERIODEN.DAT, and the
      *> day's mismatch count. An entity past the table's 100
      *> entries cannot carry its period totals and fails the run.
       01  WS-SOURCE-ENTITY          PIC X(4).
       01  WS-ACCOUNT-ENTITY         PIC X(4).
       01  WS-AGG-ENTITY             PIC X(4).
       01  WS-AGG-BASE-CURRENCY      PIC X(3).
       01  WS-AGG-BASE-AMOUNT        PIC S9(15)V99.
       01  WS-ENTITY-RATE-FOUND      PIC X(1).
       01  WS-ENTITY-MISMATCH-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-ENT-SEARCH-CODE        PIC X(4).
       01  WS-ENT-FOUND              PIC X(1).
       01  WS-ENTITY-OVERFLOW        PIC X(1) VALUE 'N'.
       01  FS-PERIOD-ENTITY          PIC X(2).
       01  WS-PERIOD-ENTITY-EOF      PIC X(1) VALUE 'N'.
       01  WS-ENTITY-TABLE-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-ENTITY-TABLE.
           05 WS-ENT-ENTRY OCCURS 100 TIMES INDEXED BY ENT-IDX.
              10 WS-ENT-CODE          PIC X(4).
              10 WS-ENT-BASE-CURRENCY PIC X(3).
              10 WS-ENT-PTD-RECORDS   PIC 9(9).
              10 WS-ENT-PTD-DEBITS    PIC S9(15)V99.
              10 WS-ENT-PTD-CREDITS   PIC S9(15)V99.
              10 WS-ENT-MISMATCH-COUNT PIC 9(9).

       01  WS-PREV-TR-ID            PIC X(36) VALUE SPACES.
       01  WS-SORT-EOF              PIC X(1) VALUE 'N'.

           05 WS-ORPHAN-REVERSALS    PIC 9(9) VALUE ZERO.
           05 WS-MISMATCH-REVERSALS  PIC 9(9) VALUE ZERO.

      *> Transfer-leg pairing state. The two legs of a transfer carry
      *> different IDs but share a transfer reference - the first word
      *> of the description - and must be equal and opposite in the
      *> same currency. Open legs (today's and those carried in from
      *> XFERCARRY.DAT) sit in the table until a partner closes them.
       01  FS-TRANSFER-CARRY        PIC X(2).
       01  WS-XFER-CARRY-EOF        PIC X(1) VALUE 'N'.
       01  WS-XFER-OVERFLOW         PIC X(1) VALUE 'N'.
       01  WS-XFER-REF              PIC X(20).
       01  WS-XFER-MATCH-COUNTS.
           05 WS-PAIRED-TRANSFERS    PIC 9(9) VALUE ZERO.
           05 WS-UNPAIRED-TRANSFERS  PIC 9(9) VALUE ZERO.
           05 WS-MISMATCH-TRANSFERS  PIC 9(9) VALUE ZERO.
       01  WS-XFER-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-XFER-TABLE.
           05 WS-XF-ENTRY OCCURS 1000 TIMES INDEXED BY XF-IDX.
              10 WS-XF-OPEN-DATE     PIC X(8).
              10 WS-XF-TR-ID         PIC X(36).
              10 WS-XF-REF           PIC X(20).
              10 WS-XF-CURRENCY      PIC X(3).
              10 WS-XF-AMOUNT        PIC S9(15)V99.
              10 WS-XF-CLOSED-DATE   PIC X(8).
              10 WS-XF-LATER-CLOSE   PIC X(8).
       01  WS-XF-IDX2               PIC 9(4) COMP.
      *> Carry lines a later run date wrote, held while an earlier
      *> date is rerun and written back unchanged. If they do not all
      *> fit, the carry file is left as it was.
       01  WS-XFER-LATER-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-XFER-LATER-OVERFLOW   PIC X(1) VALUE 'N'.
       01  WS-XFER-LATER-TABLE.
           05 WS-XL-LINE OCCURS 1000 TIMES
                                    PIC X(98).

       01  WS-NET-ACCUMULATORS.
           05 WS-NET-TOTAL-RECORDS   PIC 9(9) VALUE ZERO.
           05 WS-NET-TOTAL-DEBITS    PIC S9(15)V99 VALUE ZERO.
           05 WS-NET-TOTAL-REVERSALS PIC S9(15)V99 VALUE ZERO.
           05 WS-NET-TOTAL-FEES      PIC S9(15)V99 VALUE ZERO.

      *> Control-break state for 2800-BUILD-ROLLUPS: the dimension
      *> and key of the group being totalled and its running totals,
      *> native and base-equivalent.
       01  WS-ROLLUP-AREAS.
           05 WS-ROLL-EOF            PIC X(1) VALUE 'N'.
           05 WS-ROLL-ACTIVE         PIC X(1) VALUE 'N'.
           05 WS-ROLL-DIMENSION      PIC X(3).
           05 WS-ROLL-KEY            PIC X(24).
           05 WS-ROLL-RECORD-COUNT   PIC 9(9).
           05 WS-ROLL-DEBIT-TOTAL    PIC S9(15)V99.
           05 WS-ROLL-CREDIT-TOTAL   PIC S9(15)V99.
           05 WS-ROLL-TRANSFER-TOTAL PIC S9(15)V99.
           05 WS-ROLL-REVERSAL-TOTAL PIC S9(15)V99.
           05 WS-ROLL-FEE-TOTAL      PIC S9(15)V99.
           05 WS-ROLL-BASE-DEBIT-TOTAL    PIC S9(15)V99.
           05 WS-ROLL-BASE-CREDIT-TOTAL   PIC S9(15)V99.
           05 WS-ROLL-BASE-TRANSFER-TOTAL PIC S9(15)V99.
           05 WS-ROLL-BASE-REVERSAL-TOTAL PIC S9(15)V99.
           05 WS-ROLL-BASE-FEE-TOTAL      PIC S9(15)V99.
           05 WS-CURRENCY-DETAIL-COUNT PIC 9(9) VALUE ZERO.
           05 WS-SOURCE-DETAIL-COUNT PIC 9(9) VALUE ZERO.
           05 WS-ENTITY-DETAIL-COUNT PIC 9(9) VALUE ZERO.
           05 WS-DETAIL-EOF          PIC X(1).
           05 WS-DETAIL-ROWS-READ    PIC 9(9).

       01  WS-CURRENT-TRANSACTION.
           05  WS-TR-ID              PIC X(36).
           05  WS-TR-BATCH-ID        PIC X(8).
           05  WS-TR-SOURCE          PIC X(3).
           05  WS-TR-ACCOUNT         PIC X(8).
           05  WS-TR-ENTITY          PIC X(4).

      *> Leading sources of the day, in code order, as embedded on the
      *> summary record - filled by 2860 from the sorted source
      *> rollup, whose full extent goes to SUMSRC.<date>.DAT. The
      *> source code rides each bridged record (taken from its batch
      *> header); records outside any batch aggregate under a blank
      *> source code.
       01  WS-SOURCE-TABLE-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-SOURCE-TABLE.
           05 WS-SRC-ENTRY OCCURS 10 TIMES INDEXED BY SRC-IDX.
              10 WS-SRC-CREDIT-TOTAL  PIC S9(15)V99.
              10 WS-SRC-RECORD-COUNT  PIC 9(9).

       01  WS-ACCT-NET-TOTAL         PIC S9(15)V99.

      *> Leading currencies of the day, in code order, as embedded on
      *> the summary record and tied out by 3055 - filled by 2850 from
      *> the sorted currency rollup, whose full extent goes to
      *> SUMCCY.<date>.DAT.
       01  WS-CURRENCY-TABLE-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-CURRENCY-TABLE.
           05 WS-CUR-ENTRY OCCURS 5 TIMES INDEXED BY CUR-IDX.
      *> its bad name.
       01  WS-AGG-CATEGORY           PIC X(20).
       01  WS-SUSPENSE-COUNT         PIC 9(9) VALUE ZERO.
       01  FS-EXCEPTION-FILE         PIC X(2).
       01  WS-PERIOD-TOTAL-RECORDS   PIC 9(9) VALUE ZERO.
       01  WS-PERIOD-TOTAL-DEBITS    PIC S9(15)V99 VALUE ZERO.
                   PERFORM 2000-PROCESS-TRANSACTIONS UNTIL EOF-REACHED
                   PERFORM 2500-DETECT-DUPLICATES
                   PERFORM 2600-AGGREGATE-PASS
                   PERFORM 2680-FLAG-UNPAIRED-TRANSFERS
                   PERFORM 2800-BUILD-ROLLUPS THRU 2800-EXIT
      *> A rollup file that could not be opened fails the run here -
      *> no summary, period totals or carry files are written for a
      *> day whose detail files are missing.
                   IF WS-EXIT-CODE NOT = 2
                       PERFORM 3000-GENERATE-SUMMARY
                       PERFORM 3200-WRITE-SUMMARY-PRINT-REPORT
                       PERFORM 3300-WRITE-AUDIT-LOG-ENTRY
                       PERFORM 3350-CLEAR-INTRADAY-STATE
                       PERFORM 3360-ROLL-DUP-HISTORY THRU 3360-EXIT
                       PERFORM 3370-ROLL-TRANSFER-CARRY
                           THRU 3370-EXIT
                       PERFORM 3400-WRITE-LATE-REPORT THRU 3400-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 4000-TERMINATE.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT SUMMARY-FILE.
           OPEN OUTPUT RAW-ID-FILE.
           OPEN OUTPUT ROLLUP-WORK-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT LATE-ARRIVAL-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM 1150-LOAD-CONTROL-FILE.
           PERFORM 1170-LOAD-CATEGORY-MASTER.
           PERFORM 1175-LOAD-ACCOUNT-MASTER.
           PERFORM 1177-LOAD-VALIDATION-RULES.
           PERFORM 1180-LOAD-PERIOD-FILE.
           PERFORM 1182-LOAD-PERIOD-ENTITY-FILE.
           PERFORM 1185-LOAD-DUP-HISTORY.
           PERFORM 1187-LOAD-TRANSFER-CARRY.
           PERFORM 1190-LOAD-RATE-MASTER.

       1100-EXIT.
           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING 'SUMMARY.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME
           MOVE SPACES TO WS-SUMCCY-FILENAME
           STRING 'SUMCCY.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-SUMCCY-FILENAME
           MOVE SPACES TO WS-SUMSRC-FILENAME
           STRING 'SUMSRC.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-SUMSRC-FILENAME
           MOVE SPACES TO WS-SUMENT-FILENAME
           STRING 'SUMENT.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-SUMENT-FILENAME
           MOVE SPACES TO WS-INTRADAY-FILENAME
           STRING 'INTRADAY.' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-INTRADAY-FILENAME
                       MOVE CTL-CATEGORY TO WS-LIM-CATEGORY(LIM-IDX)
                       MOVE CTL-LIMIT-AMOUNT TO WS-LIM-AMOUNT(LIM-IDX)
                   END-IF
      *> An entity-qualified BASECURR row (the entity code in bytes
      *> 5-8 of the category) sets that entity's base; the row with
      *> no entity sets the installation base every other entity
      *> uses.
               WHEN 'BASECURR'
                   IF CTL-CATEGORY(5:4) = SPACES
                       MOVE CTL-CATEGORY(1:3) TO WS-BASE-CURRENCY
                   ELSE
                       MOVE CTL-CATEGORY(5:4) TO WS-ENT-SEARCH-CODE
                       PERFORM 1165-LOCATE-ENTITY
                       IF WS-ENT-FOUND = 'Y'
                           MOVE CTL-CATEGORY(1:3)
                               TO WS-ENT-BASE-CURRENCY(ENT-IDX)
                       END-IF
                   END-IF
               WHEN 'DUPSUPPR'
                   MOVE CTL-CATEGORY(1:1) TO WS-DUP-SUPPRESS
               WHEN 'DUPHIST '
                   MOVE CTL-CATEGORY(1:1) TO WS-LATE-POST-MODE
           END-EVALUATE.

       1165-LOCATE-ENTITY.
      *> Point ENT-IDX at WS-ENT-SEARCH-CODE's entry, adding it when
      *> the entity is new. WS-ENT-FOUND stays 'N' only when the
      *> table is full.
           MOVE 'N' TO WS-ENT-FOUND
           SET ENT-IDX TO 1
           SEARCH WS-ENT-ENTRY
               AT END
                   IF WS-ENTITY-TABLE-COUNT < 100
                       ADD 1 TO WS-ENTITY-TABLE-COUNT
                       SET ENT-IDX TO WS-ENTITY-TABLE-COUNT
                       MOVE WS-ENT-SEARCH-CODE TO WS-ENT-CODE(ENT-IDX)
                       MOVE SPACES TO WS-ENT-BASE-CURRENCY(ENT-IDX)
                       MOVE ZERO TO WS-ENT-PTD-RECORDS(ENT-IDX)
                       MOVE ZERO TO WS-ENT-PTD-DEBITS(ENT-IDX)
                       MOVE ZERO TO WS-ENT-PTD-CREDITS(ENT-IDX)
                       MOVE ZERO TO WS-ENT-MISMATCH-COUNT(ENT-IDX)
                       MOVE 'Y' TO WS-ENT-FOUND
                   ELSE
                       MOVE 'Y' TO WS-ENTITY-OVERFLOW
                   END-IF
               WHEN WS-ENT-CODE(ENT-IDX) = WS-ENT-SEARCH-CODE
                   MOVE 'Y' TO WS-ENT-FOUND
           END-SEARCH.

       1170-LOAD-CATEGORY-MASTER.
      *> WS-CATEGORY-MASTER-TABLE caps at 500 entries. If CATMAST.DAT
      *> still has unread records when the table fills, the overflow
                           SET ACCM-IDX TO WS-ACCOUNT-MASTER-COUNT
                           MOVE AM-ACCOUNT
                               TO WS-ACCM-ACCOUNT(ACCM-IDX)
                           MOVE AM-ENTITY-CODE
                               TO WS-ACCM-ENTITY(ACCM-IDX)
                   END-READ
               END-PERFORM
               IF WS-ACCOUNT-MASTER-EOF NOT = 'Y'
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       1177-LOAD-VALIDATION-RULES.
      *> Same cap-and-overflow handling at the rules table's 200.
           OPEN INPUT VALIDATION-RULE-FILE
           IF FS-VALIDATION-RULES = "00"
               PERFORM UNTIL WS-VALRULE-EOF = 'Y'
                       OR WS-VALRULE-COUNT = 200
                   READ VALIDATION-RULE-FILE
                       AT END
                           MOVE 'Y' TO WS-VALRULE-EOF
                       NOT AT END
                           ADD 1 TO WS-VALRULE-COUNT
                           SET VR-IDX TO WS-VALRULE-COUNT
                           MOVE VR-SOURCE TO WS-VR-SOURCE(VR-IDX)
                           MOVE VR-CATEGORY TO WS-VR-CATEGORY(VR-IDX)
                           MOVE VR-RULE-BODY TO WS-VR-BODY(VR-IDX)
                   END-READ
               END-PERFORM
               IF WS-VALRULE-EOF NOT = 'Y'
                   READ VALIDATION-RULE-FILE
                       AT END
                           MOVE 'Y' TO WS-VALRULE-EOF
                       NOT AT END
                           MOVE 'Y' TO WS-VALRULE-OVERFLOW
                   END-READ
               END-IF
               CLOSE VALIDATION-RULE-FILE
           END-IF.

       1180-LOAD-PERIOD-FILE.
           OPEN INPUT PERIOD-FILE
           IF FS-PERIOD-FILE = "00"
               CLOSE PERIOD-FILE
           END-IF.

       1182-LOAD-PERIOD-ENTITY-FILE.
      *> PERIODEN.DAT is optional - with none on disk (the first
      *> month entities were carried) every entity starts the period
      *> at zero.
           OPEN INPUT PERIOD-ENTITY-FILE
           IF FS-PERIOD-ENTITY = "00"
               PERFORM UNTIL WS-PERIOD-ENTITY-EOF = 'Y'
                   READ PERIOD-ENTITY-FILE
                       AT END
                           MOVE 'Y' TO WS-PERIOD-ENTITY-EOF
                       NOT AT END
                           MOVE PE-ENTITY TO WS-ENT-SEARCH-CODE
                           PERFORM 1165-LOCATE-ENTITY
                           IF WS-ENT-FOUND = 'Y'
                               MOVE PE-TOTAL-RECORDS
                                   TO WS-ENT-PTD-RECORDS(ENT-IDX)
                               MOVE PE-TOTAL-DEBITS
                                   TO WS-ENT-PTD-DEBITS(ENT-IDX)
                               MOVE PE-TOTAL-CREDITS
                                   TO WS-ENT-PTD-CREDITS(ENT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-ENTITY-FILE
           END-IF.

       1185-LOAD-DUP-HISTORY.
      *> Keep only entries inside the retention window and dated
      *> before the run date - today's own entries from an earlier
               CLOSE DUP-HISTORY-FILE
           END-IF.

       1187-LOAD-TRANSFER-CARRY.
      *> Legs opened on an earlier day come back open - including any
      *> this date closed on a previous attempt, so a rerun pairs
      *> them again. Anything opened on the run date belongs to this
      *> run and is rebuilt from the feed. Anything opened after it
      *> belongs to a later run and is held to be written back as it
      *> was; so is the closing date of an earlier leg a later run
      *> closed, should this run leave the leg open.
           OPEN INPUT TRANSFER-CARRY-FILE
           IF FS-TRANSFER-CARRY = "00"
               PERFORM UNTIL WS-XFER-CARRY-EOF = 'Y'
                   READ TRANSFER-CARRY-FILE
                       AT END
                           MOVE 'Y' TO WS-XFER-CARRY-EOF
                       NOT AT END
                           IF XC-RUN-DATE < WS-RUN-DATE
                                   AND (XC-CLOSED-DATE = SPACES
                                   OR XC-CLOSED-DATE >= WS-RUN-DATE)
                               PERFORM 1188-APPLY-TRANSFER-CARRY
                           END-IF
                           IF XC-RUN-DATE > WS-RUN-DATE
                               PERFORM 1189-HOLD-LATER-CARRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-CARRY-FILE
           END-IF.

       1188-APPLY-TRANSFER-CARRY.
           IF WS-XFER-COUNT < 1000
               ADD 1 TO WS-XFER-COUNT
               SET XF-IDX TO WS-XFER-COUNT
               MOVE XC-RUN-DATE TO WS-XF-OPEN-DATE(XF-IDX)
               MOVE XC-TR-ID TO WS-XF-TR-ID(XF-IDX)
               MOVE XC-XFER-REF TO WS-XF-REF(XF-IDX)
               MOVE XC-TR-CURRENCY TO WS-XF-CURRENCY(XF-IDX)
               MOVE XC-TR-AMOUNT TO WS-XF-AMOUNT(XF-IDX)
               MOVE SPACES TO WS-XF-CLOSED-DATE(XF-IDX)
               MOVE SPACES TO WS-XF-LATER-CLOSE(XF-IDX)
               IF XC-CLOSED-DATE > WS-RUN-DATE
                   MOVE XC-CLOSED-DATE TO WS-XF-LATER-CLOSE(XF-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-XFER-OVERFLOW
           END-IF.

       1189-HOLD-LATER-CARRY.
           IF WS-XFER-LATER-COUNT < 1000
               ADD 1 TO WS-XFER-LATER-COUNT
               MOVE TRANSFER-CARRY-RECORD
                   TO WS-XL-LINE(WS-XFER-LATER-COUNT)
           ELSE
               MOVE 'Y' TO WS-XFER-LATER-OVERFLOW
               MOVE 'Y' TO WS-XFER-OVERFLOW
           END-IF.

       1190-LOAD-RATE-MASTER.
      *> RATEMAST.DAT is optional; with no usable rates every non-base
      *> transaction raises a NO-RATE exception rather than failing
      *> the run. Records dated after the run date are ignored; a
      *> later effective date (still <= run date) replaces an earlier
      *> one for the same currency. A currency past the table's 1000
      *> entries is flagged for the audit log like the master-file
      *> overflows - its transactions then raise NO-RATE.
           OPEN INPUT RATE-MASTER-FILE
           IF FS-RATE-MASTER = "00"
               PERFORM UNTIL WS-RATE-MASTER-EOF = 'Y'
           SET RATE-IDX TO 1
           SEARCH WS-RATE-ENTRY
               AT END
                   IF WS-RATE-TABLE-COUNT < 1000
                       ADD 1 TO WS-RATE-TABLE-COUNT
                       SET RATE-IDX TO WS-RATE-TABLE-COUNT
                       MOVE RM-CURRENCY TO WS-RATE-CURRENCY(RATE-IDX)
                       MOVE RM-RATE TO WS-RATE-VALUE(RATE-IDX)
                       MOVE RM-EFFECTIVE-DATE
                           TO WS-RATE-EFF-DATE(RATE-IDX)
                   ELSE
                       MOVE 'Y' TO WS-RATE-MASTER-OVERFLOW
                   END-IF
               WHEN WS-RATE-CURRENCY(RATE-IDX) = RM-CURRENCY
                   IF RM-EFFECTIVE-DATE >= WS-RATE-EFF-DATE(RATE-IDX)
           IF WS-TR-ACCOUNT NOT = SPACES
                   AND WS-ACCOUNT-MASTER-COUNT > 0
               PERFORM 2130-CHECK-ACCOUNT-MASTER
           END-IF
           IF WS-VALRULE-COUNT > 0
               PERFORM 2150-SELECT-VALIDATION-RULE THRU 2150-EXIT
               IF WS-RULE-FOUND = 'Y'
                   PERFORM 2160-CHECK-VALIDATION-RULE
               END-IF
           END-IF
           PERFORM 2140-DETERMINE-ENTITY
           IF WS-ACCOUNT-ENTITY NOT = SPACES
                   AND WS-SOURCE-ENTITY NOT = SPACES
                   AND WS-ACCOUNT-ENTITY NOT = WS-SOURCE-ENTITY
               MOVE 'ENTITY-MISMATCH' TO WS-EXCEPTION-REASON
               PERFORM 2190-WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-ENTITY-MISMATCH-COUNT
               MOVE WS-AGG-ENTITY TO WS-ENT-SEARCH-CODE
               PERFORM 1165-LOCATE-ENTITY
               IF WS-ENT-FOUND = 'Y'
                   ADD 1 TO WS-ENT-MISMATCH-COUNT(ENT-IDX)
               END-IF
           END-IF.

       2120-CHECK-CATEGORY-MASTER.
                   CONTINUE
           END-SEARCH.

       2140-DETERMINE-ENTITY.
      *> The source entity rides the bridged record from its batch
      *> header; the account master's entity for the record's
      *> account, where it names one, takes precedence.
           MOVE WS-TR-ENTITY TO WS-SOURCE-ENTITY
           MOVE SPACES TO WS-ACCOUNT-ENTITY
           IF WS-TR-ACCOUNT NOT = SPACES
                   AND WS-ACCOUNT-MASTER-COUNT > 0
               SET ACCM-IDX TO 1
               SEARCH WS-ACCM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCM-ACCOUNT(ACCM-IDX) = WS-TR-ACCOUNT
                       MOVE WS-ACCM-ENTITY(ACCM-IDX)
                           TO WS-ACCOUNT-ENTITY
               END-SEARCH
           END-IF
           IF WS-ACCOUNT-ENTITY NOT = SPACES
               MOVE WS-ACCOUNT-ENTITY TO WS-AGG-ENTITY
           ELSE
               MOVE WS-SOURCE-ENTITY TO WS-AGG-ENTITY
           END-IF.

       2150-SELECT-VALIDATION-RULE.
      *> Most specific rule first: source and category, category
      *> alone, source alone, then the all-blank default row.
           MOVE 'N' TO WS-RULE-FOUND
           MOVE WS-TR-SOURCE TO WS-VR-FIND-SOURCE
           MOVE WS-TR-CATEGORY TO WS-VR-FIND-CATEGORY
           PERFORM 2155-FIND-VALIDATION-RULE
           IF WS-RULE-FOUND = 'Y'
               GO TO 2150-EXIT
           END-IF
           MOVE SPACES TO WS-VR-FIND-SOURCE
           PERFORM 2155-FIND-VALIDATION-RULE
           IF WS-RULE-FOUND = 'Y'
               GO TO 2150-EXIT
           END-IF
           MOVE WS-TR-SOURCE TO WS-VR-FIND-SOURCE
           MOVE SPACES TO WS-VR-FIND-CATEGORY
           PERFORM 2155-FIND-VALIDATION-RULE
           IF WS-RULE-FOUND = 'Y'
               GO TO 2150-EXIT
           END-IF
           MOVE SPACES TO WS-VR-FIND-SOURCE
           PERFORM 2155-FIND-VALIDATION-RULE.

       2150-EXIT.
           EXIT.

       2155-FIND-VALIDATION-RULE.
           SET VR-IDX TO 1
           SEARCH WS-VR-ENTRY
               AT END
                   CONTINUE
               WHEN VR-IDX > WS-VALRULE-COUNT
                   CONTINUE
               WHEN WS-VR-SOURCE(VR-IDX) = WS-VR-FIND-SOURCE
                       AND WS-VR-CATEGORY(VR-IDX) = WS-VR-FIND-CATEGORY
                   MOVE 'Y' TO WS-RULE-FOUND
                   MOVE WS-VR-BODY(VR-IDX) TO AR-RULE-BODY
           END-SEARCH.

       2160-CHECK-VALIDATION-RULE.
      *> One exception per breach, each under its own reason.
           IF AR-MIN-AMOUNT NOT = ZERO OR AR-MAX-AMOUNT NOT = ZERO
               IF WS-TR-AMOUNT < AR-MIN-AMOUNT
                       OR WS-TR-AMOUNT > AR-MAX-AMOUNT
                   MOVE 'RULE-AMOUNT' TO WS-EXCEPTION-REASON
                   PERFORM 2190-WRITE-EXCEPTION-RECORD
               END-IF
           END-IF
           IF AR-CURRENCY-LIST NOT = SPACES
               SET AR-CCY-IDX TO 1
               SEARCH AR-CURRENCY
                   AT END
                       MOVE 'RULE-CURRENCY' TO WS-EXCEPTION-REASON
                       PERFORM 2190-WRITE-EXCEPTION-RECORD
                   WHEN AR-CURRENCY(AR-CCY-IDX) = WS-TR-CURRENCY
                           AND WS-TR-CURRENCY NOT = SPACES
                       CONTINUE
               END-SEARCH
           END-IF
           IF AR-TYPE-LIST NOT = SPACES
               SET AR-TYP-IDX TO 1
               SEARCH AR-TYPE
                   AT END
                       MOVE 'RULE-TYPE' TO WS-EXCEPTION-REASON
                       PERFORM 2190-WRITE-EXCEPTION-RECORD
                   WHEN AR-TYPE(AR-TYP-IDX) = WS-TR-TYPE
                           AND WS-TR-TYPE NOT = SPACES
                       CONTINUE
               END-SEARCH
           END-IF
           IF AR-DESC-REQUIRED = 'Y' AND WS-TR-DESCRIPTION = SPACES
               MOVE 'RULE-DESCRIPTION' TO WS-EXCEPTION-REASON
               PERFORM 2190-WRITE-EXCEPTION-RECORD
           END-IF
           IF AR-ACCOUNT-REQUIRED = 'Y' AND WS-TR-ACCOUNT = SPACES
               MOVE 'RULE-ACCOUNT' TO WS-EXCEPTION-REASON
               PERFORM 2190-WRITE-EXCEPTION-RECORD
           END-IF.

       2110-DETERMINE-EFFECTIVE-THRESHOLD.
           MOVE WS-HIGH-VALUE-THRESHOLD TO WS-EFFECTIVE-THRESHOLD
           SET LIM-IDX TO 1
           IF WS-DUP-SUPPRESS = 'Y' AND WS-DUP-EXTRA = 'Y'
               CONTINUE
           ELSE
               PERFORM 2245-DETERMINE-AGG-CATEGORY
               PERFORM 2290-AGGREGATE-BASE-EQUIVALENT
               PERFORM 2140-DETERMINE-ENTITY
               PERFORM 2295-DETERMINE-ENTITY-BASE-AMOUNT
               PERFORM 2240-WRITE-ROLLUP-ROWS
           END-IF.

       2240-WRITE-ROLLUP-ROWS.
      *> The category, account, currency, and source rollups are no
      *> longer tables - each record contributes one row per
      *> dimension to the rollup work file and 2800 totals them after
      *> the sort, however many distinct values the day carries.
      *> The entity and entity-category rows follow, in the entity's
      *> base currency.
           MOVE SPACES TO ROLLUP-WORK-RECORD
           MOVE WS-TR-TYPE TO RW-TR-TYPE
           MOVE WS-TR-AMOUNT TO RW-AMOUNT
           MOVE 'CAT' TO RW-DIMENSION
           MOVE WS-AGG-CATEGORY TO RW-KEY
           IF WS-BASE-RATE-FOUND = 'Y'
               MOVE WS-BASE-EQUIV-AMOUNT TO RW-BASE-AMOUNT
           ELSE
               MOVE ZERO TO RW-BASE-AMOUNT
           END-IF
           WRITE ROLLUP-WORK-RECORD

           MOVE ZERO TO RW-BASE-AMOUNT
           MOVE 'ACC' TO RW-DIMENSION
           MOVE SPACES TO RW-KEY
           MOVE WS-TR-ACCOUNT TO RW-KEY(1:8)
           MOVE WS-AGG-ENTITY TO RW-KEY(9:4)
           WRITE ROLLUP-WORK-RECORD
           MOVE 'CCY' TO RW-DIMENSION
           MOVE WS-TR-CURRENCY TO RW-KEY
           WRITE ROLLUP-WORK-RECORD
           MOVE 'SRC' TO RW-DIMENSION
           MOVE WS-TR-SOURCE TO RW-KEY
           WRITE ROLLUP-WORK-RECORD

           MOVE WS-AGG-BASE-AMOUNT TO RW-BASE-AMOUNT
           MOVE 'ENT' TO RW-DIMENSION
           MOVE WS-AGG-ENTITY TO RW-KEY
           WRITE ROLLUP-WORK-RECORD
           MOVE 'ECT' TO RW-DIMENSION
           MOVE SPACES TO RW-KEY
           MOVE WS-AGG-ENTITY TO RW-KEY(1:4)
           MOVE WS-AGG-CATEGORY TO RW-KEY(5:20)
           WRITE ROLLUP-WORK-RECORD.

       2245-DETERMINE-AGG-CATEGORY.
           MOVE WS-TR-CATEGORY TO WS-AGG-CATEGORY
           IF WS-CATEGORY-MASTER-COUNT > 0
           MOVE WS-TR-ACCOUNT TO SU-TR-ACCOUNT
           WRITE SUSPENSE-RECORD.

       2290-AGGREGATE-BASE-EQUIVALENT.
      *> Convert the transaction amount into the base currency and
      *> roll it into the base-equivalent grand totals. A transaction
                       ADD WS-BASE-EQUIV-AMOUNT
                           TO WS-BASE-TOTAL-FEES
               END-EVALUATE
           END-IF.

       2295-DETERMINE-ENTITY-BASE-AMOUNT.
      *> Restate the amount in the base currency of the entity the
      *> record is booked to. A record already in that currency
      *> carries over as it is; otherwise the installation-base
      *> equivalent from 2290 is divided back out at the entity base
      *> currency's own rate. With no rate for the entity's base the
      *> record raises NO-ENTITY-RATE and is left out of the entity's
      *> base totals, as a NO-RATE record is left out of 2290's.
           MOVE WS-BASE-CURRENCY TO WS-AGG-BASE-CURRENCY
           MOVE WS-AGG-ENTITY TO WS-ENT-SEARCH-CODE
           PERFORM 1165-LOCATE-ENTITY
           IF WS-ENT-FOUND = 'Y'
               IF WS-ENT-BASE-CURRENCY(ENT-IDX) NOT = SPACES
                   MOVE WS-ENT-BASE-CURRENCY(ENT-IDX)
                       TO WS-AGG-BASE-CURRENCY
               END-IF
           END-IF

           MOVE ZERO TO WS-AGG-BASE-AMOUNT
           IF WS-TR-CURRENCY = WS-AGG-BASE-CURRENCY
               MOVE WS-TR-AMOUNT TO WS-AGG-BASE-AMOUNT
           ELSE
               IF WS-BASE-RATE-FOUND = 'Y'
                   IF WS-AGG-BASE-CURRENCY = WS-BASE-CURRENCY
                       MOVE WS-BASE-EQUIV-AMOUNT TO WS-AGG-BASE-AMOUNT
                   ELSE
                       PERFORM 2297-CONVERT-TO-ENTITY-BASE
                   END-IF
               END-IF
           END-IF.

       2297-CONVERT-TO-ENTITY-BASE.
           MOVE 'N' TO WS-ENTITY-RATE-FOUND
           SET RATE-IDX TO 1
           SEARCH WS-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RATE-CURRENCY(RATE-IDX) = WS-AGG-BASE-CURRENCY
                       AND WS-RATE-VALUE(RATE-IDX) > ZERO
                   MOVE 'Y' TO WS-ENTITY-RATE-FOUND
                   COMPUTE WS-AGG-BASE-AMOUNT ROUNDED =
                       WS-BASE-EQUIV-AMOUNT / WS-RATE-VALUE(RATE-IDX)
           END-SEARCH
           IF WS-ENTITY-RATE-FOUND = 'N'
               MOVE 'NO-ENTITY-RATE' TO WS-EXCEPTION-REASON
               PERFORM 2190-WRITE-EXCEPTION-RECORD
           END-IF.

       2500-DETECT-DUPLICATES.
           CLOSE RAW-ID-FILE.
                           PERFORM 2650-CHECK-DUPLICATE-EXTRA
                           PERFORM 2655-CHECK-PRIOR-DAY-DUP
                           PERFORM 2200-AGGREGATE-DATA
                           IF WS-TYPE-TRANSFER AND WS-DUP-EXTRA = 'N'
                               PERFORM 2670-MATCH-TRANSFER-LEG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                   ADD WS-TR-AMOUNT TO WS-LD-AMOUNT(LD-IDX)
           END-SEARCH.

       2670-MATCH-TRANSFER-LEG.
      *> The transfer reference is the first word of the description.
      *> The first open leg under the same reference closes with this
      *> one: equal and opposite in the same currency is a clean
      *> pair, anything else raises XFER-MISMATCH on both legs. With
      *> no open leg to close, this one opens and waits. A leg with
      *> no reference at all can never pair and is unpaired at once.
           MOVE SPACES TO WS-XFER-REF
           UNSTRING WS-TR-DESCRIPTION DELIMITED BY ALL SPACE
               INTO WS-XFER-REF
           END-UNSTRING
           IF WS-XFER-REF = SPACES
               ADD 1 TO WS-UNPAIRED-TRANSFERS
               MOVE 'UNPAIRED-XFER' TO WS-EXCEPTION-REASON
               PERFORM 2190-WRITE-EXCEPTION-RECORD
           ELSE
               SET XF-IDX TO 1
               SEARCH WS-XF-ENTRY
                   AT END
                       PERFORM 2672-OPEN-TRANSFER-LEG
                   WHEN XF-IDX > WS-XFER-COUNT
                       PERFORM 2672-OPEN-TRANSFER-LEG
                   WHEN WS-XF-REF(XF-IDX) = WS-XFER-REF
                           AND WS-XF-CLOSED-DATE(XF-IDX) = SPACES
                       PERFORM 2674-CLOSE-TRANSFER-PAIR
               END-SEARCH
           END-IF.

       2672-OPEN-TRANSFER-LEG.
           IF WS-XFER-COUNT < 1000
               ADD 1 TO WS-XFER-COUNT
               SET XF-IDX TO WS-XFER-COUNT
               MOVE WS-RUN-DATE TO WS-XF-OPEN-DATE(XF-IDX)
               MOVE WS-TR-ID TO WS-XF-TR-ID(XF-IDX)
               MOVE WS-XFER-REF TO WS-XF-REF(XF-IDX)
               MOVE WS-TR-CURRENCY TO WS-XF-CURRENCY(XF-IDX)
               MOVE WS-TR-AMOUNT TO WS-XF-AMOUNT(XF-IDX)
               MOVE SPACES TO WS-XF-CLOSED-DATE(XF-IDX)
           ELSE
               MOVE 'Y' TO WS-XFER-OVERFLOW
               MOVE 'XFER-TABLE-FULL' TO WS-EXCEPTION-REASON
               PERFORM 2190-WRITE-EXCEPTION-RECORD
           END-IF.

       2674-CLOSE-TRANSFER-PAIR.
           MOVE WS-RUN-DATE TO WS-XF-CLOSED-DATE(XF-IDX)
           IF WS-XF-CURRENCY(XF-IDX) = WS-TR-CURRENCY
                   AND WS-TR-AMOUNT NOT = ZERO
                   AND WS-XF-AMOUNT(XF-IDX) + WS-TR-AMOUNT = ZERO
               ADD 1 TO WS-PAIRED-TRANSFERS
           ELSE
               ADD 1 TO WS-MISMATCH-TRANSFERS
               MOVE 'XFER-MISMATCH' TO WS-EXCEPTION-REASON
               PERFORM 2190-WRITE-EXCEPTION-RECORD
               PERFORM 2678-WRITE-LEG-EXCEPTION
           END-IF.

       2678-WRITE-LEG-EXCEPTION.
      *> Same record 2190 writes, but for the table leg at XF-IDX
      *> rather than the transaction in hand.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-XF-TR-ID(XF-IDX) TO EX-TR-ID
           MOVE WS-XF-AMOUNT(XF-IDX) TO EX-TR-AMOUNT
           MOVE WS-EXCEPTION-REASON TO EX-REASON
           WRITE EXCEPTION-RECORD.

       2680-FLAG-UNPAIRED-TRANSFERS.
      *> Whatever is still open after the aggregation pass is unpaired
      *> as of today - raised again each day it stays open, so the
      *> day's EXCEPTION.DAT always shows every outstanding leg.
           MOVE 'UNPAIRED-XFER' TO WS-EXCEPTION-REASON
           PERFORM VARYING XF-IDX FROM 1 BY 1
                   UNTIL XF-IDX > WS-XFER-COUNT
               IF WS-XF-CLOSED-DATE(XF-IDX) = SPACES
                   ADD 1 TO WS-UNPAIRED-TRANSFERS
                   PERFORM 2678-WRITE-LEG-EXCEPTION
               END-IF
           END-PERFORM.

       2800-BUILD-ROLLUPS.
      *> Sort the rollup rows into dimension and key order and total
      *> each group by control break: one CATGOUT row per category,
      *> one ACCTOUT row per account, and one row per currency and
      *> per source on the dated detail files beside the summary.
      *> The leading five currencies and ten sources are also kept
      *> for the summary record's own entries. The entity rows go to
      *> SUMENT.<date>.DAT and CATGENT, with each entity's day added
      *> to its period-to-date totals. A detail file that cannot be
      *> opened fails the run (exit 2) - the summary would otherwise
      *> claim rollups nobody can read.
           CLOSE ROLLUP-WORK-FILE.

           SORT ROLLUP-SORT-FILE
               ON ASCENDING KEY SRT-RW-DIMENSION SRT-RW-KEY
               USING ROLLUP-WORK-FILE
               GIVING ROLLUP-SORTED-FILE.

           OPEN OUTPUT CATEGORY-REPORT-FILE.
           OPEN OUTPUT ACCOUNT-REPORT-FILE.
           OPEN OUTPUT SUMMARY-CCY-FILE.
           OPEN OUTPUT SUMMARY-SRC-FILE.
           OPEN OUTPUT SUMMARY-ENT-FILE.
           OPEN OUTPUT CATEGORY-ENTITY-FILE.
           IF FS-SUMMARY-CCY NOT = "00" OR FS-SUMMARY-SRC NOT = "00"
                   OR FS-SUMMARY-ENT NOT = "00"
                   OR FS-CATEGORY-ENTITY NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               CLOSE CATEGORY-REPORT-FILE, ACCOUNT-REPORT-FILE,
                   SUMMARY-CCY-FILE, SUMMARY-SRC-FILE,
                   SUMMARY-ENT-FILE, CATEGORY-ENTITY-FILE
               GO TO 2800-EXIT
           END-IF.

           OPEN INPUT ROLLUP-SORTED-FILE.
           MOVE 'N' TO WS-ROLL-EOF.
           MOVE 'N' TO WS-ROLL-ACTIVE.
           PERFORM UNTIL WS-ROLL-EOF = 'Y'
               READ ROLLUP-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-ROLL-EOF
                       IF WS-ROLL-ACTIVE = 'Y'
                           PERFORM 2820-WRITE-ROLLUP-GROUP
                       END-IF
                   NOT AT END
                       IF WS-ROLL-ACTIVE = 'N'
                               OR RWS-DIMENSION NOT = WS-ROLL-DIMENSION
                               OR RWS-KEY NOT = WS-ROLL-KEY
                           IF WS-ROLL-ACTIVE = 'Y'
                               PERFORM 2820-WRITE-ROLLUP-GROUP
                           END-IF
                           PERFORM 2810-START-ROLLUP-GROUP
                       END-IF
                       PERFORM 2815-ADD-ROLLUP-ROW
               END-READ
           END-PERFORM.
           CLOSE ROLLUP-SORTED-FILE, CATEGORY-REPORT-FILE,
               ACCOUNT-REPORT-FILE, SUMMARY-CCY-FILE, SUMMARY-SRC-FILE,
               SUMMARY-ENT-FILE, CATEGORY-ENTITY-FILE.

       2800-EXIT.
           EXIT.

       2810-START-ROLLUP-GROUP.
           MOVE 'Y' TO WS-ROLL-ACTIVE
           MOVE RWS-DIMENSION TO WS-ROLL-DIMENSION
           MOVE RWS-KEY TO WS-ROLL-KEY
           MOVE ZERO TO WS-ROLL-RECORD-COUNT
           MOVE ZERO TO WS-ROLL-DEBIT-TOTAL
           MOVE ZERO TO WS-ROLL-CREDIT-TOTAL
           MOVE ZERO TO WS-ROLL-TRANSFER-TOTAL
           MOVE ZERO TO WS-ROLL-REVERSAL-TOTAL
           MOVE ZERO TO WS-ROLL-FEE-TOTAL
           MOVE ZERO TO WS-ROLL-BASE-DEBIT-TOTAL
           MOVE ZERO TO WS-ROLL-BASE-CREDIT-TOTAL
           MOVE ZERO TO WS-ROLL-BASE-TRANSFER-TOTAL
           MOVE ZERO TO WS-ROLL-BASE-REVERSAL-TOTAL
           MOVE ZERO TO WS-ROLL-BASE-FEE-TOTAL.

       2815-ADD-ROLLUP-ROW.
           ADD 1 TO WS-ROLL-RECORD-COUNT
           EVALUATE TRUE
               WHEN RWS-TYPE-CREDIT
                   ADD RWS-AMOUNT TO WS-ROLL-CREDIT-TOTAL
                   ADD RWS-BASE-AMOUNT TO WS-ROLL-BASE-CREDIT-TOTAL
               WHEN RWS-TYPE-DEBIT
                   ADD RWS-AMOUNT TO WS-ROLL-DEBIT-TOTAL
                   ADD RWS-BASE-AMOUNT TO WS-ROLL-BASE-DEBIT-TOTAL
               WHEN RWS-TYPE-TRANSFER
                   ADD RWS-AMOUNT TO WS-ROLL-TRANSFER-TOTAL
                   ADD RWS-BASE-AMOUNT TO WS-ROLL-BASE-TRANSFER-TOTAL
               WHEN RWS-TYPE-REVERSAL
                   ADD RWS-AMOUNT TO WS-ROLL-REVERSAL-TOTAL
                   ADD RWS-BASE-AMOUNT TO WS-ROLL-BASE-REVERSAL-TOTAL
               WHEN RWS-TYPE-FEE
                   ADD RWS-AMOUNT TO WS-ROLL-FEE-TOTAL
                   ADD RWS-BASE-AMOUNT TO WS-ROLL-BASE-FEE-TOTAL
           END-EVALUATE.

       2820-WRITE-ROLLUP-GROUP.
           EVALUATE WS-ROLL-DIMENSION
               WHEN 'ACC'
                   PERFORM 2830-WRITE-ACCOUNT-ROW
               WHEN 'CAT'
                   PERFORM 2840-WRITE-CATEGORY-ROW
               WHEN 'CCY'
                   PERFORM 2850-WRITE-CURRENCY-ROW
               WHEN 'SRC'
                   PERFORM 2860-WRITE-SOURCE-ROW
               WHEN 'ENT'
                   PERFORM 2870-WRITE-ENTITY-ROW THRU 2870-EXIT
               WHEN 'ECT'
                   PERFORM 2880-WRITE-ENTITY-CATEGORY-ROW
           END-EVALUATE.

       2830-WRITE-ACCOUNT-ROW.
      *> Debits count as outflow magnitude whichever sign convention
      *> the feed used, matching the summary print's net position.
           MOVE SPACES TO AR-RECORD
           MOVE WS-ROLL-KEY(1:8) TO AR-ACCOUNT
           MOVE WS-ROLL-KEY(9:4) TO AR-ENTITY
           MOVE WS-ROLL-DEBIT-TOTAL TO AR-DEBIT-TOTAL
           MOVE WS-ROLL-CREDIT-TOTAL TO AR-CREDIT-TOTAL
           COMPUTE WS-ACCT-NET-TOTAL =
               WS-ROLL-CREDIT-TOTAL - FUNCTION ABS(WS-ROLL-DEBIT-TOTAL)
           MOVE WS-ACCT-NET-TOTAL TO AR-NET-TOTAL
           MOVE WS-ROLL-RECORD-COUNT TO AR-RECORD-COUNT
           WRITE AR-RECORD.

       2840-WRITE-CATEGORY-ROW.
           MOVE SPACES TO CR-RECORD
           MOVE WS-ROLL-KEY(1:20) TO CR-CATEGORY
           MOVE WS-ROLL-DEBIT-TOTAL TO CR-DEBIT-TOTAL
           MOVE WS-ROLL-CREDIT-TOTAL TO CR-CREDIT-TOTAL
           MOVE WS-ROLL-TRANSFER-TOTAL TO CR-TRANSFER-TOTAL
           MOVE WS-ROLL-REVERSAL-TOTAL TO CR-REVERSAL-TOTAL
           MOVE WS-ROLL-FEE-TOTAL TO CR-FEE-TOTAL
           MOVE WS-ROLL-RECORD-COUNT TO CR-RECORD-COUNT
           MOVE WS-ROLL-BASE-DEBIT-TOTAL TO CR-BASE-DEBIT-TOTAL
           MOVE WS-ROLL-BASE-CREDIT-TOTAL TO CR-BASE-CREDIT-TOTAL
           MOVE WS-ROLL-BASE-TRANSFER-TOTAL TO CR-BASE-TRANSFER-TOTAL
           MOVE WS-ROLL-BASE-REVERSAL-TOTAL TO CR-BASE-REVERSAL-TOTAL
           MOVE WS-ROLL-BASE-FEE-TOTAL TO CR-BASE-FEE-TOTAL
           WRITE CR-RECORD.

       2850-WRITE-CURRENCY-ROW.
           MOVE SPACES TO SUMMARY-CCY-RECORD
           MOVE WS-ROLL-KEY TO SC-CURRENCY
           MOVE WS-ROLL-RECORD-COUNT TO SC-RECORD-COUNT
           MOVE WS-ROLL-DEBIT-TOTAL TO SC-DEBIT-TOTAL
           MOVE WS-ROLL-CREDIT-TOTAL TO SC-CREDIT-TOTAL
           MOVE WS-ROLL-TRANSFER-TOTAL TO SC-TRANSFER-TOTAL
           MOVE WS-ROLL-REVERSAL-TOTAL TO SC-REVERSAL-TOTAL
           MOVE WS-ROLL-FEE-TOTAL TO SC-FEE-TOTAL
           WRITE SUMMARY-CCY-RECORD
           ADD 1 TO WS-CURRENCY-DETAIL-COUNT
           IF WS-CURRENCY-TABLE-COUNT < 5
               ADD 1 TO WS-CURRENCY-TABLE-COUNT
               SET CUR-IDX TO WS-CURRENCY-TABLE-COUNT
               MOVE WS-ROLL-KEY TO WS-CUR-NAME(CUR-IDX)
               MOVE WS-ROLL-DEBIT-TOTAL TO WS-CUR-DEBIT-TOTAL(CUR-IDX)
               MOVE WS-ROLL-CREDIT-TOTAL
                   TO WS-CUR-CREDIT-TOTAL(CUR-IDX)
               MOVE WS-ROLL-TRANSFER-TOTAL
                   TO WS-CUR-TRANSFER-TOTAL(CUR-IDX)
               MOVE WS-ROLL-REVERSAL-TOTAL
                   TO WS-CUR-REVERSAL-TOTAL(CUR-IDX)
               MOVE WS-ROLL-FEE-TOTAL TO WS-CUR-FEE-TOTAL(CUR-IDX)
           END-IF.

       2860-WRITE-SOURCE-ROW.
           MOVE SPACES TO SUMMARY-SRC-RECORD
           MOVE WS-ROLL-KEY TO SS-SOURCE
           MOVE WS-ROLL-RECORD-COUNT TO SS-RECORD-COUNT
           MOVE WS-ROLL-DEBIT-TOTAL TO SS-DEBIT-TOTAL
           MOVE WS-ROLL-CREDIT-TOTAL TO SS-CREDIT-TOTAL
           WRITE SUMMARY-SRC-RECORD
           ADD 1 TO WS-SOURCE-DETAIL-COUNT
           IF WS-SOURCE-TABLE-COUNT < 10
               ADD 1 TO WS-SOURCE-TABLE-COUNT
               SET SRC-IDX TO WS-SOURCE-TABLE-COUNT
               MOVE WS-ROLL-KEY TO WS-SRC-CODE(SRC-IDX)
               MOVE WS-ROLL-DEBIT-TOTAL TO WS-SRC-DEBIT-TOTAL(SRC-IDX)
               MOVE WS-ROLL-CREDIT-TOTAL
                   TO WS-SRC-CREDIT-TOTAL(SRC-IDX)
               MOVE WS-ROLL-RECORD-COUNT
                   TO WS-SRC-RECORD-COUNT(SRC-IDX)
           END-IF.

       2870-WRITE-ENTITY-ROW.
      *> The entity's day goes onto its period-to-date totals here,
      *> in its base currency. The entity rollup already follows the
      *> duplicate-suppression setting (suppressed extras write no
      *> rollup rows), so PTD takes the same net or gross view as
      *> PERIOD.DAT without a second pass.
           MOVE WS-ROLL-KEY(1:4) TO WS-ENT-SEARCH-CODE
           PERFORM 1165-LOCATE-ENTITY
           IF WS-ENT-FOUND = 'N'
               MOVE 2 TO WS-EXIT-CODE
               GO TO 2870-EXIT
           END-IF
           ADD WS-ROLL-RECORD-COUNT TO WS-ENT-PTD-RECORDS(ENT-IDX)
           ADD WS-ROLL-BASE-DEBIT-TOTAL TO WS-ENT-PTD-DEBITS(ENT-IDX)
           ADD WS-ROLL-BASE-CREDIT-TOTAL
               TO WS-ENT-PTD-CREDITS(ENT-IDX)

           MOVE SPACES TO SUMMARY-ENT-RECORD
           MOVE WS-ROLL-KEY(1:4) TO SE-ENTITY
           IF WS-ENT-BASE-CURRENCY(ENT-IDX) = SPACES
               MOVE WS-BASE-CURRENCY TO SE-BASE-CURRENCY
           ELSE
               MOVE WS-ENT-BASE-CURRENCY(ENT-IDX) TO SE-BASE-CURRENCY
           END-IF
           MOVE WS-ROLL-RECORD-COUNT TO SE-RECORD-COUNT
           MOVE WS-ROLL-DEBIT-TOTAL TO SE-DEBIT-TOTAL
           MOVE WS-ROLL-CREDIT-TOTAL TO SE-CREDIT-TOTAL
           MOVE WS-ROLL-BASE-DEBIT-TOTAL TO SE-BASE-DEBIT-TOTAL
           MOVE WS-ROLL-BASE-CREDIT-TOTAL TO SE-BASE-CREDIT-TOTAL
           MOVE WS-ROLL-BASE-TRANSFER-TOTAL TO SE-BASE-TRANSFER-TOTAL
           MOVE WS-ROLL-BASE-REVERSAL-TOTAL TO SE-BASE-REVERSAL-TOTAL
           MOVE WS-ROLL-BASE-FEE-TOTAL TO SE-BASE-FEE-TOTAL
           MOVE WS-ENT-MISMATCH-COUNT(ENT-IDX) TO SE-MISMATCH-COUNT
           MOVE WS-ENT-PTD-RECORDS(ENT-IDX) TO SE-PTD-RECORDS
           MOVE WS-ENT-PTD-DEBITS(ENT-IDX) TO SE-PTD-DEBITS
           MOVE WS-ENT-PTD-CREDITS(ENT-IDX) TO SE-PTD-CREDITS
           WRITE SUMMARY-ENT-RECORD
           ADD 1 TO WS-ENTITY-DETAIL-COUNT.

       2870-EXIT.
           EXIT.

       2880-WRITE-ENTITY-CATEGORY-ROW.
           MOVE SPACES TO CATEGORY-ENTITY-RECORD
           MOVE WS-ROLL-KEY(1:4) TO CE-ENTITY
           MOVE WS-BASE-CURRENCY TO CE-BASE-CURRENCY
           MOVE WS-ROLL-KEY(1:4) TO WS-ENT-SEARCH-CODE
           PERFORM 1165-LOCATE-ENTITY
           IF WS-ENT-FOUND = 'Y'
               IF WS-ENT-BASE-CURRENCY(ENT-IDX) NOT = SPACES
                   MOVE WS-ENT-BASE-CURRENCY(ENT-IDX)
                       TO CE-BASE-CURRENCY
               END-IF
           END-IF
           MOVE WS-ROLL-KEY(5:20) TO CE-CATEGORY
           MOVE WS-ROLL-DEBIT-TOTAL TO CE-DEBIT-TOTAL
           MOVE WS-ROLL-CREDIT-TOTAL TO CE-CREDIT-TOTAL
           MOVE WS-ROLL-TRANSFER-TOTAL TO CE-TRANSFER-TOTAL
           MOVE WS-ROLL-REVERSAL-TOTAL TO CE-REVERSAL-TOTAL
           MOVE WS-ROLL-FEE-TOTAL TO CE-FEE-TOTAL
           MOVE WS-ROLL-RECORD-COUNT TO CE-RECORD-COUNT
           MOVE WS-ROLL-BASE-DEBIT-TOTAL TO CE-BASE-DEBIT-TOTAL
           MOVE WS-ROLL-BASE-CREDIT-TOTAL TO CE-BASE-CREDIT-TOTAL
           MOVE WS-ROLL-BASE-TRANSFER-TOTAL TO CE-BASE-TRANSFER-TOTAL
           MOVE WS-ROLL-BASE-REVERSAL-TOTAL TO CE-BASE-REVERSAL-TOTAL
           MOVE WS-ROLL-BASE-FEE-TOTAL TO CE-BASE-FEE-TOTAL
           WRITE CATEGORY-ENTITY-RECORD.

       2950-LOAD-HELD-TOTALS.
      *> The held-items file is optional - a day with no operator
      *> holds (or a chain run before the hold step existed) simply
           PERFORM 2950-LOAD-HELD-TOTALS.
           MOVE WS-HELD-COUNT TO RS-HELD-COUNT.
           MOVE WS-HELD-AMOUNT TO RS-HELD-AMOUNT.
           MOVE '04' TO RS-LAYOUT-VERSION.
           MOVE WS-CURRENCY-DETAIL-COUNT TO RS-CURRENCY-DETAIL-COUNT.
           MOVE WS-SOURCE-DETAIL-COUNT TO RS-SOURCE-DETAIL-COUNT.

           MOVE WS-SOURCE-TABLE-COUNT TO RS-SOURCE-COUNT
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   MOVE FD-SUMMARY-REC TO WS-VERIFY-SUMMARY-REC
                   PERFORM 3055-COMPARE-SUMMARY-FIELDS
           END-READ
           CLOSE SUMMARY-FILE
           PERFORM 3070-VERIFY-DETAIL-FILES.

       3055-COMPARE-SUMMARY-FIELDS.
           IF VFY-TOTAL-RECORDS NOT = WS-TOTAL-RECORDS
               OR VFY-TOTAL-REVERSALS NOT = WS-TOTAL-REVERSALS
               OR VFY-TOTAL-FEES NOT = WS-TOTAL-FEES
               OR VFY-CURRENCY-COUNT NOT = WS-CURRENCY-TABLE-COUNT
               OR VFY-SOURCE-COUNT NOT = WS-SOURCE-TABLE-COUNT
               OR VFY-CURRENCY-DETAIL-COUNT
                   NOT = WS-CURRENCY-DETAIL-COUNT
               OR VFY-SOURCE-DETAIL-COUNT NOT = WS-SOURCE-DETAIL-COUNT
               OR VFY-PTD-TOTAL-RECORDS NOT = WS-PERIOD-TOTAL-RECORDS
               OR VFY-PTD-TOTAL-DEBITS NOT = WS-PERIOD-TOTAL-DEBITS
               OR VFY-PTD-TOTAL-CREDITS NOT = WS-PERIOD-TOTAL-CREDITS
               END-IF
           END-PERFORM.

       3070-VERIFY-DETAIL-FILES.
      *> The detail files must read back with exactly the rows the
      *> summary says they carry, or downstream readers would miss
      *> (or double) a currency or a source without knowing it.
           MOVE ZERO TO WS-DETAIL-ROWS-READ
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT SUMMARY-CCY-FILE
           IF FS-SUMMARY-CCY = "00"
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ SUMMARY-CCY-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           ADD 1 TO WS-DETAIL-ROWS-READ
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-CCY-FILE
           END-IF
           IF WS-DETAIL-ROWS-READ NOT = WS-CURRENCY-DETAIL-COUNT
               MOVE 2 TO WS-EXIT-CODE
           END-IF

           MOVE ZERO TO WS-DETAIL-ROWS-READ
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT SUMMARY-SRC-FILE
           IF FS-SUMMARY-SRC = "00"
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ SUMMARY-SRC-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           ADD 1 TO WS-DETAIL-ROWS-READ
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-SRC-FILE
           END-IF
           IF WS-DETAIL-ROWS-READ NOT = WS-SOURCE-DETAIL-COUNT
               MOVE 2 TO WS-EXIT-CODE
           END-IF

           MOVE ZERO TO WS-DETAIL-ROWS-READ
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT SUMMARY-ENT-FILE
           IF FS-SUMMARY-ENT = "00"
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ SUMMARY-ENT-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           ADD 1 TO WS-DETAIL-ROWS-READ
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-ENT-FILE
           END-IF
           IF WS-DETAIL-ROWS-READ NOT = WS-ENTITY-DETAIL-COUNT
               MOVE 2 TO WS-EXIT-CODE
           END-IF.

       3060-WRITE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-FILE
           MOVE WS-PERIOD-TOTAL-RECORDS TO PD-TOTAL-RECORDS
           MOVE WS-PERIOD-TOTAL-DEBITS TO PD-TOTAL-DEBITS
           MOVE WS-PERIOD-TOTAL-CREDITS TO PD-TOTAL-CREDITS
           WRITE PERIOD-RECORD
           CLOSE PERIOD-FILE
           PERFORM 3065-WRITE-PERIOD-ENTITY-FILE.

       3065-WRITE-PERIOD-ENTITY-FILE.
      *> One line per entity known to the run, whether or not the
      *> day booked anything to it, so an entity keeps its month to
      *> date across a quiet day.
           OPEN OUTPUT PERIOD-ENTITY-FILE
           PERFORM VARYING ENT-IDX FROM 1 BY 1
                   UNTIL ENT-IDX > WS-ENTITY-TABLE-COUNT
               MOVE SPACES TO PERIOD-ENTITY-RECORD
               MOVE WS-ENT-CODE(ENT-IDX) TO PE-ENTITY
               IF WS-ENT-BASE-CURRENCY(ENT-IDX) = SPACES
                   MOVE WS-BASE-CURRENCY TO PE-BASE-CURRENCY
               ELSE
                   MOVE WS-ENT-BASE-CURRENCY(ENT-IDX)
                       TO PE-BASE-CURRENCY
               END-IF
               MOVE WS-ENT-PTD-RECORDS(ENT-IDX) TO PE-TOTAL-RECORDS
               MOVE WS-ENT-PTD-DEBITS(ENT-IDX) TO PE-TOTAL-DEBITS
               MOVE WS-ENT-PTD-CREDITS(ENT-IDX) TO PE-TOTAL-CREDITS
               WRITE PERIOD-ENTITY-RECORD
           END-PERFORM
           CLOSE PERIOD-ENTITY-FILE.

       3200-WRITE-SUMMARY-PRINT-REPORT.
           OPEN OUTPUT SUMMARY-PRINT-FILE.
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD

           MOVE WS-PAIRED-TRANSFERS TO WS-RECORDS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING 'TRANSFER PAIRS MATCHED. . . . : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD

           MOVE WS-UNPAIRED-TRANSFERS TO WS-RECORDS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING 'TRANSFER LEGS UNPAIRED. . . . : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD

           MOVE WS-MISMATCH-TRANSFERS TO WS-RECORDS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING 'TRANSFER PAIR MISMATCHES. . . : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD

           MOVE RS-HELD-COUNT TO WS-RECORDS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING 'HELD RECORDS (OPERATOR HOLDS) : '
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD

      *> The per-currency and per-source sections print from the
      *> detail files, so every currency and source of the day is
      *> shown, not just the ones embedded on the summary record.
           PERFORM 3210-PRINT-CURRENCY-TOTALS

           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD

           PERFORM 3220-PRINT-CURRENCY-NET

           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD

           PERFORM 3230-PRINT-SOURCE-TOTALS

           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD

           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING 'ENTITY ROLLUP (ENTITY BASE CURRENCY)'
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD

           PERFORM 3240-PRINT-ENTITY-TOTALS

           MOVE WS-ENTITY-MISMATCH-COUNT TO WS-RECORDS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING 'ENTITY MISMATCHES . . . . . . : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD

           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING '----------------------------------------'
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD

           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING '*** END OF REPORT ***'
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD

           CLOSE SUMMARY-PRINT-FILE.

       3210-PRINT-CURRENCY-TOTALS.
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT SUMMARY-CCY-FILE
           IF FS-SUMMARY-CCY = "00"
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ SUMMARY-CCY-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           PERFORM 3215-PRINT-ONE-CURRENCY
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-CCY-FILE
           END-IF.

       3215-PRINT-ONE-CURRENCY.
           MOVE SC-DEBIT-TOTAL TO WS-DEBITS-DISPLAY
           MOVE SC-CREDIT-TOTAL TO WS-CREDITS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SC-CURRENCY ' DEBITS . . . . . . . : '
                  WS-DEBITS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SC-CURRENCY ' CREDITS. . . . . . . : '
                  WS-CREDITS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD.

       3220-PRINT-CURRENCY-NET.
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT SUMMARY-CCY-FILE
           IF FS-SUMMARY-CCY = "00"
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ SUMMARY-CCY-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           PERFORM 3225-PRINT-ONE-CURRENCY-NET
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-CCY-FILE
           END-IF.

       3225-PRINT-ONE-CURRENCY-NET.
           COMPUTE WS-NET-POSITION =
               SC-CREDIT-TOTAL - FUNCTION ABS(SC-DEBIT-TOTAL)
           MOVE WS-NET-POSITION TO WS-NET-POS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SC-CURRENCY ' NET POSITION . . . . : '
                  WS-NET-POS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD.

       3230-PRINT-SOURCE-TOTALS.
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT SUMMARY-SRC-FILE
           IF FS-SUMMARY-SRC = "00"
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ SUMMARY-SRC-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           PERFORM 3235-PRINT-ONE-SOURCE
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-SRC-FILE
           END-IF.

       3235-PRINT-ONE-SOURCE.
           MOVE SS-RECORD-COUNT TO WS-RECORDS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SS-SOURCE ' RECORDS. . . . . . . : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD
           MOVE SS-DEBIT-TOTAL TO WS-DEBITS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SS-SOURCE ' DEBITS . . . . . . . : '
                  WS-DEBITS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD
           MOVE SS-CREDIT-TOTAL TO WS-CREDITS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SS-SOURCE ' CREDITS. . . . . . . : '
                  WS-CREDITS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD.

       3240-PRINT-ENTITY-TOTALS.
           MOVE 'N' TO WS-DETAIL-EOF
           OPEN INPUT SUMMARY-ENT-FILE
           IF FS-SUMMARY-ENT = "00"
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ SUMMARY-ENT-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           PERFORM 3245-PRINT-ONE-ENTITY
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-ENT-FILE
           END-IF.

       3245-PRINT-ONE-ENTITY.
           MOVE SE-RECORD-COUNT TO WS-RECORDS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SE-ENTITY ' RECORDS (' SE-BASE-CURRENCY ') . . . : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD
           MOVE SE-BASE-DEBIT-TOTAL TO WS-DEBITS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SE-ENTITY ' DEBITS. . . . . . . : '
                  WS-DEBITS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD
           MOVE SE-BASE-CREDIT-TOTAL TO WS-CREDITS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SE-ENTITY ' CREDITS . . . . . . : '
                  WS-CREDITS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD
           MOVE SE-PTD-RECORDS TO WS-RECORDS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SE-ENTITY ' PTD RECORDS . . . . : '
                  WS-RECORDS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD
           MOVE SE-PTD-DEBITS TO WS-DEBITS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SE-ENTITY ' PTD DEBITS. . . . . : '
                  WS-DEBITS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD
           MOVE SE-PTD-CREDITS TO WS-CREDITS-DISPLAY
           MOVE SPACES TO SUMMARY-PRINT-RECORD
           STRING SE-ENTITY ' PTD CREDITS . . . . : '
                  WS-CREDITS-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-PRINT-RECORD
           WRITE SUMMARY-PRINT-RECORD.

       3300-WRITE-AUDIT-LOG-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) '-' WS-CURRENT-DATETIME(5:2)
               WRITE AUDIT-LOG-RECORD
           END-IF

           IF WS-XFER-OVERFLOW = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP
                      ' PROGRAM=RECONCILE'
                      ' WARNING=XFERCARRY-OVERFLOW LIMIT=1000'
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF

           IF WS-RATE-MASTER-OVERFLOW = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP
                      ' PROGRAM=RECONCILE'
                      ' WARNING=RATEMAST-OVERFLOW LIMIT=1000'
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF

           IF WS-VALRULE-OVERFLOW = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP
                      ' PROGRAM=RECONCILE'
                      ' WARNING=VALRULES-OVERFLOW LIMIT=200'
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF

           IF WS-ENTITY-OVERFLOW = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP
                      ' PROGRAM=RECONCILE'
                      ' WARNING=ENTITY-OVERFLOW LIMIT=100'
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF

           IF WS-ENTITY-MISMATCH-COUNT > 0
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP
                      ' PROGRAM=RECONCILE'
                      ' WARNING=ENTITY-MISMATCH COUNT='
                      WS-ENTITY-MISMATCH-COUNT
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
           END-IF

           CLOSE AUDIT-LOG.

       2700-PROCESS-INTRADAY.
       3360-EXIT.
           EXIT.

       3370-ROLL-TRANSFER-CARRY.
      *> Rewrite the carry file: every leg still open, plus the legs
      *> this run closed (stamped with today's date) so a rerun of
      *> the day can reopen them. Legs closed on an earlier day have
      *> served that purpose and drop off here. A leg this run left
      *> open that a later run had closed keeps that closing date,
      *> and the later runs' own lines follow unchanged. A carry file
      *> that cannot be rewritten is logged for ALERT-COLLECT and
      *> fails the run.
           IF WS-XFER-LATER-OVERFLOW = 'Y'
               GO TO 3370-EXIT
           END-IF
           OPEN OUTPUT TRANSFER-CARRY-FILE
           IF FS-TRANSFER-CARRY NOT = "00"
               MOVE 2 TO WS-EXIT-CODE
               PERFORM 3375-LOG-CARRY-FAILURE
               GO TO 3370-EXIT
           END-IF
           PERFORM VARYING WS-XF-IDX2 FROM 1 BY 1
                   UNTIL WS-XF-IDX2 > WS-XFER-COUNT
               IF WS-XF-CLOSED-DATE(WS-XF-IDX2) = SPACES
                       OR WS-XF-CLOSED-DATE(WS-XF-IDX2) = WS-RUN-DATE
                   MOVE SPACES TO TRANSFER-CARRY-RECORD
                   MOVE WS-XF-OPEN-DATE(WS-XF-IDX2) TO XC-RUN-DATE
                   MOVE WS-XF-TR-ID(WS-XF-IDX2) TO XC-TR-ID
                   MOVE WS-XF-REF(WS-XF-IDX2) TO XC-XFER-REF
                   MOVE WS-XF-CURRENCY(WS-XF-IDX2) TO XC-TR-CURRENCY
                   MOVE WS-XF-AMOUNT(WS-XF-IDX2) TO XC-TR-AMOUNT
                   MOVE WS-XF-CLOSED-DATE(WS-XF-IDX2)
                       TO XC-CLOSED-DATE
                   IF WS-XF-CLOSED-DATE(WS-XF-IDX2) = SPACES
                       MOVE WS-XF-LATER-CLOSE(WS-XF-IDX2)
                           TO XC-CLOSED-DATE
                   END-IF
                   WRITE TRANSFER-CARRY-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-XF-IDX2 FROM 1 BY 1
                   UNTIL WS-XF-IDX2 > WS-XFER-LATER-COUNT
               MOVE WS-XL-LINE(WS-XF-IDX2) TO TRANSFER-CARRY-RECORD
               WRITE TRANSFER-CARRY-RECORD
           END-PERFORM
           CLOSE TRANSFER-CARRY-FILE.

       3370-EXIT.
           EXIT.

       3375-LOG-CARRY-FAILURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) '-' WS-CURRENT-DATETIME(5:2)
                  '-' WS-CURRENT-DATETIME(7:2) ' '
                  WS-CURRENT-DATETIME(9:2) ':' WS-CURRENT-DATETIME(11:2)
                  ':' WS-CURRENT-DATETIME(13:2)
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT-LOG NOT = "00" AND FS-AUDIT-LOG NOT = "05"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP ' PROGRAM=RECONCILE'
                  ' WARNING=XFERCARRY-WRITE-FAILED STATUS='
                  FS-TRANSFER-CARRY
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

       3400-WRITE-LATE-REPORT.
      *> Count and amount by original transaction date - in
      *> adjustment mode these lines are the prior-period adjustment
