            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS43.

       SELECT ITEM-USAGE-FILE ASSIGN TO 'projectItemUsage.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS IUSE-KEY
                FILE STATUS IS FILE-STATUS44.

       SELECT FEE-SCHEDULE-FILE ASSIGN TO 'projectFeeSchedule.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-KEY
                FILE STATUS IS FILE-STATUS26.

       SELECT DRAFT-FILE ASSIGN TO 'projectDraftRegister.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRF-NUMBER
                FILE STATUS IS FILE-STATUS51.

       SELECT CONTACT-FILE ASSIGN TO 'projectContactFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS52.

       SELECT CARD-REGISTER-FILE ASSIGN TO
           'projectCardRegister.dat'
           ORGANIZATION IS INDEXED
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS30.

       SELECT CARD-USAGE-FILE ASSIGN TO 'projectCardUsage.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSE-KEY
                FILE STATUS IS FILE-STATUS45.

       SELECT MANDATE-FILE ASSIGN TO 'projectMandate.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-KEY
                FILE STATUS IS FILE-STATUS46.

       SELECT DD-UNPAID-FILE ASSIGN TO 'projectDdUnpaids.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS47.

       SELECT OUTBOUND-PAY-FILE ASSIGN TO 'projectOutboundPay.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPAY-TRANS-ID
                FILE STATUS IS FILE-STATUS48.

       SELECT OD-FACILITY-FILE ASSIGN TO 'projectOdFacility.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS36.

       SELECT RATE-OVERRIDE-FILE ASSIGN TO 'projectRateOverrides.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROV-KEY
                FILE STATUS IS FILE-STATUS49.

       SELECT BONUS-REPORT-FILE ASSIGN TO WS-BONUS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS50.

       SELECT BENEFICIARY-FILE ASSIGN TO 'projectBeneficiary.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS DCHK-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS19.

      *Stream plan, partitions and per-stream totals when posting
      *runs as several account-range streams (PARM-POSTING-STREAMS).
       SELECT POST-STREAM-FILE ASSIGN TO 'projectPostStreams.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSTR-KEY
                FILE STATUS IS FILE-STATUS53.

      *Order an account's debits are paid in when funds are short.
       SELECT DEBIT-PRIORITY-FILE ASSIGN TO 'projectDebitPriority.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPRI-KEY
                FILE STATUS IS FILE-STATUS54.

       DATA DIVISION.

       FILE SECTION.
       FD PRICING-TIER-FILE.
       COPY projectPricingTierBook.

       FD ITEM-USAGE-FILE.
       COPY projectItemUsageBook.

       FD FEE-SCHEDULE-FILE.
       COPY projectFeeScheduleBook.

       FD CHEQUE-REGISTER-FILE.
       COPY projectChequeBook.

       FD DRAFT-FILE.
       COPY projectDraftBook.

       FD CARD-REGISTER-FILE.
       COPY projectCardBook.

       FD CARD-USAGE-FILE.
       COPY projectCardUsageBook.

       FD MANDATE-FILE.
       COPY projectMandateBook.

       FD DD-UNPAID-FILE.
       COPY projectDdUnpaidBook.

       FD OUTBOUND-PAY-FILE.
       COPY projectOutboundPayBook.

       FD OD-FACILITY-FILE.
       COPY projectOdFacilityBook.

       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD RATE-OVERRIDE-FILE.
       COPY projectRateOverrideBook.

       FD BONUS-REPORT-FILE.
       01 BONUS-REPORT-LINE      PIC X(132).

       FD BENEFICIARY-FILE.
       COPY projectBeneficiaryBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD CONTACT-FILE.
       COPY projectContactBook.

       FD STANDING-ORDER-FILE.
       COPY projectStandingOrderBook.

        05 FILLER                PIC X(3).
        05 FILLER                PIC 9(8).
        05 FILLER                PIC 9(8).
        05 FILLER                PIC 9(8).
        05 FILLER                PIC 9(8).
        05 FILLER                PIC X(1).

       FD POST-STREAM-FILE.
       COPY projectPostStreamBook.

       FD DEBIT-PRIORITY-FILE.
       COPY projectDebitPriorityBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
        05 WS-PARM-CLOSURE-ACCOUNT     PIC 9(10) VALUE 0.
        05 WS-PARM-ESCHEAT-YEARS       PIC 9(2) VALUE 5.
        05 WS-PARM-CHQ-CLEARING-DAYS   PIC 9(2) VALUE 7.
        05 WS-PARM-CARD-RENEW-DAYS     PIC 9(3) VALUE 45.
        05 WS-PARM-INTERBANK-ACCOUNT   PIC 9(10) VALUE 0.
        05 WS-PARM-LTV-LIMIT-PCT       PIC 9(3) VALUE 80.
        05 WS-PARM-PENALTY-MARGIN      PIC 9V9(4) VALUE 0.0200.
        05 WS-PARM-SETTLE-QUOTE-DAYS   PIC 9(3) VALUE 10.
        05 WS-PARM-SETTLE-FEE-PCT      PIC 9V9(4) VALUE 0.0100.
        05 WS-PARM-ALM-CSV             PIC X(1) VALUE "N".
        05 WS-PARM-BONUS-RATE          PIC 9V9(4) VALUE 0.
        05 WS-PARM-BONUS-MIN-DEPOSIT   PIC 9(8)V99 VALUE 500.00.
        05 WS-PARM-SIGNON-MAX-TRIES    PIC 9(2) VALUE 3.
        05 WS-PARM-PASSWORD-DAYS       PIC 9(3) VALUE 90.
        05 WS-PARM-OPER-DORMANT-DAYS   PIC 9(3) VALUE 90.
        05 WS-PARM-DRAFT-ACCOUNT       PIC 9(10) VALUE 0.
        05 WS-PARM-DRAFT-STALE-MONTHS  PIC 9(2) VALUE 6.
        05 WS-PARM-SDB-DRILL-DAYS      PIC 9(3) VALUE 180.
        05 WS-PARM-MAJORITY-AGE        PIC 9(2) VALUE 18.
        05 WS-PARM-HOME-COUNTRY        PIC X(2) VALUE "ZA".
        05 WS-PARM-HOME-DIAL-CODE      PIC X(3) VALUE "27".
        05 WS-PARM-RETENTION-YEARS     PIC 9(2) VALUE 5.
        05 WS-PARM-ATO-WINDOW-DAYS     PIC 9(3) VALUE 7.
        05 WS-PARM-ATO-LARGE-DEBIT     PIC 9(8)V99 VALUE 5000.00.
        05 WS-PARM-FTP-RATE            PIC 9V9(4) VALUE 0.0700.
        05 WS-PARM-POSTING-STREAMS     PIC 9(1) VALUE 1.
        05 WS-PARM-CAPITAL-BASE        PIC 9(12)V99 VALUE 0.
        05 WS-PARM-LARGE-EXPOSURE-PCT  PIC 9(2)V99 VALUE 10.00.
       01  FILE-STATUS5          PIC XX.
       01 WS-HIST-ARCHIVE-FILENAME PIC X(30).
       01  FILE-STATUS6          PIC XX.
       01  FILE-STATUS8          PIC XX.
       01  FILE-STATUS9          PIC XX.
       01 WS-TRIAL-BALANCE-FILENAME PIC X(30).
      *Trial-balance totals by product code, a row opened for each
      *product as its first account is read.
       01 WS-TBP-TABLE.
        05 WS-TBP-ENTRY OCCURS 30 TIMES.
         10 WS-TBP-TYPE          PIC X(7).
         10 WS-TBP-TOTAL         PIC S9(10)V99.
       01 WS-TBP-COUNT           PIC 9(2) VALUE 0.
       01 WS-TBP-IDX             PIC 9(2).
       01 WS-TBP-FOUND           PIC X.
       01 WS-CHKPT-LAST-STEP     PIC 9(2) VALUE 0.
       01 WS-CUST-LOADED-COUNT   PIC 9(5) VALUE 0.
       01 WS-PURGE-COUNT         PIC 9(5) VALUE 0.
       01 WS-TRF-CONTRA-CCY      PIC X(3).
       01  FILE-STATUS17         PIC XX.
       01 WS-FEE-TABLE.
        05 WS-FEE-ENTRY OCCURS 30 TIMES.
         10 WS-FEE-ACCOUNT-TYPE  PIC X(7).
         10 WS-FEE-AMOUNT        PIC 9(4)V99.
       01 WS-FEE-COUNT           PIC 9(2) VALUE 0.
       01 WS-FEE-IDX             PIC 9(2).
       01 WS-FEE-THIS-ACCOUNT    PIC 9(4)V99.
       01 WS-FEE-POSTED-COUNT    PIC 9(5) VALUE 0.
       01 END-OF-FILE4           PIC X VALUE "N".
         10 WS-RATE-VALUE        PIC 9V9(4).
       01 WS-RATE-COUNT          PIC 9(2) VALUE 0.
       01 WS-RATE-IDX            PIC 9(2).
       01 WS-SELECTED-RATE       PIC 9V9(6).
       01 WS-RATE-BEST-FLOOR     PIC S9(8)V99.
       01 WS-RATE-BEST-EFF       PIC 9(8).
       01 WS-RATE-RUN-DATE       PIC 9(8).
       01  FILE-STATUS26         PIC XX.
       01 WS-CHEQUE-OK           PIC X VALUE "Y".
       01 WS-CHEQUE-FAIL-REASON  PIC X(40).
       01 WS-DRF-NEW-STATUS      PIC X.
       01  FILE-STATUS30         PIC XX.
       01 WS-CARD-OK             PIC X VALUE "Y".
       01 WS-CARD-FAIL-REASON    PIC X(40).
       01 WS-CARD-DONE           PIC X VALUE "N".
       01 WS-CARD-SEEN           PIC X VALUE "N".
      *The card that presented the item and its daily limits, held
      *once the register is closed again, for the usage check and
      *the usage update when the item posts.
       01  FILE-STATUS45         PIC XX.
       01 WS-CARD-USED           PIC 9(16) VALUE 0.
       01 WS-CARD-LIM-ATM        PIC 9(7)V99.
       01 WS-CARD-LIM-POS        PIC 9(7)V99.
       01 WS-CARD-LIM-COUNT      PIC 9(3).
       01 WS-CARD-ABS-AMOUNT     PIC 9(7)V99.
       01 WS-CUSE-FOUND          PIC X VALUE "N".
       01 WS-CARD-LIMIT-BREACHES PIC 9(5) VALUE 0.
      *Third-party collections from the transaction feed are held to
      *the customer's direct-debit mandates; refusals are returned
      *to the originator through the unpaids file.
       01  FILE-STATUS46         PIC XX.
       01  FILE-STATUS47         PIC XX.
       01 WS-MAND-FILE-OPEN      PIC X VALUE "N".
       01 WS-MAND-OK             PIC X VALUE "Y".
       01 WS-MAND-FAIL-REASON    PIC X(40).
       01 WS-MAND-REASON-CODE    PIC X(4).
       01 WS-MAND-ABS-AMOUNT     PIC 9(6)V99.
       01 WS-DD-UNPAID-COUNT     PIC 9(5) VALUE 0.
      *Payments to other banks: the external beneficiary's details
      *are picked up from the register as the item is checked and
      *queued with the payment for the outbound clearing file.
       01  FILE-STATUS48         PIC XX.
       01 WS-OPAY-FILE-OPEN      PIC X VALUE "N".
       01 WS-XPT-OK              PIC X VALUE "Y".
       01 WS-XPT-FAIL-REASON     PIC X(40).
       01 WS-XPT-FROM-CCY        PIC X(3).
       01 WS-XPT-BANK-CODE       PIC X(11).
       01 WS-XPT-EXT-ACCOUNT     PIC X(20).
       01 WS-XPT-BEN-NAME        PIC X(50).
       01 WS-XPT-QUEUED-COUNT    PIC 9(5) VALUE 0.
       01 WS-XPT-QUEUED-TOTAL    PIC 9(10)V99 VALUE 0.
       01  FILE-STATUS31         PIC XX.
      *Active, unexpired arranged-overdraft facilities loaded once
      *per posting run; accounts without one trade on the global
       01  FILE-STATUS34         PIC XX.
       01 WS-KYC-OK              PIC X VALUE "Y".
       01 WS-KYC-GRACE-EPOCH     PIC 9(9).
      *Account-takeover rule: the date the item's beneficiary was
      *registered and the issue date of a replacement card that
      *presented it (zero when neither applies), tested against a
      *recent unconfirmed change of the account's contact details.
       01  FILE-STATUS52         PIC XX.
       01 WS-ATO-OK              PIC X VALUE "Y".
       01 WS-ATO-FAIL-REASON     PIC X(40).
       01 WS-ATO-BEN-DATE        PIC 9(8) VALUE 0.
       01 WS-CARD-REPL-DATE      PIC 9(8) VALUE 0.
       01 WS-ATO-ABS-AMOUNT      PIC 9(8)V99.
       01 WS-ATO-DAYS            PIC S9(9).
      *Posting streams. In stream mode the posting loop works only
      *TRANS-ACCOUNT-NUM WS-PSTR-LOW-ACCT thru WS-PSTR-HIGH-ACCT,
      *draws TRANS-IDs and HOLD-IDs from the blocks reserved for
      *the stream instead of KEYS, and leaves items that reach
      *outside the range NEW for the single pass after the merge.
       01  FILE-STATUS53         PIC XX.
       COPY projectPostStreamReqBook.
       01 WS-PSTR-MODE           PIC X VALUE "N".
          88 WS-PSTR-MODE-ON     VALUE "Y".
       01 WS-PSTR-STREAM-NO      PIC 9(2) VALUE 0.
       01 WS-PSTR-STREAM-COUNT   PIC 9(2) VALUE 0.
       01 WS-PSTR-LOW-ACCT       PIC 9(10) VALUE 0.
       01 WS-PSTR-HIGH-ACCT      PIC 9(10) VALUE 0.
       01 WS-PSTR-NEXT-TRANS-ID  PIC 9(10) VALUE 0.
       01 WS-PSTR-LAST-TRANS-ID  PIC 9(10) VALUE 0.
       01 WS-PSTR-NEXT-HOLD-ID   PIC 9(5) VALUE 0.
       01 WS-PSTR-LAST-HOLD-ID   PIC 9(5) VALUE 0.
       01 WS-PSTR-BLOCK-SIZE     PIC 9(10).
       01 WS-PSTR-BLOCK-FIRST    PIC 9(10).
       01 WS-PSTR-BLOCK-LAST     PIC 9(10).
       01 WS-PSTR-KEYS-OK        PIC X VALUE "Y".
       01 WS-PSTR-PLANNED        PIC X VALUE "Y".
       01 WS-PSTR-CROSSING       PIC X VALUE "N".
       01 WS-PSTR-TARGET         PIC 9(10).
       01 WS-PSTR-DEFERRED       PIC 9(7) VALUE 0.
       01 WS-PSTR-TRANS-OPEN     PIC XX.
       01 WS-PSTR-PLAN-FOUND     PIC X VALUE "N".
       01 WS-PSTR-PLAN-STATUS    PIC X VALUE SPACE.
       01 WS-PSTR-CLAIMED        PIC X VALUE "N".
       01 WS-PSTR-OPEN-COUNT     PIC 9(2).
       01 WS-PSTR-TIMED-OUT      PIC X VALUE "N".
       01 WS-PSTR-WAITED         PIC 9(7) VALUE 0.
       01 WS-PSTR-WAIT-LIMIT     PIC 9(7) VALUE 14400.
       01 WS-PSTR-POLL-SECS      PIC 9(4) VALUE 5.
       01 WS-PSTR-IDX            PIC 9(3).
       01 WS-PSTR-SEQ            PIC 9(3).
       01 WS-PSTR-TOTAL-ITEMS    PIC 9(9).
       01 WS-PSTR-RUNNING        PIC 9(9).
       01 WS-PSTR-PREV-ACCT      PIC 9(10).
       01 WS-PSTR-EOF            PIC X.
       01 WS-PSTR-BATCH-N        PIC 9(3).
       01 WS-PSTR-IBS-N          PIC 9(2).
       01 WS-PSTR-PLAN-TABLE.
        05 WS-PSTR-PLAN-ENTRY OCCURS 9 TIMES.
         10 WS-PSTR-P-LOW        PIC 9(10).
         10 WS-PSTR-P-HIGH       PIC 9(10).
         10 WS-PSTR-P-ITEMS      PIC 9(9).
         10 WS-PSTR-P-CDP        PIC 9(7).
       01 WS-PSTR-TIME           PIC 9(8).
       01 WS-PSTR-TIME-PARTS REDEFINES WS-PSTR-TIME.
        05 WS-PSTR-TIME-HH       PIC 9(2).
        05 WS-PSTR-TIME-MM       PIC 9(2).
        05 WS-PSTR-TIME-SS       PIC 9(2).
        05 WS-PSTR-TIME-HU       PIC 9(2).
       01 WS-PSTR-START-TIME     PIC 9(8).
       01 WS-PSTR-START-SECS     PIC 9(5).
       01 WS-PSTR-ELAPSED        PIC S9(7).
      *Run totals as they stood before the streams posted; the merge
      *starts from these and adds every stream's own totals.
       01 WS-PSTR-BASE-RECON     PIC S9(9)V99.
       01 WS-PSTR-BASE-HASH      PIC S9(9)V99.
       01 WS-PSTR-BASE-SUSPENSE  PIC 9(5).
       01 WS-PSTR-BASE-WHS       PIC 9(5).
       01 WS-PSTR-BASE-CARD      PIC 9(5).
       01 WS-PSTR-BASE-DD        PIC 9(5).
       01 WS-PSTR-BASE-XPT-COUNT PIC 9(5).
       01 WS-PSTR-BASE-XPT-TOTAL PIC 9(10)V99.
       01 WS-PSTR-BASE-ICH-COUNT PIC 9(5).
       01 WS-PSTR-BASE-ICH-TOTAL PIC S9(9)V99.
       01 WS-PSTR-BASE-ALERT     PIC 9(5).
       01 WS-PSTR-BASE-CONV      PIC S9(10)V99.
       COPY projectGuardianCheckReqBook.
       01 WS-GUARD-OK            PIC X VALUE "Y".
       COPY projectWithdrawalCheckReqBook.
       01 WS-NOTICE-OK           PIC X VALUE "Y".
       01 WS-NOTICE-ID           PIC 9(8) VALUE 0.
      *Debit priority. The table is loaded once per run. Each
      *account's items are taken off the file together and posted
      *from WS-DPO-TABLE, with the debits among them re-ordered by
      *rank into the slots debits held; everything else keeps its
      *place. An account with more items than the table holds is
      *ordered a table-full at a time.
       01  FILE-STATUS54         PIC XX.
       01 WS-DPRI-TABLE.
        05 WS-DPRI-ENTRY OCCURS 100 TIMES.
         10 WS-DPRI-TYPE         PIC X(3).
         10 WS-DPRI-CHANNEL      PIC X(10).
         10 WS-DPRI-BATCH        PIC X(10).
         10 WS-DPRI-RANK         PIC 9(2).
       01 WS-DPRI-COUNT          PIC 9(3) VALUE 0.
       01 WS-DPRI-IDX            PIC 9(3).
       01 WS-DPRI-FIT            PIC 9.
       01 WS-DPRI-BEST-FIT       PIC 9.
       01 WS-DPRI-ITEM-RANK      PIC 9(2).
       01 WS-DPO-TABLE.
        05 WS-DPO-ENTRY OCCURS 1000 TIMES.
         10 WS-DPO-TRANS-ID      PIC 9(10).
         10 WS-DPO-TYPE          PIC X(3).
         10 WS-DPO-DEBIT         PIC X.
         10 WS-DPO-RANK          PIC 9(2).
         10 WS-DPO-SEQ           PIC 9(4).
         10 WS-DPO-POSTED        PIC X.
       01 WS-DPO-SWAP            PIC X(21).
       01 WS-DPO-COUNT           PIC 9(4) VALUE 0.
       01 WS-DPO-NEXT            PIC 9(4) VALUE 1.
       01 WS-DPO-CURRENT         PIC 9(4) VALUE 0.
       01 WS-DPO-IDX             PIC 9(4).
       01 WS-DPO-IDX2            PIC 9(4).
       01 WS-DPO-BEST            PIC 9(4).
       01 WS-DPO-ACCOUNT         PIC 9(10).
       01 WS-DPO-SKIP            PIC 9(6) VALUE 0.
       01 WS-DPO-SKIPPED         PIC 9(6).
       01 WS-DPO-STARTED         PIC X VALUE "N".
       01 WS-DPO-MORE            PIC X VALUE "N".
       01 WS-DPO-FILE-ENDED      PIC X VALUE "N".
       01 WS-DPO-FOUND           PIC X.
       01 WS-DPO-READ-OK         PIC X.
       01 WS-DPO-REORDERED       PIC 9(7) VALUE 0.
       01  FILE-STATUS35         PIC XX.
       01 WS-BEN-OK              PIC X VALUE "Y".
       01 WS-BEN-FAIL-REASON     PIC X(40).
       01 WS-NAL-COUNT           PIC 9(3) VALUE 0.
       01 WS-NAL-IDX             PIC 9(3).
       01 WS-NAL-FOUND           PIC X.
       01  FILE-STATUS49         PIC XX.
      *Negotiated rates in force on the run date, loaded with the
      *rate table so the rate pick can honour them.
       01 WS-ROV-TABLE.
        05 WS-ROV-ENTRY OCCURS 300 TIMES.
         10 WS-ROV-ACCOUNT        PIC 9(10).
         10 WS-ROV-RATE           PIC 9V9(6).
       01 WS-ROV-COUNT           PIC 9(3) VALUE 0.
       01 WS-ROV-IDX             PIC 9(3).
       01  FILE-STATUS50         PIC XX.
       01  FILE-STATUS51         PIC XX.
      *Month-end bonus interest qualification for SAVINGS accounts.
       01 WS-BONUS-FILENAME      PIC X(30).
       01 WS-BNS-MONTH-START     PIC 9(8).
       01 WS-BNS-MONTH-SPLIT REDEFINES WS-BNS-MONTH-START.
        05 WS-BNS-YYYYMM         PIC 9(6).
        05 WS-BNS-DD             PIC 9(2).
       01 WS-BNS-NET-DEPOSIT     PIC S9(10)V99.
       01 WS-BNS-WITHDRAWN-ON    PIC 9(8).
       01 WS-BNS-ITEM-TYPE       PIC X(3).
       01 WS-BNS-ITEM-AMOUNT     PIC S9(8)V99.
       01 WS-BNS-ITEM-DATE       PIC 9(8).
       01 WS-BNS-AMOUNT          PIC S9(8)V99.
       01 WS-BNS-REASON          PIC X(40).
       01 WS-BNS-SCAN-END        PIC X.
       01 WS-BNS-QUALIFIED       PIC 9(5) VALUE 0.
       01 WS-BNS-DISQUALIFIED    PIC 9(5) VALUE 0.
       01 WS-BNS-TOTAL           PIC S9(10)V99 VALUE 0.
       01 WS-BNS-SHOW-BALANCE    PIC -(9)9.99.
       01 WS-BNS-SHOW-NET        PIC -(9)9.99.
       01 WS-BNS-SHOW-AMOUNT     PIC -(7)9.99.
       01  FILE-STATUS37         PIC XX.
      *Net due-to/due-from positions per branch pair built up while
      *posting and flushed to the inter-branch file after the loop.
       01 WS-LGL-REMAINING       PIC 9(10)V99.
       01 WS-LGL-SWEEP           PIC 9(8)V99.
       01 WS-LGL-SWEPT-COUNT     PIC 9(5) VALUE 0.
       01 WS-LGL-RAISED-COUNT    PIC 9(5) VALUE 0.
       01 WS-LGL-RAISED-AMOUNT   PIC S9(10)V99.
       01 WS-LGL-AVAILABLE       PIC S9(10)V99.
       01 WS-LGL-WAITING         PIC X.
       01 WS-LGL-SCAN-DONE       PIC X.
       01 WS-LGL-OK              PIC X VALUE "Y".
       01  FILE-STATUS40         PIC XX.
      *Day's memo-posts staged so the file can be rewritten with
      *only the records the authoritative run has not consumed.
        05 WS-BALJ-ACCOUNT       PIC 9(10).
        05 WS-BALJ-BEFORE        PIC S9(8)V99.
        05 WS-BALJ-AFTER         PIC S9(8)V99.
      *Interface block for the shared product lookup module and the
      *product record it fills - the rules of the account in hand.
       COPY projectProductReqBook.
       COPY projectProductBook.
       01 WS-FLOOR-ENFORCED      PIC X VALUE "Y".
       COPY projectTranCodeReqBook.
       COPY projectTranCodeBook.
       01 WS-TCD-OK              PIC X VALUE "Y".
       01 WS-TCD-FAIL-REASON     PIC X(40).
      *Per-item charges: the tariff in hand for the item just
      *posted, the charge after relationship pricing, the run's
      *totals, and the posting loop's record kept across the
      *charge's own transaction write.
       COPY projectTariffReqBook.
       COPY projectTariffBook.
       01  FILE-STATUS44         PIC XX.
       01 WS-ICH-POSTED-COUNT    PIC 9(5) VALUE 0.
       01 WS-ICH-POSTED-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-ICH-SAVE-RECORD     PIC X(219).
       01 WS-BACKDATE-DAYS       PIC S9(5).
       01 WS-BACKDATE-ADJUSTMENT PIC S9(8)V99.
       01  FILE-STATUS27         PIC XX.
                      "projBusinessDateMaintenance TO OVERRIDE."
              GOBACK
           END-IF
      *Started by projPostingStream: work the day's ready posting
      *streams alongside the main run and return - nothing else.
           IF PSRQ-WORKER
              MOVE SPACES TO PSRQ-MARKER
              PERFORM RUN-AS-POSTING-WORKER
              GOBACK
           END-IF
           MOVE WS-PARM-PRINT-BANK-NAME TO PRINT-BANK-NAME.
           MOVE WS-PARM-PRINT-ENV-TAG   TO PRINT-ENV-TAG.
           call 'print' using PRINT-CONFIG.

           IF WS-CHKPT-LAST-STEP < 2
              PERFORM SPACING
              PERFORM RAISE-LEGAL-REMITTANCES
      *With more than one posting stream the account ranges post
      *first (here and in any projPostingStream copies) and merge;
      *the ordinary pass that follows then posts only the items
      *the streams left for it. Streams that cannot be given id
      *blocks from KEYS stop the run before anything posts.
              IF WS-PARM-POSTING-STREAMS > 1
                 OPEN I-O TRANSACTION-FILE
                 MOVE FILE-STATUS1 TO WS-PSTR-TRANS-OPEN
                 PERFORM RUN-POSTING-STREAMS
                 IF WS-PSTR-TIMED-OUT = "Y"
                    CLOSE TRANSACTION-FILE
                    DISPLAY "POSTING STREAMS NOT COMPLETE AFTER "
                            WS-PSTR-WAITED " SECONDS - RUN STOPPED."
                    DISPLAY "RERUN TO RESUME THE OPEN STREAMS."
                    GOBACK
                 END-IF
                 IF WS-PSTR-PLANNED = "N"
                    CLOSE TRANSACTION-FILE
                    DISPLAY "KEYS FILE NOT AVAILABLE FOR POSTING "
                            "STREAM ID BLOCKS - RUN STOPPED."
                    DISPLAY "RERUN ONCE KEEPING.dat IS AVAILABLE."
                    GOBACK
                 END-IF
                 MOVE WS-PSTR-TRANS-OPEN TO FILE-STATUS1
              ELSE
                 PERFORM SUM-CUSTOMER-BALANCES
                 MOVE WS-RECON-TOTAL-NOW TO WS-RECON-BALANCE-BEFORE
                 OPEN I-O TRANSACTION-FILE
              END-IF
               PERFORM TRANSACTION-FILE-CHECK
               PERFORM INTEREST-CALCULATION
               PERFORM FEE-ASSESSMENT
           MOVE "TRANSACTION-FILE OPENED OK" TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG

      *Per-item charges price through the relationship tiers, so
      *the tiers and combined balances are in hand before posting
      *takes the customer file.
           PERFORM LOAD-PRICING-TIERS
           PERFORM LOAD-COMBINED-BALANCES
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND SUSPENSE-FILE
           OPEN INPUT DUPCHECK-FILE
           OPEN I-O ITEM-USAGE-FILE
           IF FILE-STATUS44 = "35"
              OPEN OUTPUT ITEM-USAGE-FILE
              CLOSE ITEM-USAGE-FILE
              OPEN I-O ITEM-USAGE-FILE
           END-IF
           OPEN I-O CARD-USAGE-FILE
           IF FILE-STATUS45 = "35"
              OPEN OUTPUT CARD-USAGE-FILE
              CLOSE CARD-USAGE-FILE
              OPEN I-O CARD-USAGE-FILE
           END-IF
           MOVE "N" TO WS-MAND-FILE-OPEN
           OPEN INPUT MANDATE-FILE
           IF FILE-STATUS46 = "00"
              MOVE "Y" TO WS-MAND-FILE-OPEN
           END-IF
           OPEN EXTEND DD-UNPAID-FILE
           IF FILE-STATUS47 = "35"
              OPEN OUTPUT DD-UNPAID-FILE
           END-IF
           OPEN I-O OUTBOUND-PAY-FILE
           IF FILE-STATUS48 = "35"
              OPEN OUTPUT OUTBOUND-PAY-FILE
              CLOSE OUTBOUND-PAY-FILE
              OPEN I-O OUTBOUND-PAY-FILE
           END-IF
           MOVE "N" TO WS-OPAY-FILE-OPEN
           IF FILE-STATUS48 = "00"
              MOVE "Y" TO WS-OPAY-FILE-OPEN
           END-IF
           IF NOT WS-PSTR-MODE-ON
              PERFORM RELEASE-EXPIRED-HOLDS
           END-IF
           PERFORM LOAD-ACCOUNT-HOLDS
           PERFORM LOAD-OD-FACILITIES
           PERFORM LOAD-DEBIT-PRIORITIES
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-BENEF-DAY-TOTALS
           PERFORM RATE-TABLE-CHECK
           MOVE WS-RUN-DATE TO WS-RATE-RUN-DATE
           PERFORM LOAD-RATE-OVERRIDES
           OPEN INPUT ALERT-SUB-FILE
           OPEN EXTEND ALERT-EXTRACT-FILE
           IF FILE-STATUS28 = "35"
              CLOSE ALERT-EXTRACT-FILE
              OPEN OUTPUT ALERT-EXTRACT-FILE
           END-IF
      *Expired holds and the warehouse are released once, before
      *the streams are planned, not again by each stream.
           IF NOT WS-PSTR-MODE-ON
              PERFORM WAREHOUSE-RELEASE
           END-IF
      *The run works the file in TRANS-ACCOUNT-NUM order through
      *the alternate index, so one account's items arrive together
      *and its customer record is read once per group instead of
      *once per item. Every per-item suspense, duplicate, and hold
      *check is unchanged. A stream starts at the bottom of its own
      *account range and stops past the top of it. Within each
      *account the debits are paid in priority order
      *(NEXT-POSTING-ITEM).
           MOVE 0 TO WS-CUST-CACHE-ACCT
           MOVE "N" TO END-OF-FILE2
           MOVE "N" TO WS-DPO-STARTED
           MOVE "N" TO WS-DPO-MORE
           MOVE "N" TO WS-DPO-FILE-ENDED
           MOVE 0 TO WS-DPO-COUNT WS-DPO-CURRENT WS-DPO-SKIP
           MOVE 1 TO WS-DPO-NEXT
           IF WS-PSTR-MODE-ON
              MOVE WS-PSTR-LOW-ACCT TO TRANS-ACCOUNT-NUM
           ELSE
              MOVE 0 TO TRANS-ACCOUNT-NUM
           END-IF
           START TRANSACTION-FILE
                 KEY IS NOT LESS THAN TRANS-ACCOUNT-NUM
             INVALID KEY
           END-START
           PERFORM UNTIL END-OF-FILE2 = 'Y'

           PERFORM NEXT-POSTING-ITEM
           IF END-OF-FILE2 NOT = "Y"
             IF WS-PSTR-MODE-ON
                PERFORM CHECK-STREAM-CROSSING
             END-IF
             IF WS-PSTR-MODE-ON AND
                WS-TRANS-ACCOUNT-NUM > WS-PSTR-HIGH-ACCT
                MOVE "Y" TO END-OF-FILE2
             ELSE
             IF WS-PSTR-CROSSING = "Y"
      *Reaches an account in another stream (or one not yet
      *allocated): left NEW for the single pass after the merge,
      *where both sides are posted by one copy of the run.
                ADD 1 TO WS-PSTR-DEFERRED
             ELSE
             IF WS-TRANS-STATUS-NEW AND
                WS-TRANS-VALUE-DATE > WS-RUN-DATE
      *"Pay this on the 25th" waits in the warehouse: nothing about
               MOVE "INVALID CHECK DIGIT" TO SUSP-REASON
               PERFORM WRITE-SUSPENSE-ITEM
             ELSE
             PERFORM VALIDATE-TRANS-CODE
             IF WS-TCD-OK = "N"
               DISPLAY "Transaction code refused for TRANS-ID "
                       WS-TRANS-ID ": " WS-TCD-FAIL-REASON
               MOVE WS-TRANS-ID          TO SUSP-TRANS-ID
               MOVE WS-TRANS-ACCOUNT-NUM TO SUSP-ACCOUNT-NUM
               MOVE WS-TRANSACTION-DATE  TO SUSP-TRANS-DATE
               MOVE WS-TRANS-AMOUNT      TO SUSP-TRANS-AMOUNT
               MOVE WS-TCD-FAIL-REASON   TO SUSP-REASON
               PERFORM WRITE-SUSPENSE-ITEM
             ELSE
             IF WS-TRANS-TYPE = "OPN"
      *The opening name is screened against the watchlist before
      *the account exists; a potential match parks on the review
               MOVE "WATCHLIST NAME MATCH" TO SUSP-REASON
               PERFORM WRITE-SUSPENSE-ITEM
              ELSE
      *The product must be on the master and still open for sale,
      *and the first deposit must meet its opening minimum.
              MOVE WS-TRANS-ACCOUNT-TYPE TO PRDQ-CODE
              CALL 'projProductLookup' USING PRODUCT-REQUEST
                                             PRODUCT-RECORD
              IF NOT PRDQ-FOUND OR PROD-WITHDRAWN OR
                 WS-TRANS-AMOUNT < PROD-MIN-OPEN-BALANCE
               DISPLAY "Product rules refuse OPN for account: "
                       WS-TRANS-ACCOUNT-NUM
               MOVE WS-TRANS-ID          TO SUSP-TRANS-ID
               MOVE WS-TRANS-ACCOUNT-NUM TO SUSP-ACCOUNT-NUM
               MOVE WS-TRANSACTION-DATE  TO SUSP-TRANS-DATE
               MOVE WS-TRANS-AMOUNT      TO SUSP-TRANS-AMOUNT
               IF NOT PRDQ-FOUND
                  MOVE "PRODUCT NOT ON MASTER" TO SUSP-REASON
               ELSE IF PROD-WITHDRAWN
                  MOVE "PRODUCT WITHDRAWN FROM SALE" TO SUSP-REASON
               ELSE
                  MOVE "BELOW PRODUCT OPENING MINIMUM"
                       TO SUSP-REASON
               END-IF
               END-IF
               PERFORM WRITE-SUSPENSE-ITEM
              ELSE
               MOVE WS-TRANS-ACCOUNT-NUM  TO ACCOUNT-NUM
               MOVE WS-TRANS-NEW-NAME     TO ACCOUNT-NAMES
               MOVE WS-TRANS-ACCOUNT-TYPE TO ACCOUNT-TYPE
                  MOVE WS-TRANS-CURRENCY-CODE
                       TO ACCOUNT-CURRENCY-CODE
               END-IF
               MOVE PROD-STMT-CYCLE       TO ACCOUNT-STMT-CYCLE
               MOVE 0                     TO ACCOUNT-ACCRUED-INTEREST
               WRITE CUSTOMER-RECORD
                INVALID KEY
                 DISPLAY "Account opened: " WS-TRANS-ACCOUNT-NUM
               END-WRITE
              END-IF
              END-IF
             ELSE
              PERFORM FETCH-CUSTOMER-FOR-POSTING
              IF WS-CUST-FETCH-OK = "N"
                  DISPLAY "Account frozen: " WS-TRANS-ACCOUNT-NUM
                 WHEN "TRF"
                  PERFORM POST-TRANSFER-LEGS
                 WHEN "XPT"
                  PERFORM POST-EXTERNAL-PAYMENT
                 WHEN "NAM"
                  PERFORM POST-NAME-CHANGE
                 WHEN OTHER
                   ELSE
                   PERFORM VALIDATE-CARD-PRESENTMENT
                   IF WS-CARD-OK = "N"
                    DISPLAY "Card item rejected for account "
                            WS-TRANS-ACCOUNT-NUM ": "
                            WS-CARD-FAIL-REASON
                    MOVE WS-TRANS-ID          TO SUSP-TRANS-ID
                    MOVE WS-CARD-FAIL-REASON  TO SUSP-REASON
                    PERFORM WRITE-SUSPENSE-ITEM
                   ELSE
                   PERFORM VALIDATE-DIRECT-DEBIT-MANDATE
                   IF WS-MAND-OK = "N"
                    DISPLAY "Collection returned unpaid for account "
                            WS-TRANS-ACCOUNT-NUM ": "
                            WS-MAND-FAIL-REASON
                    MOVE WS-TRANS-ID          TO SUSP-TRANS-ID
                    MOVE WS-TRANS-ACCOUNT-NUM TO SUSP-ACCOUNT-NUM
                    MOVE WS-TRANSACTION-DATE  TO SUSP-TRANS-DATE
                    MOVE WS-TRANS-AMOUNT      TO SUSP-TRANS-AMOUNT
                    MOVE WS-MAND-FAIL-REASON  TO SUSP-REASON
                    PERFORM WRITE-SUSPENSE-ITEM
                    PERFORM WRITE-DD-UNPAID
                   ELSE
                   PERFORM VALIDATE-TERM-DEPOSIT-FREEZE
                   IF WS-TDFRZ-OK = "N"
                    DISPLAY "Withdrawal before maturity rejected "
                    MOVE "KYC REVIEW OVERDUE" TO SUSP-REASON
                    PERFORM WRITE-SUSPENSE-ITEM
                   ELSE
                   PERFORM VALIDATE-GUARDIAN-CHANNEL
                   IF WS-GUARD-OK = "N"
                    DISPLAY "Minor's account, channel not authorised "
                            "by guardian: " WS-TRANS-ACCOUNT-NUM
                    MOVE WS-TRANS-ID          TO SUSP-TRANS-ID
                    MOVE WS-TRANS-ACCOUNT-NUM TO SUSP-ACCOUNT-NUM
                    MOVE WS-TRANSACTION-DATE  TO SUSP-TRANS-DATE
                    MOVE WS-TRANS-AMOUNT      TO SUSP-TRANS-AMOUNT
                    MOVE "MINOR - CHANNEL NOT AUTHORISED"
                         TO SUSP-REASON
                    PERFORM WRITE-SUSPENSE-ITEM
                   ELSE
                   PERFORM VALIDATE-WITHDRAWAL-NOTICE
                   IF WS-NOTICE-OK = "N"
                    DISPLAY "Notice account, no matured notice covers "
                            "the withdrawal: " WS-TRANS-ACCOUNT-NUM
                    MOVE WS-TRANS-ID          TO SUSP-TRANS-ID
                    MOVE WS-TRANS-ACCOUNT-NUM TO SUSP-ACCOUNT-NUM
                    MOVE WS-TRANSACTION-DATE  TO SUSP-TRANS-DATE
                    MOVE WS-TRANS-AMOUNT      TO SUSP-TRANS-AMOUNT
                    MOVE "NO MATURED NOTICE OF WITHDRAWAL"
                         TO SUSP-REASON
                    PERFORM WRITE-SUSPENSE-ITEM
                   ELSE
                   MOVE 0 TO WS-ATO-BEN-DATE
                   PERFORM VALIDATE-CONTACT-TAKEOVER
                   IF WS-ATO-OK = "N"
                    DISPLAY "Contact details recently changed, "
                            "held for callback: " WS-TRANS-ACCOUNT-NUM
                    MOVE WS-TRANS-ID          TO SUSP-TRANS-ID
                    MOVE WS-TRANS-ACCOUNT-NUM TO SUSP-ACCOUNT-NUM
                    MOVE WS-TRANSACTION-DATE  TO SUSP-TRANS-DATE
                    MOVE WS-TRANS-AMOUNT      TO SUSP-TRANS-AMOUNT
                    MOVE WS-ATO-FAIL-REASON   TO SUSP-REASON
                    PERFORM WRITE-SUSPENSE-ITEM
                   ELSE
                   PERFORM VALIDATE-TRANS-CURRENCY
                   IF WS-CURRENCY-OK = "N"
                    DISPLAY "Currency mismatch, posting rejected: "
                           WS-HOLD-THIS-ACCOUNT

                   PERFORM SELECT-OVERDRAFT-FLOOR
                   IF WS-FLOOR-ENFORCED = "Y" AND
                      WS-PROSPECTIVE-AVAILABLE <
                      WS-EFFECTIVE-OD-FLOOR
                    DISPLAY "Available balance breached for account: "
                    END-IF
                    IF WS-TRANS-VALUE-DATE > 0 AND
                       WS-TRANS-VALUE-DATE < WS-RUN-DATE AND
                       PROD-INT-ON-BALANCE
                     PERFORM BACKDATE-INTEREST-ADJUSTMENT
                    END-IF
                    PERFORM CHECK-ALERT-SUBSCRIPTION
                             WS-TRANS-REF-ID " on account "
                             WS-TRANS-ACCOUNT-NUM
                    END-IF
                    IF WS-CARD-USED > 0
                     PERFORM ACCUMULATE-CARD-USAGE
                    END-IF
                    IF WS-NOTICE-ID > 0
                     PERFORM TAKE-WITHDRAWAL-NOTICE
                    END-IF
                    PERFORM ASSESS-ITEM-CHARGE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                END-EVALUATE
              END-IF
             END-IF
             END-IF
             END-IF
               IF WS-TRANS-SUSPENDED-FLAG = "N"
                  PERFORM COUNT-BATCH-POSTING
                  IF WS-DPO-CURRENT > 0
                     MOVE "Y" TO WS-DPO-POSTED(WS-DPO-CURRENT)
                  END-IF
               END-IF
      *Suspended items carry their own status so downstream
      *consumers of "P"/"A" (backout, GL export, ATM recon,
               REWRITE TRANSACTION-RECORD
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           END-PERFORM
      *A stream hands its totals to the merge; batch validation and
      *the ledger and inter-branch flushes run once, on the merged
      *figures, in the pass after it.
           IF WS-PSTR-MODE-ON
              CLOSE CUSTOMER-FILE
              CLOSE SUSPENSE-FILE
              CLOSE DUPCHECK-FILE
              CLOSE ITEM-USAGE-FILE
              CLOSE CARD-USAGE-FILE
              CLOSE MANDATE-FILE
              CLOSE DD-UNPAID-FILE
              CLOSE OUTBOUND-PAY-FILE
              CLOSE ALERT-SUB-FILE
              CLOSE ALERT-EXTRACT-FILE
              DISPLAY "STREAM " WS-PSTR-STREAM-NO
                      " ITEMS LEFT FOR THE MERGE PASS: "
                      WS-PSTR-DEFERRED
           ELSE
           IF WS-WHS-DIVERTED > 0
              DISPLAY "TRANSACTIONS WAREHOUSED       : "
                      WS-WHS-DIVERTED
           END-IF
           IF WS-DPO-REORDERED > 0
              DISPLAY "DEBITS PAID AHEAD BY PRIORITY : "
                      WS-DPO-REORDERED
           END-IF
           DISPLAY "FILE VALIDATION"
      *With several feeders writing the file, the old check against
      *the last record's running hash chain no longer describes the
           CLOSE CUSTOMER-FILE
           CLOSE SUSPENSE-FILE
           CLOSE DUPCHECK-FILE
           CLOSE ITEM-USAGE-FILE
           CLOSE CARD-USAGE-FILE
           IF WS-CARD-LIMIT-BREACHES > 0
              DISPLAY "CARD ITEMS OVER DAILY LIMITS  : "
                      WS-CARD-LIMIT-BREACHES
           END-IF
           CLOSE MANDATE-FILE
           CLOSE DD-UNPAID-FILE
           IF WS-DD-UNPAID-COUNT > 0
              DISPLAY "COLLECTIONS RETURNED UNPAID   : "
                      WS-DD-UNPAID-COUNT
           END-IF
           CLOSE OUTBOUND-PAY-FILE
           IF WS-XPT-QUEUED-COUNT > 0
              DISPLAY "PAYMENTS QUEUED TO OTHER BANKS: "
                      WS-XPT-QUEUED-COUNT
              DISPLAY "PAYMENTS TO OTHER BANKS AMOUNT: "
                      WS-XPT-QUEUED-TOTAL
           END-IF
           IF WS-ICH-POSTED-COUNT > 0
              DISPLAY "TRANSACTION CHARGES POSTED    : "
                      WS-ICH-POSTED-COUNT
              DISPLAY "TRANSACTION CHARGES AMOUNT    : "
                      WS-ICH-POSTED-TOTAL
           END-IF
           CLOSE ALERT-SUB-FILE
           CLOSE ALERT-EXTRACT-FILE
           IF WS-ALERT-COUNT > 0
              DISPLAY "FX CONVERSION INCOME TODAY    : "
                      WS-TRF-CONV-INCOME
           END-IF
           END-IF

           ELSE IF FILE-STATUS1 = "35"
           DISPLAY "TRANSACTION-FILE   "
          END-IF
        EXIT.

      *Coordinator side of the posting streams. The first run of the
      *day plans the streams; a rerun after a failure picks the same
      *plan up again. This copy then posts ready streams itself
      *until none are left, waits for any a projPostingStream copy
      *still has in hand, and merges every stream's totals into the
      *run's own before the ordinary pass.
       RUN-POSTING-STREAMS.

         MOVE "N" TO WS-PSTR-TIMED-OUT
         MOVE 0 TO WS-PSTR-WAITED
         MOVE "Y" TO WS-PSTR-PLANNED
         IF FILE-STATUS1 = "00"
            OPEN I-O POST-STREAM-FILE
            IF FILE-STATUS53 = "35"
               OPEN OUTPUT POST-STREAM-FILE
               CLOSE POST-STREAM-FILE
               OPEN I-O POST-STREAM-FILE
            END-IF
            PERFORM READ-STREAM-PLAN
            IF WS-PSTR-PLAN-FOUND = "N"
               PERFORM SUM-CUSTOMER-BALANCES
               MOVE WS-RECON-TOTAL-NOW TO WS-RECON-BALANCE-BEFORE
               PERFORM RELEASE-EXPIRED-HOLDS
               PERFORM WAREHOUSE-RELEASE
               PERFORM PLAN-POSTING-STREAMS
               MOVE WS-PSTR-KEYS-OK TO WS-PSTR-PLANNED
            ELSE
               MOVE PSTR-BALANCE-BEFORE TO WS-RECON-BALANCE-BEFORE
               MOVE PSTR-STREAM-COUNT TO WS-PSTR-STREAM-COUNT
               DISPLAY "POSTING STREAMS RESUMED FOR   : " WS-RUN-DATE
                       " (" WS-PSTR-STREAM-COUNT " STREAMS)"
               IF WS-PSTR-PLAN-STATUS = "P"
                  PERFORM RESET-ACTIVE-STREAMS
                  MOVE WS-PSTR-KEYS-OK TO WS-PSTR-PLANNED
               END-IF
            END-IF
            IF WS-PSTR-PLANNED = "Y"
               PERFORM SAVE-STREAM-BASE-TOTALS
               PERFORM WORK-READY-STREAMS
               PERFORM COUNT-OPEN-STREAMS
               PERFORM UNTIL WS-PSTR-OPEN-COUNT = 0
                          OR WS-PSTR-TIMED-OUT = "Y"
                  CALL 'C$SLEEP' USING WS-PSTR-POLL-SECS
                  ADD WS-PSTR-POLL-SECS TO WS-PSTR-WAITED
                  IF WS-PSTR-WAITED > WS-PSTR-WAIT-LIMIT
                     MOVE "Y" TO WS-PSTR-TIMED-OUT
                  ELSE
                     PERFORM WORK-READY-STREAMS
                     PERFORM COUNT-OPEN-STREAMS
                  END-IF
               END-PERFORM
               IF WS-PSTR-TIMED-OUT = "N"
                  PERFORM MERGE-POSTING-STREAMS
               END-IF
            END-IF
            CLOSE POST-STREAM-FILE
         ELSE
            PERFORM SUM-CUSTOMER-BALANCES
            MOVE WS-RECON-TOTAL-NOW TO WS-RECON-BALANCE-BEFORE
         END-IF.
       EXIT.

      *A projPostingStream copy: waits for the main run to plan the
      *day's streams, then claims and posts ready streams until none
      *are left. The merge and everything after it stay with the
      *main run.
       RUN-AS-POSTING-WORKER.

         DISPLAY "POSTING STREAM WORKER FOR     : " WS-RUN-DATE
         MOVE "N" TO WS-PSTR-TIMED-OUT
         MOVE 0 TO WS-PSTR-WAITED
         PERFORM FIND-POSTING-PLAN
         PERFORM UNTIL WS-PSTR-PLAN-FOUND = "Y"
                    OR WS-PSTR-TIMED-OUT = "Y"
            CALL 'C$SLEEP' USING WS-PSTR-POLL-SECS
            ADD WS-PSTR-POLL-SECS TO WS-PSTR-WAITED
            IF WS-PSTR-WAITED > WS-PSTR-WAIT-LIMIT
               MOVE "Y" TO WS-PSTR-TIMED-OUT
            ELSE
               PERFORM FIND-POSTING-PLAN
            END-IF
         END-PERFORM
         IF WS-PSTR-PLAN-FOUND = "Y" AND WS-PSTR-PLAN-STATUS = "P"
            OPEN I-O TRANSACTION-FILE
            MOVE FILE-STATUS1 TO WS-PSTR-TRANS-OPEN
            IF FILE-STATUS1 = "00"
               OPEN I-O POST-STREAM-FILE
               PERFORM WORK-READY-STREAMS
               CLOSE POST-STREAM-FILE
            ELSE
               DISPLAY "Error opening file. FILE STATUS: "
                       FILE-STATUS1
            END-IF
            CLOSE TRANSACTION-FILE
         ELSE
            DISPLAY "NO POSTING STREAMS TO WORK FOR: " WS-RUN-DATE
         END-IF.
       EXIT.

       FIND-POSTING-PLAN.

         MOVE "N" TO WS-PSTR-PLAN-FOUND
         OPEN INPUT POST-STREAM-FILE
         IF FILE-STATUS53 = "00"
            PERFORM READ-STREAM-PLAN
            IF WS-PSTR-PLAN-FOUND = "Y"
               MOVE PSTR-STREAM-COUNT TO WS-PSTR-STREAM-COUNT
            END-IF
         END-IF
         CLOSE POST-STREAM-FILE.
       EXIT.

       READ-STREAM-PLAN.

         MOVE "N" TO WS-PSTR-PLAN-FOUND
         MOVE SPACE TO WS-PSTR-PLAN-STATUS
         MOVE WS-RUN-DATE TO PSTR-RUN-DATE
         MOVE 0 TO PSTR-STREAM
         MOVE "S" TO PSTR-REC-TYPE
         MOVE 0 TO PSTR-SEQ
         READ POST-STREAM-FILE
           KEY IS PSTR-KEY
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE "Y" TO WS-PSTR-PLAN-FOUND
             MOVE PSTR-STATUS TO WS-PSTR-PLAN-STATUS
         END-READ.
       EXIT.

      *Cuts the day's NEW items, in TRANS-ACCOUNT-NUM order, into
      *PARM-POSTING-STREAMS ranges of about equal item count. A cut
      *only falls between accounts, so one account's items always
      *post in one stream. Each stream gets its own block of
      *TRANS-IDs and HOLD-IDs taken from KEYS up front; the plan
      *record is written last, so a worker never sees half a plan.
       PLAN-POSTING-STREAMS.

         MOVE ZEROS TO WS-PSTR-PLAN-TABLE
         MOVE 0 TO WS-PSTR-TOTAL-ITEMS
         MOVE 0 TO TRANS-ACCOUNT-NUM
         MOVE "N" TO WS-PSTR-EOF
         START TRANSACTION-FILE
               KEY IS NOT LESS THAN TRANS-ACCOUNT-NUM
           INVALID KEY
             MOVE "Y" TO WS-PSTR-EOF
         END-START
         PERFORM UNTIL WS-PSTR-EOF = "Y"
           READ TRANSACTION-FILE NEXT RECORD
             AT END
               MOVE "Y" TO WS-PSTR-EOF
             NOT AT END
               IF TRANS-STATUS-NEW
                  ADD 1 TO WS-PSTR-TOTAL-ITEMS
               END-IF
           END-READ
         END-PERFORM

         MOVE 1 TO WS-PSTR-IDX
         MOVE 0 TO WS-PSTR-RUNNING
         MOVE 0 TO WS-PSTR-PREV-ACCT
         MOVE 0 TO TRANS-ACCOUNT-NUM
         MOVE "N" TO WS-PSTR-EOF
         START TRANSACTION-FILE
               KEY IS NOT LESS THAN TRANS-ACCOUNT-NUM
           INVALID KEY
             MOVE "Y" TO WS-PSTR-EOF
         END-START
         PERFORM UNTIL WS-PSTR-EOF = "Y"
           READ TRANSACTION-FILE NEXT RECORD
             AT END
               MOVE "Y" TO WS-PSTR-EOF
             NOT AT END
               IF TRANS-STATUS-NEW
                  PERFORM PLACE-ITEM-IN-STREAM
               END-IF
           END-READ
         END-PERFORM
         MOVE 9999999999 TO WS-PSTR-P-HIGH(WS-PSTR-IDX)
         MOVE WS-PSTR-IDX TO WS-PSTR-STREAM-COUNT

         MOVE "Y" TO WS-PSTR-KEYS-OK
         PERFORM VARYING WS-PSTR-IDX FROM 1 BY 1
                 UNTIL WS-PSTR-IDX > WS-PSTR-STREAM-COUNT
                    OR WS-PSTR-KEYS-OK = "N"
           MOVE ZEROS TO PSTR-DETAIL
           MOVE WS-RUN-DATE TO PSTR-RUN-DATE
           MOVE WS-PSTR-IDX TO PSTR-STREAM
           MOVE "S" TO PSTR-REC-TYPE
           MOVE 0 TO PSTR-SEQ
           MOVE "R" TO PSTR-STATUS
           MOVE WS-PSTR-P-LOW(WS-PSTR-IDX)   TO PSTR-LOW-ACCOUNT
           MOVE WS-PSTR-P-HIGH(WS-PSTR-IDX)  TO PSTR-HIGH-ACCOUNT
           MOVE WS-PSTR-P-ITEMS(WS-PSTR-IDX) TO PSTR-ITEMS-PLANNED
           COMPUTE WS-PSTR-BLOCK-SIZE =
                   WS-PSTR-P-ITEMS(WS-PSTR-IDX) * 3 + 10
           PERFORM RESERVE-TRANS-ID-BLOCK
           MOVE WS-PSTR-BLOCK-FIRST TO PSTR-FIRST-TRANS-ID
           MOVE WS-PSTR-BLOCK-LAST  TO PSTR-LAST-TRANS-ID
           IF WS-PSTR-KEYS-OK = "Y"
              COMPUTE WS-PSTR-BLOCK-SIZE =
                      WS-PSTR-P-CDP(WS-PSTR-IDX) + 1
              PERFORM RESERVE-HOLD-ID-BLOCK
              MOVE WS-PSTR-BLOCK-FIRST TO PSTR-FIRST-HOLD-ID
              MOVE WS-PSTR-BLOCK-LAST  TO PSTR-LAST-HOLD-ID
           END-IF
           IF WS-PSTR-KEYS-OK = "Y"
              WRITE POST-STREAM-RECORD
                INVALID KEY
                  REWRITE POST-STREAM-RECORD
              END-WRITE
              DISPLAY "POSTING STREAM " WS-PSTR-IDX ": ACCOUNTS "
                      WS-PSTR-P-LOW(WS-PSTR-IDX) " TO "
                      WS-PSTR-P-HIGH(WS-PSTR-IDX) ", "
                      WS-PSTR-P-ITEMS(WS-PSTR-IDX) " ITEMS"
           END-IF
         END-PERFORM
      *Without id blocks for every stream there is no plan: the plan
      *record is not written and the run stops before posting.
         IF WS-PSTR-KEYS-OK = "N"
            DISPLAY "POSTING STREAMS NOT PLANNED - NO ID BLOCKS "
                    "FROM KEYS."
         ELSE
            MOVE ZEROS TO PSTR-DETAIL
            MOVE WS-RUN-DATE TO PSTR-RUN-DATE
            MOVE 0 TO PSTR-STREAM
            MOVE "S" TO PSTR-REC-TYPE
            MOVE 0 TO PSTR-SEQ
            MOVE "P" TO PSTR-STATUS
            MOVE WS-PSTR-STREAM-COUNT    TO PSTR-STREAM-COUNT
            MOVE WS-PSTR-TOTAL-ITEMS     TO PSTR-PLAN-ITEMS
            MOVE WS-RECON-BALANCE-BEFORE TO PSTR-BALANCE-BEFORE
            ACCEPT WS-PSTR-TIME FROM TIME
            MOVE WS-PSTR-TIME TO PSTR-PLAN-TIME
            WRITE POST-STREAM-RECORD
              INVALID KEY
                REWRITE POST-STREAM-RECORD
            END-WRITE
            DISPLAY "POSTING STREAMS PLANNED       : "
                    WS-PSTR-STREAM-COUNT
         END-IF.
       EXIT.

       PLACE-ITEM-IN-STREAM.

         IF TRANS-ACCOUNT-NUM NOT = WS-PSTR-PREV-ACCT AND
            WS-PSTR-RUNNING > 0 AND
            WS-PSTR-IDX < WS-PARM-POSTING-STREAMS AND
            WS-PSTR-RUNNING * WS-PARM-POSTING-STREAMS NOT <
               WS-PSTR-IDX * WS-PSTR-TOTAL-ITEMS
            MOVE WS-PSTR-PREV-ACCT TO WS-PSTR-P-HIGH(WS-PSTR-IDX)
            ADD 1 TO WS-PSTR-IDX
            COMPUTE WS-PSTR-P-LOW(WS-PSTR-IDX) =
                    WS-PSTR-PREV-ACCT + 1
         END-IF
         ADD 1 TO WS-PSTR-P-ITEMS(WS-PSTR-IDX)
         ADD 1 TO WS-PSTR-RUNNING
         IF TRANS-TYPE = "CDP" AND TRANS-AMOUNT > 0
            ADD 1 TO WS-PSTR-P-CDP(WS-PSTR-IDX)
         END-IF
         MOVE TRANS-ACCOUNT-NUM TO WS-PSTR-PREV-ACCT.
       EXIT.

      *Takes WS-PSTR-BLOCK-SIZE TRANS-IDs off KEYS in one go and
      *hands back the block as WS-PSTR-BLOCK-FIRST/LAST. When KEYS
      *cannot be opened no block is taken and WS-PSTR-KEYS-OK is
      *set to "N"; the caller must not use the block.
       RESERVE-TRANS-ID-BLOCK.

         MOVE 1 TO WS-PSTR-BLOCK-FIRST
         MOVE "Y" TO WS-PSTR-KEYS-OK
         OPEN I-O KEYS
          IF FILE-STATUS3 = "00"
            MOVE 2 TO KEYS-ID
            READ KEYS INTO WS-KEYS-RECORD
               KEY IS KEYS-ID
               INVALID KEY
                 MOVE 2 TO KEYS-ID
                 COMPUTE KEYS-VALUE =
                         WS-PSTR-BLOCK-FIRST + WS-PSTR-BLOCK-SIZE
                 WRITE KEYS-RECORD
               NOT INVALID KEY
                 IF WS-KEYS-VALUE > 0
                    MOVE WS-KEYS-VALUE TO WS-PSTR-BLOCK-FIRST
                 END-IF
                 COMPUTE KEYS-VALUE =
                         WS-PSTR-BLOCK-FIRST + WS-PSTR-BLOCK-SIZE
                 REWRITE KEYS-RECORD
            END-READ
          ELSE
            MOVE "N" TO WS-PSTR-KEYS-OK
            DISPLAY "Error opening KEYS for a TRANS-ID block. "
                    "FILE STATUS: " FILE-STATUS3
          END-IF
         CLOSE KEYS
         COMPUTE WS-PSTR-BLOCK-LAST =
                 WS-PSTR-BLOCK-FIRST + WS-PSTR-BLOCK-SIZE - 1.
       EXIT.

      *The same for HOLD-IDs (KEYS id 5).
       RESERVE-HOLD-ID-BLOCK.

         MOVE 1 TO WS-PSTR-BLOCK-FIRST
         MOVE "Y" TO WS-PSTR-KEYS-OK
         OPEN I-O KEYS
          IF FILE-STATUS3 = "00"
             MOVE 5 TO KEYS-ID
             READ KEYS INTO WS-KEYS-RECORD
                KEY IS KEYS-ID
                INVALID KEY
                  MOVE 5 TO KEYS-ID
                  COMPUTE KEYS-VALUE =
                          WS-PSTR-BLOCK-FIRST + WS-PSTR-BLOCK-SIZE
                  WRITE KEYS-RECORD
                NOT INVALID KEY
                  MOVE WS-KEYS-VALUE TO WS-PSTR-BLOCK-FIRST
                  COMPUTE KEYS-VALUE =
                          WS-PSTR-BLOCK-FIRST + WS-PSTR-BLOCK-SIZE
                  REWRITE KEYS-RECORD
             END-READ
          ELSE
             MOVE "N" TO WS-PSTR-KEYS-OK
             DISPLAY "Error opening KEYS for a HOLD-ID block. "
                     "FILE STATUS: " FILE-STATUS3
          END-IF
         CLOSE KEYS
         COMPUTE WS-PSTR-BLOCK-LAST =
                 WS-PSTR-BLOCK-FIRST + WS-PSTR-BLOCK-SIZE - 1.
       EXIT.

      *Rerun after a failure: a stream left active died with the
      *run that had it. Its posted items are already P or S and are
      *not touched again, so it simply goes back to ready - with
      *fresh id blocks, as the old ones may be part used.
       RESET-ACTIVE-STREAMS.

         MOVE "Y" TO WS-PSTR-KEYS-OK
         PERFORM VARYING WS-PSTR-IDX FROM 1 BY 1
                 UNTIL WS-PSTR-IDX > WS-PSTR-STREAM-COUNT
                    OR WS-PSTR-KEYS-OK = "N"
           MOVE WS-RUN-DATE TO PSTR-RUN-DATE
           MOVE WS-PSTR-IDX TO PSTR-STREAM
           MOVE "S" TO PSTR-REC-TYPE
           MOVE 0 TO PSTR-SEQ
           READ POST-STREAM-FILE
             KEY IS PSTR-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF PSTR-STREAM-ACTIVE
                  COMPUTE WS-PSTR-BLOCK-SIZE =
                          PSTR-ITEMS-PLANNED * 3 + 10
                  PERFORM RESERVE-TRANS-ID-BLOCK
                  MOVE WS-PSTR-BLOCK-FIRST TO PSTR-FIRST-TRANS-ID
                  MOVE WS-PSTR-BLOCK-LAST  TO PSTR-LAST-TRANS-ID
                  IF WS-PSTR-KEYS-OK = "Y"
                     COMPUTE WS-PSTR-BLOCK-SIZE =
                             PSTR-LAST-HOLD-ID - PSTR-FIRST-HOLD-ID + 1
                     PERFORM RESERVE-HOLD-ID-BLOCK
                     MOVE WS-PSTR-BLOCK-FIRST TO PSTR-FIRST-HOLD-ID
                     MOVE WS-PSTR-BLOCK-LAST  TO PSTR-LAST-HOLD-ID
                  END-IF
                  IF WS-PSTR-KEYS-OK = "Y"
                     MOVE 0 TO PSTR-START-TIME
                     MOVE 0 TO PSTR-END-TIME
                     MOVE "R" TO PSTR-STATUS
                     REWRITE POST-STREAM-RECORD
                     DISPLAY "POSTING STREAM " WS-PSTR-IDX
                             " WAS ACTIVE - BACK TO READY"
                  END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

       WORK-READY-STREAMS.

         MOVE "Y" TO WS-PSTR-CLAIMED
         PERFORM UNTIL WS-PSTR-CLAIMED = "N"
           PERFORM CLAIM-READY-STREAM
           IF WS-PSTR-CLAIMED = "Y"
              PERFORM POST-ONE-STREAM
           END-IF
         END-PERFORM.
       EXIT.

      *Takes the first ready stream by flipping it to active. Two
      *copies reaching the same stream at once are kept apart by the
      *record lock - the one refused goes on to the next stream.
       CLAIM-READY-STREAM.

         MOVE "N" TO WS-PSTR-CLAIMED
         PERFORM VARYING WS-PSTR-IDX FROM 1 BY 1
                 UNTIL WS-PSTR-IDX > WS-PSTR-STREAM-COUNT
                    OR WS-PSTR-CLAIMED = "Y"
           MOVE WS-RUN-DATE TO PSTR-RUN-DATE
           MOVE WS-PSTR-IDX TO PSTR-STREAM
           MOVE "S" TO PSTR-REC-TYPE
           MOVE 0 TO PSTR-SEQ
           READ POST-STREAM-FILE
             KEY IS PSTR-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF PSTR-STREAM-READY
                  MOVE "A" TO PSTR-STATUS
                  REWRITE POST-STREAM-RECORD
                  IF FILE-STATUS53 = "00"
                     MOVE "Y" TO WS-PSTR-CLAIMED
                     MOVE PSTR-STREAM         TO WS-PSTR-STREAM-NO
                     MOVE PSTR-LOW-ACCOUNT    TO WS-PSTR-LOW-ACCT
                     MOVE PSTR-HIGH-ACCOUNT   TO WS-PSTR-HIGH-ACCT
                     MOVE PSTR-FIRST-TRANS-ID TO WS-PSTR-NEXT-TRANS-ID
                     MOVE PSTR-LAST-TRANS-ID  TO WS-PSTR-LAST-TRANS-ID
                     MOVE PSTR-FIRST-HOLD-ID  TO WS-PSTR-NEXT-HOLD-ID
                     MOVE PSTR-LAST-HOLD-ID   TO WS-PSTR-LAST-HOLD-ID
                  END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

      *Posts one account range through the ordinary posting loop in
      *stream mode, timing it, then files the stream's totals.
       POST-ONE-STREAM.

         DISPLAY "POSTING STREAM " WS-PSTR-STREAM-NO ": ACCOUNTS "
                 WS-PSTR-LOW-ACCT " TO " WS-PSTR-HIGH-ACCT
         PERFORM ZERO-STREAM-TOTALS
         ACCEPT WS-PSTR-TIME FROM TIME
         MOVE WS-PSTR-TIME TO WS-PSTR-START-TIME
         COMPUTE WS-PSTR-START-SECS = WS-PSTR-TIME-HH * 3600
                                    + WS-PSTR-TIME-MM * 60
                                    + WS-PSTR-TIME-SS
         MOVE "Y" TO WS-PSTR-MODE
      *The posting loop keys off the transaction file's open status.
         MOVE WS-PSTR-TRANS-OPEN TO FILE-STATUS1
         PERFORM TRANSACTION-FILE-CHECK
         MOVE "N" TO WS-PSTR-MODE
         MOVE "N" TO WS-PSTR-CROSSING
         ACCEPT WS-PSTR-TIME FROM TIME
         COMPUTE WS-PSTR-ELAPSED = WS-PSTR-TIME-HH * 3600
                                 + WS-PSTR-TIME-MM * 60
                                 + WS-PSTR-TIME-SS
                                 - WS-PSTR-START-SECS
         IF WS-PSTR-ELAPSED < 0
            ADD 86400 TO WS-PSTR-ELAPSED
         END-IF
         PERFORM SAVE-STREAM-TOTALS
         DISPLAY "POSTING STREAM " WS-PSTR-STREAM-NO " COMPLETE IN "
                 WS-PSTR-ELAPSED " SECONDS".
       EXIT.

       ZERO-STREAM-TOTALS.

         MOVE 0 TO WS-RECON-POSTED-TOTAL
         MOVE 0 TO WS-HASH-TOTAL-TEMP
         MOVE 0 TO WS-SUSPENSE-COUNT
         MOVE 0 TO WS-WHS-DIVERTED
         MOVE 0 TO WS-CARD-LIMIT-BREACHES
         MOVE 0 TO WS-DD-UNPAID-COUNT
         MOVE 0 TO WS-XPT-QUEUED-COUNT
         MOVE 0 TO WS-XPT-QUEUED-TOTAL
         MOVE 0 TO WS-ICH-POSTED-COUNT
         MOVE 0 TO WS-ICH-POSTED-TOTAL
         MOVE 0 TO WS-ALERT-COUNT
         MOVE 0 TO WS-TRF-CONV-INCOME
         MOVE 0 TO WS-BPOST-TAB-COUNT
         MOVE 0 TO WS-IBS-COUNT
         MOVE 0 TO WS-PSTR-DEFERRED.
       EXIT.

      *The stream's batch counts and inter-branch positions go on
      *"B" and "I" records under it, then the stream record takes
      *its totals and timings and is marked complete.
       SAVE-STREAM-TOTALS.

         PERFORM VARYING WS-PSTR-SEQ FROM 1 BY 1
                 UNTIL WS-PSTR-SEQ > WS-BPOST-TAB-COUNT
           MOVE ZEROS TO PSTR-DETAIL
           MOVE WS-RUN-DATE TO PSTR-RUN-DATE
           MOVE WS-PSTR-STREAM-NO TO PSTR-STREAM
           MOVE "B" TO PSTR-REC-TYPE
           MOVE WS-PSTR-SEQ TO PSTR-SEQ
           MOVE "C" TO PSTR-STATUS
           MOVE WS-BPOST-BATCH-ID(WS-PSTR-SEQ) TO PSTR-BATCH-ID
           MOVE WS-BPOST-COUNT(WS-PSTR-SEQ)    TO PSTR-BATCH-COUNT
           MOVE WS-BPOST-NEW-AMOUNT(WS-PSTR-SEQ)
                TO PSTR-BATCH-NEW-AMOUNT
           WRITE POST-STREAM-RECORD
             INVALID KEY
               REWRITE POST-STREAM-RECORD
           END-WRITE
         END-PERFORM
         PERFORM VARYING WS-PSTR-SEQ FROM 1 BY 1
                 UNTIL WS-PSTR-SEQ > WS-IBS-COUNT
           MOVE ZEROS TO PSTR-DETAIL
           MOVE WS-RUN-DATE TO PSTR-RUN-DATE
           MOVE WS-PSTR-STREAM-NO TO PSTR-STREAM
           MOVE "I" TO PSTR-REC-TYPE
           MOVE WS-PSTR-SEQ TO PSTR-SEQ
           MOVE "C" TO PSTR-STATUS
           MOVE WS-IBS-FROM(WS-PSTR-SEQ)   TO PSTR-IBS-FROM
           MOVE WS-IBS-TO(WS-PSTR-SEQ)     TO PSTR-IBS-TO
           MOVE WS-IBS-AMOUNT(WS-PSTR-SEQ) TO PSTR-IBS-AMOUNT
           MOVE WS-IBS-ITEMS(WS-PSTR-SEQ)  TO PSTR-IBS-ITEMS
           WRITE POST-STREAM-RECORD
             INVALID KEY
               REWRITE POST-STREAM-RECORD
           END-WRITE
         END-PERFORM

         MOVE WS-RUN-DATE TO PSTR-RUN-DATE
         MOVE WS-PSTR-STREAM-NO TO PSTR-STREAM
         MOVE "S" TO PSTR-REC-TYPE
         MOVE 0 TO PSTR-SEQ
         READ POST-STREAM-FILE
           KEY IS PSTR-KEY
           INVALID KEY
             DISPLAY "POSTING STREAM " WS-PSTR-STREAM-NO
                     " RECORD MISSING - TOTALS NOT FILED"
           NOT INVALID KEY
             MOVE WS-PSTR-START-TIME     TO PSTR-START-TIME
             MOVE WS-PSTR-TIME           TO PSTR-END-TIME
             MOVE WS-PSTR-ELAPSED        TO PSTR-ELAPSED-SECS
             MOVE WS-PSTR-DEFERRED       TO PSTR-DEFERRED-COUNT
             MOVE WS-RECON-POSTED-TOTAL  TO PSTR-RECON-POSTED
             MOVE WS-HASH-TOTAL-TEMP     TO PSTR-HASH-TOTAL
             MOVE WS-SUSPENSE-COUNT      TO PSTR-SUSPENSE-COUNT
             MOVE WS-WHS-DIVERTED        TO PSTR-WHS-DIVERTED
             MOVE WS-CARD-LIMIT-BREACHES TO PSTR-CARD-BREACHES
             MOVE WS-DD-UNPAID-COUNT     TO PSTR-DD-UNPAID-COUNT
             MOVE WS-XPT-QUEUED-COUNT    TO PSTR-XPT-COUNT
             MOVE WS-XPT-QUEUED-TOTAL    TO PSTR-XPT-TOTAL
             MOVE WS-ICH-POSTED-COUNT    TO PSTR-ICH-COUNT
             MOVE WS-ICH-POSTED-TOTAL    TO PSTR-ICH-TOTAL
             MOVE WS-ALERT-COUNT         TO PSTR-ALERT-COUNT
             MOVE WS-TRF-CONV-INCOME     TO PSTR-TRF-CONV-INCOME
             MOVE WS-BPOST-TAB-COUNT     TO PSTR-BATCH-ENTRIES
             MOVE WS-IBS-COUNT           TO PSTR-IBS-ENTRIES
             MOVE "C" TO PSTR-STATUS
             REWRITE POST-STREAM-RECORD
         END-READ.
       EXIT.

       COUNT-OPEN-STREAMS.

         MOVE 0 TO WS-PSTR-OPEN-COUNT
         PERFORM VARYING WS-PSTR-IDX FROM 1 BY 1
                 UNTIL WS-PSTR-IDX > WS-PSTR-STREAM-COUNT
           MOVE WS-RUN-DATE TO PSTR-RUN-DATE
           MOVE WS-PSTR-IDX TO PSTR-STREAM
           MOVE "S" TO PSTR-REC-TYPE
           MOVE 0 TO PSTR-SEQ
           MOVE SPACE TO PSTR-STATUS
           READ POST-STREAM-FILE
             KEY IS PSTR-KEY
             INVALID KEY
               MOVE SPACE TO PSTR-STATUS
           END-READ
           IF NOT PSTR-STREAM-COMPLETE
              ADD 1 TO WS-PSTR-OPEN-COUNT
           END-IF
         END-PERFORM.
       EXIT.

      *Run totals as they stood before any stream posted - the merge
      *starts again from these.
       SAVE-STREAM-BASE-TOTALS.

         MOVE WS-RECON-POSTED-TOTAL  TO WS-PSTR-BASE-RECON
         MOVE WS-HASH-TOTAL-TEMP     TO WS-PSTR-BASE-HASH
         MOVE WS-SUSPENSE-COUNT      TO WS-PSTR-BASE-SUSPENSE
         MOVE WS-WHS-DIVERTED        TO WS-PSTR-BASE-WHS
         MOVE WS-CARD-LIMIT-BREACHES TO WS-PSTR-BASE-CARD
         MOVE WS-DD-UNPAID-COUNT     TO WS-PSTR-BASE-DD
         MOVE WS-XPT-QUEUED-COUNT    TO WS-PSTR-BASE-XPT-COUNT
         MOVE WS-XPT-QUEUED-TOTAL    TO WS-PSTR-BASE-XPT-TOTAL
         MOVE WS-ICH-POSTED-COUNT    TO WS-PSTR-BASE-ICH-COUNT
         MOVE WS-ICH-POSTED-TOTAL    TO WS-PSTR-BASE-ICH-TOTAL
         MOVE WS-ALERT-COUNT         TO WS-PSTR-BASE-ALERT
         MOVE WS-TRF-CONV-INCOME     TO WS-PSTR-BASE-CONV.
       EXIT.

      *Every stream's control totals, batch-control counts and
      *inter-branch positions folded into the one set the ordinary
      *pass, the batch validation, the flushes, reconciliation and
      *the end-of-job report work from - whichever copy posted it.
       MERGE-POSTING-STREAMS.

         MOVE WS-PSTR-BASE-RECON     TO WS-RECON-POSTED-TOTAL
         MOVE WS-PSTR-BASE-HASH      TO WS-HASH-TOTAL-TEMP
         MOVE WS-PSTR-BASE-SUSPENSE  TO WS-SUSPENSE-COUNT
         MOVE WS-PSTR-BASE-WHS       TO WS-WHS-DIVERTED
         MOVE WS-PSTR-BASE-CARD      TO WS-CARD-LIMIT-BREACHES
         MOVE WS-PSTR-BASE-DD        TO WS-DD-UNPAID-COUNT
         MOVE WS-PSTR-BASE-XPT-COUNT TO WS-XPT-QUEUED-COUNT
         MOVE WS-PSTR-BASE-XPT-TOTAL TO WS-XPT-QUEUED-TOTAL
         MOVE WS-PSTR-BASE-ICH-COUNT TO WS-ICH-POSTED-COUNT
         MOVE WS-PSTR-BASE-ICH-TOTAL TO WS-ICH-POSTED-TOTAL
         MOVE WS-PSTR-BASE-ALERT     TO WS-ALERT-COUNT
         MOVE WS-PSTR-BASE-CONV      TO WS-TRF-CONV-INCOME
         MOVE 0 TO WS-BPOST-TAB-COUNT
         MOVE 0 TO WS-IBS-COUNT
         MOVE 0 TO WS-PSTR-DEFERRED
         PERFORM VARYING WS-PSTR-IDX FROM 1 BY 1
                 UNTIL WS-PSTR-IDX > WS-PSTR-STREAM-COUNT
           MOVE WS-RUN-DATE TO PSTR-RUN-DATE
           MOVE WS-PSTR-IDX TO PSTR-STREAM
           MOVE "S" TO PSTR-REC-TYPE
           MOVE 0 TO PSTR-SEQ
           READ POST-STREAM-FILE
             KEY IS PSTR-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               PERFORM ADD-STREAM-TO-RUN
           END-READ
         END-PERFORM

         PERFORM READ-STREAM-PLAN
         IF WS-PSTR-PLAN-FOUND = "Y"
            MOVE "M" TO PSTR-STATUS
            ACCEPT WS-PSTR-TIME FROM TIME
            MOVE WS-PSTR-TIME TO PSTR-MERGE-TIME
            REWRITE POST-STREAM-RECORD
         END-IF
         DISPLAY "POSTING STREAMS MERGED        : "
                 WS-PSTR-STREAM-COUNT
         DISPLAY "ITEMS LEFT FOR THE MERGE PASS : "
                 WS-PSTR-DEFERRED.
       EXIT.

       ADD-STREAM-TO-RUN.

         ADD PSTR-RECON-POSTED     TO WS-RECON-POSTED-TOTAL
         ADD PSTR-HASH-TOTAL       TO WS-HASH-TOTAL-TEMP
         ADD PSTR-SUSPENSE-COUNT   TO WS-SUSPENSE-COUNT
         ADD PSTR-WHS-DIVERTED     TO WS-WHS-DIVERTED
         ADD PSTR-CARD-BREACHES    TO WS-CARD-LIMIT-BREACHES
         ADD PSTR-DD-UNPAID-COUNT  TO WS-DD-UNPAID-COUNT
         ADD PSTR-XPT-COUNT        TO WS-XPT-QUEUED-COUNT
         ADD PSTR-XPT-TOTAL        TO WS-XPT-QUEUED-TOTAL
         ADD PSTR-ICH-COUNT        TO WS-ICH-POSTED-COUNT
         ADD PSTR-ICH-TOTAL        TO WS-ICH-POSTED-TOTAL
         ADD PSTR-ALERT-COUNT      TO WS-ALERT-COUNT
         ADD PSTR-TRF-CONV-INCOME  TO WS-TRF-CONV-INCOME
         ADD PSTR-DEFERRED-COUNT   TO WS-PSTR-DEFERRED
         MOVE PSTR-BATCH-ENTRIES   TO WS-PSTR-BATCH-N
         MOVE PSTR-IBS-ENTRIES     TO WS-PSTR-IBS-N

         PERFORM VARYING WS-PSTR-SEQ FROM 1 BY 1
                 UNTIL WS-PSTR-SEQ > WS-PSTR-BATCH-N
           MOVE WS-RUN-DATE TO PSTR-RUN-DATE
           MOVE WS-PSTR-IDX TO PSTR-STREAM
           MOVE "B" TO PSTR-REC-TYPE
           MOVE WS-PSTR-SEQ TO PSTR-SEQ
           READ POST-STREAM-FILE
             KEY IS PSTR-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE PSTR-BATCH-ID TO WS-TRANS-BATCH-ID
               PERFORM FIND-OR-ADD-BATCH-ENTRY
               IF WS-BPOST-IDX NOT > WS-BPOST-TAB-COUNT
                  ADD PSTR-BATCH-COUNT
                      TO WS-BPOST-COUNT(WS-BPOST-IDX)
                  ADD PSTR-BATCH-NEW-AMOUNT
                      TO WS-BPOST-NEW-AMOUNT(WS-BPOST-IDX)
               END-IF
           END-READ
         END-PERFORM

         PERFORM VARYING WS-PSTR-SEQ FROM 1 BY 1
                 UNTIL WS-PSTR-SEQ > WS-PSTR-IBS-N
           MOVE WS-RUN-DATE TO PSTR-RUN-DATE
           MOVE WS-PSTR-IDX TO PSTR-STREAM
           MOVE "I" TO PSTR-REC-TYPE
           MOVE WS-PSTR-SEQ TO PSTR-SEQ
           READ POST-STREAM-FILE
             KEY IS PSTR-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               PERFORM ADD-STREAM-IBS-ENTRY
           END-READ
         END-PERFORM.
       EXIT.

       ADD-STREAM-IBS-ENTRY.

         MOVE "N" TO WS-IBS-FOUND
         PERFORM VARYING WS-IBS-IDX FROM 1 BY 1
                 UNTIL WS-IBS-IDX > WS-IBS-COUNT
                    OR WS-IBS-FOUND = "Y"
           IF WS-IBS-FROM(WS-IBS-IDX) = PSTR-IBS-FROM AND
              WS-IBS-TO(WS-IBS-IDX) = PSTR-IBS-TO
              MOVE "Y" TO WS-IBS-FOUND
           END-IF
         END-PERFORM
         IF WS-IBS-FOUND = "Y"
            SUBTRACT 1 FROM WS-IBS-IDX
            ADD PSTR-IBS-AMOUNT TO WS-IBS-AMOUNT(WS-IBS-IDX)
            ADD PSTR-IBS-ITEMS  TO WS-IBS-ITEMS(WS-IBS-IDX)
         ELSE
            IF WS-IBS-COUNT < 50
               ADD 1 TO WS-IBS-COUNT
               MOVE PSTR-IBS-FROM   TO WS-IBS-FROM(WS-IBS-COUNT)
               MOVE PSTR-IBS-TO     TO WS-IBS-TO(WS-IBS-COUNT)
               MOVE PSTR-IBS-AMOUNT TO WS-IBS-AMOUNT(WS-IBS-COUNT)
               MOVE PSTR-IBS-ITEMS  TO WS-IBS-ITEMS(WS-IBS-COUNT)
            ELSE
               DISPLAY "INTER-BRANCH TABLE FULL - POSITION "
                       PSTR-IBS-FROM "/" PSTR-IBS-TO " NOT MERGED"
            END-IF
         END-IF.
       EXIT.

      *Items in a stream that would touch an account outside its
      *range - a transfer or closure disbursement into another
      *stream's account, or an opening still waiting for its account
      *number - are held back from the stream.
       CHECK-STREAM-CROSSING.

         MOVE "N" TO WS-PSTR-CROSSING
         IF WS-TRANS-STATUS-NEW AND
            WS-TRANS-VALUE-DATE NOT > WS-RUN-DATE AND
            WS-TRANS-ACCOUNT-NUM NOT > WS-PSTR-HIGH-ACCT
            MOVE 0 TO WS-PSTR-TARGET
            IF WS-TRANS-TYPE = "OPN" AND WS-TRANS-ACCOUNT-NUM = 0
               MOVE "Y" TO WS-PSTR-CROSSING
            END-IF
            IF WS-TRANS-TYPE = "TRF"
               MOVE WS-TRANS-CONTRA-ACCOUNT TO WS-PSTR-TARGET
            END-IF
            IF WS-TRANS-TYPE = "CLS"
               IF WS-TRANS-CONTRA-ACCOUNT > 0
                  MOVE WS-TRANS-CONTRA-ACCOUNT TO WS-PSTR-TARGET
               ELSE
                  MOVE WS-PARM-CLOSURE-ACCOUNT TO WS-PSTR-TARGET
               END-IF
            END-IF
            IF WS-PSTR-TARGET > 0 AND
               (WS-PSTR-TARGET < WS-PSTR-LOW-ACCT OR
                WS-PSTR-TARGET > WS-PSTR-HIGH-ACCT)
               MOVE "Y" TO WS-PSTR-CROSSING
            END-IF
         END-IF.
       EXIT.

      *Warehouse release: items parked with a future value date
      *whose day has arrived go back to NEW at the top of the run
      *and flow through the normal validation - funds are
      *re-proved on the day, not on the day they were keyed.
       WAREHOUSE-RELEASE.

         MOVE 0 TO WS-WHS-RELEASED
         MOVE 'N' TO END-OF-FILE3
         MOVE 0 TO TRANS-ID
         START TRANSACTION-FILE KEY IS NOT LESS THAN TRANS-ID
           INVALID KEY
             MOVE 'Y' TO END-OF-FILE3
         END-START
         PERFORM UNTIL END-OF-FILE3 = 'Y'
           READ TRANSACTION-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO END-OF-FILE3
             NOT AT END
               IF TRANS-STATUS-FUTURE AND
                  TRANS-VALUE-DATE NOT > WS-RUN-DATE
                  MOVE SPACE TO TRANS-STATUS
                  REWRITE TRANSACTION-RECORD
                  ADD 1 TO WS-WHS-RELEASED
               END-IF
           END-READ
         END-PERFORM
         IF WS-WHS-RELEASED > 0
            DISPLAY "WAREHOUSED ITEMS RELEASED     : "
                    WS-WHS-RELEASED
         END-IF.
       EXIT.

      *Full closure settlement. A CLS is no longer a bare status
      *flip that strands money: unpresented ISSUED cheques bounce
      *the closure to suspense, and the disbursement target is
      *resolved and proved up front - only once the closure is
      *certain to complete are the accrued interest capitalized as
      *a posted INT transaction, the account's holds and standing
      *orders cancelled, the residual balance disbursed by posted
      *TRF to the nominated account on the CLS (its contra field)
      *or to the PARM-CLOSURE-ACCOUNT payable, a closing statement
      *produced, and the status flipped to closed.
       SETTLE-ACCOUNT-CLOSURE.

         MOVE 0 TO WS-CLS-TARGET
         PERFORM CHECK-UNPRESENTED-CHEQUES
         IF WS-CLS-OK = "Y"
            PERFORM RESOLVE-CLOSURE-TARGET
         END-IF
         IF WS-CLS-OK = "N"
            DISPLAY "Closure rejected for account "
                    WS-TRANS-ACCOUNT-NUM ": " WS-CLS-FAIL-REASON
            MOVE WS-TRANS-ID          TO SUSP-TRANS-ID
            MOVE WS-TRANS-ACCOUNT-NUM TO SUSP-ACCOUNT-NUM
            MOVE WS-TRANSACTION-DATE  TO SUSP-TRANS-DATE
            MOVE WS-TRANS-AMOUNT      TO SUSP-TRANS-AMOUNT
            MOVE WS-CLS-FAIL-REASON   TO SUSP-REASON
            PERFORM WRITE-SUSPENSE-ITEM
         ELSE
            PERFORM CLAIM-INTEREST-TRANS-COUNTER
            IF ACCOUNT-ACCRUED-INTEREST NOT = 0
               PERFORM POST-CLOSURE-INTEREST
            END-IF
            PERFORM CANCEL-ACCOUNT-HOLDS
            PERFORM CANCEL-ACCOUNT-ORDERS
            MOVE ACCOUNT-BALANCE TO WS-CLS-RESIDUAL
            IF WS-CLS-RESIDUAL NOT = 0
               PERFORM DISBURSE-CLOSURE-RESIDUAL
            END-IF
            IF WS-CLS-OK = "Y"
               PERFORM WRITE-CLOSING-STATEMENT
               MOVE "C" TO ACCOUNT-STATUS
               REWRITE CUSTOMER-RECORD
               MOVE WS-TRANS-ID TO WS-BALJ-TRANS-ID
               MOVE ACCOUNT-NUM TO WS-BALJ-ACCOUNT
               MOVE ACCOUNT-BALANCE TO WS-BALJ-BEFORE
               MOVE ACCOUNT-BALANCE TO WS-BALJ-AFTER
               PERFORM JOURNAL-BALANCE-REWRITE
               DISPLAY "Account closed and settled: "
                       WS-TRANS-ACCOUNT-NUM
            ELSE
               DISPLAY "Closure suspended for account "
                       WS-TRANS-ACCOUNT-NUM ": "
                       WS-CLS-FAIL-REASON
               MOVE WS-TRANS-ID          TO SUSP-TRANS-ID
               MOVE WS-TRANS-ACCOUNT-NUM TO SUSP-ACCOUNT-NUM
               MOVE WS-TRANSACTION-DATE  TO SUSP-TRANS-DATE
               MOVE WS-TRANS-AMOUNT      TO SUSP-TRANS-AMOUNT
               MOVE WS-CLS-FAIL-REASON   TO SUSP-REASON
               PERFORM WRITE-SUSPENSE-ITEM
            END-IF
            PERFORM SAVE-INTEREST-TRANS-COUNTER
      *The INT/TRF writes above re-filled the transaction record
      *area; the status flip back in the posting loop must land on
         MOVE CUS-CURRENCY-CODE    TO TRANS-CURRENCY-CODE
         MOVE 0                    TO TRANS-CHEQUE-NUM
         MOVE WS-RUN-DATE          TO TRANS-VALUE-DATE
         ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
         ACCEPT TRANS-CAPTURE-TIME FROM TIME
         MOVE SPACE TO TRANS-CUTOFF-FLAG
         WRITE TRANSACTION-RECORD
          INVALID KEY
            DISPLAY "Closure interest TRANS-ID collision: "
         MOVE CUS-CURRENCY-CODE    TO TRANS-CURRENCY-CODE
         MOVE 0                    TO TRANS-CHEQUE-NUM
         MOVE WS-RUN-DATE          TO TRANS-VALUE-DATE
         ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
         ACCEPT TRANS-CAPTURE-TIME FROM TIME
         MOVE SPACE TO TRANS-CUTOFF-FLAG
         WRITE TRANSACTION-RECORD
          INVALID KEY
            DISPLAY "Closure TRF TRANS-ID collision: "
         MOVE 0 TO WS-CUST-CACHE-ACCT
         MOVE "Y" TO WS-TRF-OK
         MOVE SPACES TO WS-TRF-FAIL-REASON
         MOVE 0 TO WS-ATO-BEN-DATE
         MOVE 0 TO WS-CARD-REPL-DATE

         IF CUS-CURRENCY-CODE = SPACES
            MOVE "ZAR" TO WS-TRF-FROM-CCY
               MOVE "KYC REVIEW OVERDUE" TO WS-TRF-FAIL-REASON
            END-IF
         END-IF
         IF WS-TRF-OK = "Y"
            PERFORM VALIDATE-GUARDIAN-CHANNEL
            IF WS-GUARD-OK = "N"
               MOVE "N" TO WS-TRF-OK
               MOVE "MINOR - CHANNEL NOT AUTHORISED"
                    TO WS-TRF-FAIL-REASON
            END-IF
         END-IF
         IF WS-TRF-OK = "Y"
            PERFORM VALIDATE-WITHDRAWAL-NOTICE
            IF WS-NOTICE-OK = "N"
               MOVE "N" TO WS-TRF-OK
               MOVE "NO MATURED NOTICE OF WITHDRAWAL"
                    TO WS-TRF-FAIL-REASON
            END-IF
         END-IF

      *Sweeps between a customer's own accounts are the customer's
      *standing arrangement, captured and verified in
      *projSweepMaintenance - the beneficiary register does not
      *apply to them, the same way the garnishee sweep posts
      *outside it. A guarantor recovery (GUARCALL) is taken under
      *the guarantee deed on the guarantor register, not a
      *customer instruction, so it posts outside the register too.
      *A bank draft's purchase and its cancellation refund (DRAFTS)
      *move money to and from the bank's own drafts-payable control
      *account, which is nobody's beneficiary. A legal order
      *remittance (LEGAL) pays the court's designated account and
      *is checked against the legal order register instead.
         IF WS-TRF-OK = "Y" AND WS-TRANS-BATCH-ID = "LEGAL"
            PERFORM VALIDATE-LEGAL-REMITTANCE
            IF WS-LGL-OK = "N"
               MOVE "N" TO WS-TRF-OK
               MOVE "LEGAL ORDER NOT OUTSTANDING"
                    TO WS-TRF-FAIL-REASON
            END-IF
         END-IF
         IF WS-TRF-OK = "Y" AND WS-TRANS-BATCH-ID NOT = "SWEEP"
                            AND WS-TRANS-BATCH-ID NOT = "GUARCALL"
                            AND WS-TRANS-BATCH-ID NOT = "DRAFTS"
                            AND WS-TRANS-BATCH-ID NOT = "LEGAL"
            PERFORM VALIDATE-TRF-BENEFICIARY
            IF WS-BEN-OK = "N"
               IF WS-PARM-BENEF-ENFORCE = "E"
               END-IF
            END-IF
         END-IF
         IF WS-TRF-OK = "Y"
            PERFORM VALIDATE-CONTACT-TAKEOVER
            IF WS-ATO-OK = "N"
               MOVE "N" TO WS-TRF-OK
               MOVE WS-ATO-FAIL-REASON TO WS-TRF-FAIL-REASON
            END-IF
         END-IF

      *Whatever passes the register (including warn-only misses,
      *which still post) joins the day total so the next item to
      *the same beneficiary is measured against the whole day.
         IF WS-TRF-OK = "Y" AND WS-TRANS-BATCH-ID NOT = "SWEEP"
                            AND WS-TRANS-BATCH-ID NOT = "GUARCALL"
                            AND WS-TRANS-BATCH-ID NOT = "DRAFTS"
                            AND WS-TRANS-BATCH-ID NOT = "LEGAL"
            MOVE WS-TRANS-ACCOUNT-NUM    TO WS-BDY-ADD-ACCOUNT
            MOVE WS-TRANS-CONTRA-ACCOUNT TO WS-BDY-ADD-CONTRA
            COMPUTE WS-BDY-ADD-AMOUNT = 0 - WS-TRANS-AMOUNT
            COMPUTE WS-PROSPECTIVE-AVAILABLE =
                    WS-PROSPECTIVE-BALANCE - WS-HOLD-THIS-ACCOUNT
            PERFORM SELECT-OVERDRAFT-FLOOR
            IF WS-FLOOR-ENFORCED = "Y" AND
               WS-PROSPECTIVE-AVAILABLE < WS-EFFECTIVE-OD-FLOOR
               MOVE "N" TO WS-TRF-OK
               MOVE "TRF OVERDRAFT FLOOR BREACHED"
            END-IF
            DISPLAY "Transfer posted from " WS-TRANS-ACCOUNT-NUM
                    " to " WS-TRANS-CONTRA-ACCOUNT
            IF WS-TRANS-BATCH-ID = "DRAFTS" AND
               WS-PARM-DRAFT-ACCOUNT > 0 AND
               WS-TRANS-CONTRA-ACCOUNT = WS-PARM-DRAFT-ACCOUNT
               MOVE "O" TO WS-DRF-NEW-STATUS
               PERFORM UPDATE-DRAFT-STATUS
            END-IF
            IF WS-NOTICE-ID > 0
               PERFORM TAKE-WITHDRAWAL-NOTICE
            END-IF
            IF WS-TRANS-BATCH-ID = "LEGAL"
               PERFORM APPLY-LEGAL-REMITTANCE
            END-IF
      *The transfer charge falls on the from-account, which is the
      *customer record in hand after the second leg.
            PERFORM ASSESS-ITEM-CHARGE
         ELSE
            DISPLAY "Transfer suspended, both legs: "
                    WS-TRF-FAIL-REASON
            READ BENEFICIARY-FILE
               KEY IS BEN-KEY
               INVALID KEY
                 MOVE "N" TO WS-BEN-OK
                 MOVE "TRF BENEFICIARY NOT REGISTERED"
                      TO WS-BEN-FAIL-REASON
               NOT INVALID KEY
                 IF NOT BEN-STATUS-ACTIVE
                   MOVE "N" TO WS-BEN-OK
                   MOVE "TRF BENEFICIARY CANCELLED"
                        TO WS-BEN-FAIL-REASON
                 ELSE IF BEN-EXTERNAL
                   MOVE "N" TO WS-BEN-OK
                   MOVE "TRF BENEFICIARY AT ANOTHER BANK"
                        TO WS-BEN-FAIL-REASON
                 ELSE
                   MOVE BEN-ADDED-DATE TO WS-ATO-BEN-DATE
                   COMPUTE WS-TRF-ABS-AMOUNT = 0 - WS-TRANS-AMOUNT
                   PERFORM SUM-BENEF-DAY-TOTAL
                   IF BEN-DAILY-LIMIT > 0 AND
                      WS-BDY-DAY-TOTAL + WS-TRF-ABS-AMOUNT
                         > BEN-DAILY-LIMIT
                      MOVE "N" TO WS-BEN-OK
                      MOVE "TRF BENEFICIARY DAILY LIMIT EXCEEDED"
                           TO WS-BEN-FAIL-REASON
                   END-IF
                 END-IF
                 END-IF
            END-READ
          END-IF
         CLOSE BENEFICIARY-FILE.
       EXIT.

      *Payment to another bank. TRANS-AMOUNT is the signed debit on
      *the customer; TRANS-CONTRA-ACCOUNT names the customer's
      *external beneficiary on the register. The money goes to the
      *PARM-INTERBANK-ACCOUNT clearing control account and the
      *payment is queued for the end-of-day outbound clearing file.
      *Debit and clearing credit post together or the item goes to
      *suspense whole - the queue is written first, so nothing is
      *posted that the clearing file will not carry.
       POST-EXTERNAL-PAYMENT.

         MOVE 0 TO WS-CUST-CACHE-ACCT
         MOVE "Y" TO WS-XPT-OK
         MOVE SPACES TO WS-XPT-FAIL-REASON
         MOVE 0 TO WS-ATO-BEN-DATE
         MOVE 0 TO WS-CARD-REPL-DATE
         MOVE 0 TO WS-NOTICE-ID

         IF CUS-CURRENCY-CODE = SPACES
            MOVE "ZAR" TO WS-XPT-FROM-CCY
         ELSE
            MOVE CUS-CURRENCY-CODE TO WS-XPT-FROM-CCY
         END-IF
         IF CUS-ACCOUNT-STATUS NOT = "A"
            MOVE "N" TO WS-XPT-OK
            MOVE "XPT FROM-ACCOUNT NOT ACTIVE" TO WS-XPT-FAIL-REASON
         ELSE IF WS-TRANS-AMOUNT NOT < 0
            MOVE "N" TO WS-XPT-OK
            MOVE "XPT AMOUNT MUST BE A DEBIT" TO WS-XPT-FAIL-REASON
         ELSE IF WS-TRANS-CURRENCY-CODE NOT = SPACES AND
                 WS-TRANS-CURRENCY-CODE NOT = WS-XPT-FROM-CCY
            MOVE "N" TO WS-XPT-OK
            MOVE "XPT CURRENCY MISMATCH" TO WS-XPT-FAIL-REASON
         END-IF
         END-IF
         END-IF

         IF WS-XPT-OK = "Y"
            PERFORM VALIDATE-PERIOD-OPEN
            IF WS-PERIOD-OK = "N"
               MOVE "N" TO WS-XPT-OK
               MOVE "ACCOUNTING PERIOD CLOSED"
                    TO WS-XPT-FAIL-REASON
            END-IF
         END-IF
         IF WS-XPT-OK = "Y"
            PERFORM VALIDATE-TERM-DEPOSIT-FREEZE
            IF WS-TDFRZ-OK = "N"
               MOVE "N" TO WS-XPT-OK
               MOVE "TERM DEPOSIT NOT MATURED"
                    TO WS-XPT-FAIL-REASON
            END-IF
         END-IF
         IF WS-XPT-OK = "Y"
            PERFORM VALIDATE-KYC-REVIEW
            IF WS-KYC-OK = "N"
               MOVE "N" TO WS-XPT-OK
               MOVE "KYC REVIEW OVERDUE" TO WS-XPT-FAIL-REASON
            END-IF
         END-IF
         IF WS-XPT-OK = "Y"
            PERFORM VALIDATE-GUARDIAN-CHANNEL
            IF WS-GUARD-OK = "N"
               MOVE "N" TO WS-XPT-OK
               MOVE "MINOR - CHANNEL NOT AUTHORISED"
                    TO WS-XPT-FAIL-REASON
            END-IF
         END-IF
         IF WS-XPT-OK = "Y"
            PERFORM VALIDATE-WITHDRAWAL-NOTICE
            IF WS-NOTICE-OK = "N"
               MOVE "N" TO WS-XPT-OK
               MOVE "NO MATURED NOTICE OF WITHDRAWAL"
                    TO WS-XPT-FAIL-REASON
            END-IF
         END-IF

      *Money leaving the bank can only go to a registered external
      *beneficiary - there is no warn-only phase for XPT, since the
      *clearing file needs the bank and account the register holds.
         IF WS-XPT-OK = "Y"
            PERFORM VALIDATE-XPT-BENEFICIARY
         END-IF
         IF WS-XPT-OK = "Y"
            PERFORM VALIDATE-CONTACT-TAKEOVER
            IF WS-ATO-OK = "N"
               MOVE "N" TO WS-XPT-OK
               MOVE WS-ATO-FAIL-REASON TO WS-XPT-FAIL-REASON
            END-IF
         END-IF
         IF WS-XPT-OK = "Y"
            MOVE WS-TRANS-ACCOUNT-NUM    TO WS-BDY-ADD-ACCOUNT
            MOVE WS-TRANS-CONTRA-ACCOUNT TO WS-BDY-ADD-CONTRA
            COMPUTE WS-BDY-ADD-AMOUNT = 0 - WS-TRANS-AMOUNT
            PERFORM ADD-BENEF-DAY-AMOUNT
         END-IF

         IF WS-XPT-OK = "Y"
            COMPUTE WS-PROSPECTIVE-BALANCE =
                    CUS-ACCOUNT-BALANCE + WS-TRANS-AMOUNT
            PERFORM SUM-HOLDS-FOR-ACCOUNT
            COMPUTE WS-PROSPECTIVE-AVAILABLE =
                    WS-PROSPECTIVE-BALANCE - WS-HOLD-THIS-ACCOUNT
            PERFORM SELECT-OVERDRAFT-FLOOR
            IF WS-FLOOR-ENFORCED = "Y" AND
               WS-PROSPECTIVE-AVAILABLE < WS-EFFECTIVE-OD-FLOOR
               MOVE "N" TO WS-XPT-OK
               MOVE "XPT OVERDRAFT FLOOR BREACHED"
                    TO WS-XPT-FAIL-REASON
            END-IF
         END-IF

         IF WS-XPT-OK = "Y"
          IF WS-PARM-INTERBANK-ACCOUNT = 0
            MOVE "N" TO WS-XPT-OK
            MOVE "INTERBANK CLEARING ACCOUNT NOT SET"
                 TO WS-XPT-FAIL-REASON
          ELSE
            MOVE WS-PARM-INTERBANK-ACCOUNT TO ACCOUNT-NUM
            READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
              INVALID KEY
                MOVE "N" TO WS-XPT-OK
                MOVE "INTERBANK CLEARING ACCOUNT NOT FOUND"
                     TO WS-XPT-FAIL-REASON
              NOT INVALID KEY
                IF CUS-ACCOUNT-STATUS NOT = "A"
                   MOVE "N" TO WS-XPT-OK
                   MOVE "INTERBANK CLEARING ACCOUNT NOT ACTIVE"
                        TO WS-XPT-FAIL-REASON
                ELSE IF (CUS-CURRENCY-CODE = SPACES AND
                         WS-XPT-FROM-CCY NOT = "ZAR") OR
                        (CUS-CURRENCY-CODE NOT = SPACES AND
                         CUS-CURRENCY-CODE NOT = WS-XPT-FROM-CCY)
                   MOVE "N" TO WS-XPT-OK
                   MOVE "XPT CURRENCY NOT CLEARED"
                        TO WS-XPT-FAIL-REASON
                END-IF
                END-IF
            END-READ
          END-IF
         END-IF

         IF WS-XPT-OK = "Y"
            PERFORM QUEUE-OUTBOUND-PAYMENT
         END-IF

         IF WS-XPT-OK = "Y"
            MOVE CUS-ACCOUNT-BALANCE TO WS-BALJ-BEFORE
            SUBTRACT WS-TRANS-AMOUNT FROM CUS-ACCOUNT-BALANCE
            MOVE CUS-ACCOUNT-BALANCE TO ACCOUNT-BALANCE
            REWRITE CUSTOMER-RECORD
            MOVE WS-TRANS-ID TO WS-BALJ-TRANS-ID
            MOVE WS-PARM-INTERBANK-ACCOUNT TO WS-BALJ-ACCOUNT
            MOVE ACCOUNT-BALANCE TO WS-BALJ-AFTER
            PERFORM JOURNAL-BALANCE-REWRITE
            MOVE CUS-BRANCH-CODE TO WS-IBS-CHK-BRANCH
            COMPUTE WS-IBS-CHK-AMOUNT = 0 - WS-TRANS-AMOUNT
            PERFORM TRACK-INTER-BRANCH
            MOVE WS-TRANS-ACCOUNT-NUM TO ACCOUNT-NUM
            READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
            END-READ
            MOVE CUS-ACCOUNT-BALANCE TO WS-BALJ-BEFORE
            ADD WS-TRANS-AMOUNT TO CUS-ACCOUNT-BALANCE
            MOVE CUS-ACCOUNT-BALANCE TO ACCOUNT-BALANCE
            REWRITE CUSTOMER-RECORD
            MOVE WS-TRANS-ID TO WS-BALJ-TRANS-ID
            MOVE WS-TRANS-ACCOUNT-NUM TO WS-BALJ-ACCOUNT
            MOVE ACCOUNT-BALANCE TO WS-BALJ-AFTER
            PERFORM JOURNAL-BALANCE-REWRITE
            MOVE WS-TRANS-ACCOUNT-NUM TO WS-ALERT-CHK-ACCOUNT
            MOVE WS-TRANS-AMOUNT TO WS-ALERT-CHK-AMOUNT
            MOVE CUS-ACCOUNT-BALANCE TO WS-ALERT-CHK-BALANCE
            PERFORM CHECK-ALERT-FOR-ACCOUNT
            MOVE CUS-BRANCH-CODE TO WS-IBS-CHK-BRANCH
            MOVE WS-TRANS-AMOUNT TO WS-IBS-CHK-AMOUNT
            PERFORM TRACK-INTER-BRANCH
            DISPLAY "Payment to other bank queued from "
                    WS-TRANS-ACCOUNT-NUM " to " WS-XPT-BANK-CODE
                    " " WS-XPT-EXT-ACCOUNT
            IF WS-NOTICE-ID > 0
               PERFORM TAKE-WITHDRAWAL-NOTICE
            END-IF
            PERFORM ASSESS-ITEM-CHARGE
         ELSE
            DISPLAY "Payment to other bank suspended: "
                    WS-XPT-FAIL-REASON
            MOVE WS-TRANS-ID          TO SUSP-TRANS-ID
            MOVE WS-TRANS-ACCOUNT-NUM TO SUSP-ACCOUNT-NUM
            MOVE WS-TRANSACTION-DATE  TO SUSP-TRANS-DATE
            MOVE WS-TRANS-AMOUNT      TO SUSP-TRANS-AMOUNT
            MOVE WS-XPT-FAIL-REASON   TO SUSP-REASON
            PERFORM WRITE-SUSPENSE-ITEM
         END-IF.
       EXIT.

      *The XPT's contra must be an active external beneficiary of
      *the paying account, within its daily limit; its bank and
      *account are held for the clearing queue.
       VALIDATE-XPT-BENEFICIARY.

         OPEN INPUT BENEFICIARY-FILE
          IF FILE-STATUS35 NOT = "00"
            MOVE "N" TO WS-XPT-OK
            MOVE "XPT BENEFICIARY NOT REGISTERED"
                 TO WS-XPT-FAIL-REASON
          ELSE
            MOVE WS-TRANS-ACCOUNT-NUM    TO BEN-ACCOUNT-NUM
            MOVE WS-TRANS-CONTRA-ACCOUNT TO BEN-CONTRA-ACCOUNT
            READ BENEFICIARY-FILE
               KEY IS BEN-KEY
               INVALID KEY
                 MOVE "N" TO WS-XPT-OK
                 MOVE "XPT BENEFICIARY NOT REGISTERED"
                      TO WS-XPT-FAIL-REASON
               NOT INVALID KEY
                 IF NOT BEN-STATUS-ACTIVE
                   MOVE "N" TO WS-XPT-OK
                   MOVE "XPT BENEFICIARY CANCELLED"
                        TO WS-XPT-FAIL-REASON
                 ELSE IF NOT BEN-EXTERNAL
                   MOVE "N" TO WS-XPT-OK
                   MOVE "XPT BENEFICIARY NOT AT ANOTHER BANK"
                        TO WS-XPT-FAIL-REASON
                 ELSE
                   MOVE BEN-EXT-BANK-CODE TO WS-XPT-BANK-CODE
                   MOVE BEN-EXT-ACCOUNT   TO WS-XPT-EXT-ACCOUNT
                   MOVE BEN-NAME          TO WS-XPT-BEN-NAME
                   MOVE BEN-ADDED-DATE    TO WS-ATO-BEN-DATE
                   COMPUTE WS-TRF-ABS-AMOUNT = 0 - WS-TRANS-AMOUNT
                   PERFORM SUM-BENEF-DAY-TOTAL
                   IF BEN-DAILY-LIMIT > 0 AND
                      WS-BDY-DAY-TOTAL + WS-TRF-ABS-AMOUNT
                         > BEN-DAILY-LIMIT
                      MOVE "N" TO WS-XPT-OK
                      MOVE "XPT BENEFICIARY DAILY LIMIT EXCEEDED"
                           TO WS-XPT-FAIL-REASON
                   END-IF
                 END-IF
                 END-IF
            END-READ
          END-IF
         CLOSE BENEFICIARY-FILE.
       EXIT.

      *Queue the payment for the outbound clearing file. A queue
      *that cannot take it fails the item, so no money moves
      *without a payment instruction behind it.
       QUEUE-OUTBOUND-PAYMENT.

         IF WS-OPAY-FILE-OPEN NOT = "Y"
            MOVE "N" TO WS-XPT-OK
            MOVE "OUTBOUND PAYMENT QUEUE UNAVAILABLE"
                 TO WS-XPT-FAIL-REASON
         ELSE
            MOVE WS-TRANS-ID             TO OPAY-TRANS-ID
            MOVE WS-TRANS-ACCOUNT-NUM    TO OPAY-ACCOUNT-NUM
            MOVE WS-TRANS-CONTRA-ACCOUNT TO OPAY-BEN-REF
            MOVE WS-XPT-BANK-CODE        TO OPAY-BANK-CODE
            MOVE WS-XPT-EXT-ACCOUNT      TO OPAY-EXT-ACCOUNT
            MOVE WS-XPT-BEN-NAME         TO OPAY-BEN-NAME
            COMPUTE OPAY-AMOUNT = 0 - WS-TRANS-AMOUNT
            MOVE WS-XPT-FROM-CCY         TO OPAY-CURRENCY-CODE
            IF WS-TRANS-VALUE-DATE > WS-RUN-DATE
               MOVE WS-TRANS-VALUE-DATE  TO OPAY-VALUE-DATE
            ELSE
               MOVE WS-RUN-DATE          TO OPAY-VALUE-DATE
            END-IF
            MOVE WS-TRANS-MEMO           TO OPAY-REFERENCE
            MOVE "P"                     TO OPAY-STATUS
            MOVE 0                       TO OPAY-FILE-DATE
            MOVE 0                       TO OPAY-FILE-SEQ
            MOVE 0                       TO OPAY-RETURN-DATE
            WRITE OUTBOUND-PAY-RECORD
              INVALID KEY
                MOVE "N" TO WS-XPT-OK
                MOVE "XPT ALREADY QUEUED FOR CLEARING"
                     TO WS-XPT-FAIL-REASON
              NOT INVALID KEY
                ADD 1 TO WS-XPT-QUEUED-COUNT
                ADD OPAY-AMOUNT TO WS-XPT-QUEUED-TOTAL
            END-WRITE
         END-IF.
       EXIT.

      *A debit the transaction feed loaded for a third party - the
      *feed loader's batch ids are "F" and nine digits - must be
      *covered by an active mandate on the register for the
      *creditor and reference it names, in force on the item's date,
      *and for no more than the mandated maximum. Anything else goes
      *back to the originator unpaid.
       VALIDATE-DIRECT-DEBIT-MANDATE.

         MOVE "Y" TO WS-MAND-OK
         MOVE SPACES TO WS-MAND-FAIL-REASON
         MOVE SPACES TO WS-MAND-REASON-CODE
         IF WS-TRANS-TYPE = "WIT" AND WS-TRANS-AMOUNT < 0 AND
            WS-TRANS-BATCH-ID(1:1) = "F" AND
            WS-TRANS-BATCH-ID(2:9) IS NUMERIC
           IF WS-MAND-FILE-OPEN NOT = "Y" OR
              WS-TRANS-DD-CREDITOR-ID = SPACES
             MOVE "N" TO WS-MAND-OK
             MOVE "NOMD" TO WS-MAND-REASON-CODE
             MOVE "NO DIRECT DEBIT MANDATE" TO WS-MAND-FAIL-REASON
           ELSE
             MOVE WS-TRANS-ACCOUNT-NUM     TO MAND-ACCOUNT-NUM
             MOVE WS-TRANS-DD-CREDITOR-ID  TO MAND-CREDITOR-ID
             MOVE WS-TRANS-DD-CREDITOR-REF TO MAND-CREDITOR-REF
             READ MANDATE-FILE
                KEY IS MAND-KEY
                INVALID KEY
                  MOVE "N" TO WS-MAND-OK
                  MOVE "NOMD" TO WS-MAND-REASON-CODE
                  MOVE "NO DIRECT DEBIT MANDATE"
                       TO WS-MAND-FAIL-REASON
                NOT INVALID KEY
                  COMPUTE WS-MAND-ABS-AMOUNT = 0 - WS-TRANS-AMOUNT
                  IF NOT MAND-STATUS-ACTIVE
                    MOVE "N" TO WS-MAND-OK
                    MOVE "RVKD" TO WS-MAND-REASON-CODE
                    MOVE "DIRECT DEBIT MANDATE REVOKED"
                         TO WS-MAND-FAIL-REASON
                  ELSE IF WS-TRANSACTION-DATE < MAND-START-DATE OR
                          (MAND-END-DATE > 0 AND
                           WS-TRANSACTION-DATE > MAND-END-DATE)
                    MOVE "N" TO WS-MAND-OK
                    MOVE "NIFD" TO WS-MAND-REASON-CODE
                    MOVE "DIRECT DEBIT MANDATE NOT IN FORCE"
                         TO WS-MAND-FAIL-REASON
                  ELSE IF MAND-MAX-AMOUNT > 0 AND
                          WS-MAND-ABS-AMOUNT > MAND-MAX-AMOUNT
                    MOVE "N" TO WS-MAND-OK
                    MOVE "EXMD" TO WS-MAND-REASON-CODE
                    MOVE "DIRECT DEBIT OVER MANDATED AMOUNT"
                         TO WS-MAND-FAIL-REASON
                  END-IF
                  END-IF
                  END-IF
             END-READ
           END-IF
         END-IF.
       EXIT.

      *The refused collection is written for return to the
      *originator, with the reason code the creditor is sent.
       WRITE-DD-UNPAID.

         MOVE WS-RUN-DATE              TO UNP-RETURN-DATE
         MOVE WS-TRANS-ID              TO UNP-TRANS-ID
         MOVE WS-TRANS-ACCOUNT-NUM     TO UNP-ACCOUNT-NUM
         MOVE WS-TRANSACTION-DATE      TO UNP-TRANS-DATE
         MOVE WS-TRANS-AMOUNT          TO UNP-AMOUNT
         MOVE WS-TRANS-DD-CREDITOR-ID  TO UNP-CREDITOR-ID
         MOVE WS-TRANS-DD-CREDITOR-REF TO UNP-CREDITOR-REF
         MOVE WS-TRANS-BATCH-ID        TO UNP-BATCH-ID
         MOVE WS-MAND-REASON-CODE      TO UNP-REASON-CODE
         MOVE WS-MAND-FAIL-REASON      TO UNP-REASON
         WRITE DD-UNPAID-RECORD
         ADD 1 TO WS-DD-UNPAID-COUNT.
       EXIT.

      *Seeds the per-pair day totals from transfers already posted
      *under the business date, so a rerun or a second posting of
      *the day starts from what has genuinely moved - the same
             AT END
               MOVE 'Y' TO END-OF-FILE3
             NOT AT END
               IF (TRANS-TYPE = "TRF" OR TRANS-TYPE = "XPT") AND
                  TRANS-STATUS-POSTED AND
                  TRANSACTION-DATE = WS-RUN-DATE AND
                  TRANS-AMOUNT < 0 AND
                  TRANS-CONTRA-ACCOUNT > 0
      *A CHQ presentment must name a cheque that is on the register
      *for its account and still in the ISSUED state - stopped,
      *already-paid, and unknown cheque numbers all go to suspense.
      *Other transaction types pass straight through. A CHQ on the
      *PARM-DRAFT-ACCOUNT control account is a bank draft coming
      *back and is matched to the draft register instead.
       VALIDATE-CHEQUE-PRESENTMENT.

         MOVE "Y" TO WS-CHEQUE-OK
         MOVE SPACES TO WS-CHEQUE-FAIL-REASON
         IF WS-TRANS-TYPE = "CHQ" AND WS-PARM-DRAFT-ACCOUNT > 0 AND
            WS-TRANS-ACCOUNT-NUM = WS-PARM-DRAFT-ACCOUNT
           PERFORM VALIDATE-DRAFT-PRESENTMENT
         ELSE IF WS-TRANS-TYPE = "CHQ"
           OPEN INPUT CHEQUE-REGISTER-FILE
            IF FILE-STATUS26 NOT = "00"
              MOVE "N" TO WS-CHEQUE-OK
              END-READ
            END-IF
           CLOSE CHEQUE-REGISTER-FILE
         END-IF
         END-IF.
       EXIT.

      *The draft must be on the register and OUTSTANDING, and the
      *debit presented must be the amount it was drawn for - an
      *unfunded, cancelled, escheated or already-paid draft, or a
      *wrong amount, goes to suspense.
       VALIDATE-DRAFT-PRESENTMENT.

         OPEN INPUT DRAFT-FILE
          IF FILE-STATUS51 NOT = "00"
            MOVE "N" TO WS-CHEQUE-OK
            MOVE "DRAFT REGISTER NOT AVAILABLE"
                 TO WS-CHEQUE-FAIL-REASON
          ELSE
            MOVE WS-TRANS-CHEQUE-NUM TO DRF-NUMBER
            READ DRAFT-FILE
               KEY IS DRF-NUMBER
               INVALID KEY
                 MOVE "N" TO WS-CHEQUE-OK
                 MOVE "DRAFT NOT ON REGISTER"
                      TO WS-CHEQUE-FAIL-REASON
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN DRF-STATUS-PAID
                     MOVE "N" TO WS-CHEQUE-OK
                     MOVE "DRAFT ALREADY PAID"
                          TO WS-CHEQUE-FAIL-REASON
                   WHEN DRF-STATUS-CANCELLED
                     MOVE "N" TO WS-CHEQUE-OK
                     MOVE "DRAFT CANCELLED"
                          TO WS-CHEQUE-FAIL-REASON
                   WHEN DRF-STATUS-ESCHEATED
                     MOVE "N" TO WS-CHEQUE-OK
                     MOVE "DRAFT ESCHEATED"
                          TO WS-CHEQUE-FAIL-REASON
                   WHEN NOT DRF-STATUS-OUTSTANDING
                     MOVE "N" TO WS-CHEQUE-OK
                     MOVE "DRAFT NOT FUNDED"
                          TO WS-CHEQUE-FAIL-REASON
                   WHEN WS-TRANS-AMOUNT + DRF-AMOUNT NOT = 0
                     MOVE "N" TO WS-CHEQUE-OK
                     MOVE "DRAFT AMOUNT MISMATCH"
                          TO WS-CHEQUE-FAIL-REASON
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
            END-READ
          END-IF
         CLOSE DRAFT-FILE.
       EXIT.

       MARK-CHEQUE-PAID.

         IF WS-PARM-DRAFT-ACCOUNT > 0 AND
            WS-TRANS-ACCOUNT-NUM = WS-PARM-DRAFT-ACCOUNT
            MOVE "P" TO WS-DRF-NEW-STATUS
            PERFORM UPDATE-DRAFT-STATUS
         ELSE
         OPEN I-O CHEQUE-REGISTER-FILE
          IF FILE-STATUS26 = "00"
            MOVE WS-TRANS-ACCOUNT-NUM TO CHQ-ACCOUNT-NUM
                 REWRITE CHEQUE-RECORD
            END-READ
          END-IF
         CLOSE CHEQUE-REGISTER-FILE
         END-IF.
       EXIT.

      *Moves the draft named by the posting item's cheque number to
      *WS-DRF-NEW-STATUS - OUTSTANDING once its purchase TRF has
      *posted, PAID once its presentment has.
       UPDATE-DRAFT-STATUS.

         OPEN I-O DRAFT-FILE
          IF FILE-STATUS51 = "00"
            MOVE WS-TRANS-CHEQUE-NUM TO DRF-NUMBER
            READ DRAFT-FILE
               KEY IS DRF-NUMBER
               INVALID KEY
                 DISPLAY "Draft not on register: "
                         WS-TRANS-CHEQUE-NUM
               NOT INVALID KEY
                 MOVE WS-DRF-NEW-STATUS TO DRF-STATUS
                 IF DRF-STATUS-PAID
                    MOVE WS-RUN-DATE TO DRF-CLOSED-DATE
                 END-IF
                 REWRITE DRAFT-RECORD
            END-READ
          END-IF
         CLOSE DRAFT-FILE.
       EXIT.

      *A NAM transaction renames the account to TRANS-NEW-NAME.

      *Common screening-queue write. Callers fill WS-SCRQ-SOURCE,
      *WS-SCRQ-REF and SCRQ-NAME; the module has already left the
      *listed entry it hit in the SCREEN-MATCHED- fields.
       WRITE-SCREEN-QUEUE-ITEM.

         OPEN EXTEND SCREEN-QUEUE-FILE
          MOVE WS-SCRQ-REF         TO SCRQ-REF-ID
          MOVE SCREEN-MATCHED-NAME TO SCRQ-MATCHED-NAME
          MOVE "O"                 TO SCRQ-STATUS
          MOVE SCREEN-MATCHED-SOURCE TO SCRQ-LIST-SOURCE
          MOVE SCREEN-MATCHED-DATE TO SCRQ-LIST-DATE
          WRITE SCREEN-QUEUE-RECORD
         CLOSE SCREEN-QUEUE-FILE.
       EXIT.

      *Every item's code must be on the transaction code master and
      *allowed from the channel that sent it, and its amount must
      *move the account the way the code says: a debit code cannot
      *credit and a credit code cannot debit.
       VALIDATE-TRANS-CODE.

         MOVE "Y" TO WS-TCD-OK
         MOVE SPACES TO WS-TCD-FAIL-REASON
         MOVE WS-TRANS-TYPE    TO TCDQ-CODE
         MOVE WS-TRANS-CHANNEL TO TCDQ-CHANNEL
         MOVE "P"              TO TCDQ-MODE
         CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                         TRANCODE-RECORD
         IF TCDQ-NOT-FOUND
            MOVE "N" TO WS-TCD-OK
            MOVE "TRANSACTION CODE NOT ON MASTER"
                 TO WS-TCD-FAIL-REASON
         ELSE IF TCDQ-CHANNEL-REFUSED
            MOVE "N" TO WS-TCD-OK
            MOVE "CHANNEL NOT ALLOWED FOR CODE" TO WS-TCD-FAIL-REASON
         ELSE IF (TCD-DEBIT AND WS-TRANS-AMOUNT > 0) OR
                 (TCD-CREDIT AND WS-TRANS-AMOUNT < 0)
            MOVE "N" TO WS-TCD-OK
            MOVE "AMOUNT DIRECTION WRONG FOR CODE"
                 TO WS-TCD-FAIL-REASON
         END-IF
         END-IF
         END-IF.
       EXIT.

      *A debit on a TERMDEP account whose deposit terms are still
      *ACTIVE and unmatured is frozen to suspense - the money is
      *contractually locked until the maturity step or an authorized
         END-IF.
       EXIT.

      *Account-takeover rule. When the account's phone or email
      *changed within the last PARM-ATO-WINDOW-DAYS and the change
      *has not yet been confirmed by a callback on the old details
      *(projContactMaintenance), a debit is held in suspense if it
      *is large (PARM-ATO-LARGE-DEBIT or more), goes to a
      *beneficiary registered since the change, or was presented
      *on a card reissued as lost or stolen since the change. The
      *daily projAtoCallbackReport lists what is held for the call
      *centre; once the callback is confirmed the items are
      *resubmitted through projSuspenseRepair. SYSTEM entries and
      *credits are never held. A zero window switches the rule off.
       VALIDATE-CONTACT-TAKEOVER.

         MOVE "Y" TO WS-ATO-OK
         MOVE SPACES TO WS-ATO-FAIL-REASON
         IF WS-PARM-ATO-WINDOW-DAYS > 0 AND WS-TRANS-AMOUNT < 0
                                    AND WS-TRANS-CHANNEL NOT = "SYSTEM"
           OPEN INPUT CONTACT-FILE
            IF FILE-STATUS52 = "00"
              MOVE WS-TRANS-ACCOUNT-NUM TO CONT-ACCOUNT-NUM
              READ CONTACT-FILE
                 KEY IS CONT-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CONT-CHANGED-DATE IS NUMERIC AND
                      CONT-CALLBACK-DATE IS NUMERIC AND
                      CONT-CHANGED-DATE > 0 AND
                      CONT-CALLBACK-DATE < CONT-CHANGED-DATE
                     MOVE CONT-CHANGED-DATE TO INPUT-DATE
                     call 'CalculateEpochDays' USING YEAR-IN
                           MONTH-IN DAY-IN TOTALRETURN2
                     MOVE WS-RUN-DATE TO INPUT-DATE
                     call 'CalculateEpochDays' USING YEAR-IN
                           MONTH-IN DAY-IN TOTALRETURN1
                     COMPUTE WS-ATO-DAYS = TOTALRETURN1 - TOTALRETURN2
                     IF WS-ATO-DAYS NOT > WS-PARM-ATO-WINDOW-DAYS
                        PERFORM TEST-TAKEOVER-ACTIVITY
                     END-IF
                   END-IF
              END-READ
            END-IF
           CLOSE CONTACT-FILE
         END-IF.
       EXIT.

       TEST-TAKEOVER-ACTIVITY.

         COMPUTE WS-ATO-ABS-AMOUNT = 0 - WS-TRANS-AMOUNT
         IF WS-PARM-ATO-LARGE-DEBIT > 0 AND
            WS-ATO-ABS-AMOUNT NOT < WS-PARM-ATO-LARGE-DEBIT
            MOVE "N" TO WS-ATO-OK
            MOVE "CONTACT CHANGED - LARGE DEBIT"
                 TO WS-ATO-FAIL-REASON
         ELSE IF WS-ATO-BEN-DATE > 0 AND
                 WS-ATO-BEN-DATE NOT < CONT-CHANGED-DATE
            MOVE "N" TO WS-ATO-OK
            MOVE "CONTACT CHANGED - NEW BENEFICIARY"
                 TO WS-ATO-FAIL-REASON
         ELSE IF WS-CARD-REPL-DATE > 0 AND
                 WS-CARD-REPL-DATE NOT < CONT-CHANGED-DATE
            MOVE "N" TO WS-ATO-OK
            MOVE "CONTACT CHANGED - REPLACEMENT CARD"
                 TO WS-ATO-FAIL-REASON
         END-IF
         END-IF
         END-IF.
       EXIT.

      *A minor's account is operated by its guardian: a debit that
      *does not come through the channel a guardian authorised for
      *withdrawals goes to suspense. The bank's own SYSTEM entries
      *(charges, interest, sweeps) are not the guardian's to
      *authorise and always post; credits always post.
       VALIDATE-GUARDIAN-CHANNEL.

         MOVE "Y" TO WS-GUARD-OK
         IF WS-TRANS-AMOUNT < 0 AND WS-TRANS-CHANNEL NOT = "SYSTEM"
            MOVE WS-TRANS-ACCOUNT-NUM TO GRDQ-ACCOUNT-NUM
            MOVE WS-TRANS-CHANNEL     TO GRDQ-CHANNEL
            CALL 'projGuardianCheck' USING GUARDIAN-CHECK-REQUEST
            IF GRDQ-NOT-AUTHORISED
               MOVE "N" TO WS-GUARD-OK
            END-IF
         END-IF.
       EXIT.

      *A WIT, TRF or XPT out of an account on a notice-deposit
      *product needs a matured notice on the register covering the
      *amount; without one it goes to suspense. The notice found is
      *drawn down once the debit has posted. The bank's own SYSTEM
      *entries are not the customer's withdrawals and always post.
       VALIDATE-WITHDRAWAL-NOTICE.

         MOVE "Y" TO WS-NOTICE-OK
         MOVE 0 TO WS-NOTICE-ID
         IF (WS-TRANS-TYPE = "WIT" OR WS-TRANS-TYPE = "TRF" OR
             WS-TRANS-TYPE = "XPT") AND
            WS-TRANS-AMOUNT < 0 AND WS-TRANS-CHANNEL NOT = "SYSTEM"
            MOVE "C"                  TO WNRQ-FUNCTION
            MOVE WS-TRANS-ACCOUNT-NUM TO WNRQ-ACCOUNT-NUM
            MOVE CUS-ACCOUNT-TYPE     TO WNRQ-ACCOUNT-TYPE
            COMPUTE WNRQ-AMOUNT = 0 - WS-TRANS-AMOUNT
            MOVE WS-RUN-DATE          TO WNRQ-RUN-DATE
            CALL 'projWithdrawalNoticeCheck'
                 USING WITHDRAWAL-CHECK-REQUEST
            IF WNRQ-NOT-COVERED
               MOVE "N" TO WS-NOTICE-OK
            ELSE IF WNRQ-COVERED
               MOVE WNRQ-NOTICE-ID TO WS-NOTICE-ID
            END-IF
            END-IF
         END-IF.
       EXIT.

       TAKE-WITHDRAWAL-NOTICE.

         MOVE "T"                  TO WNRQ-FUNCTION
         MOVE WS-TRANS-ACCOUNT-NUM TO WNRQ-ACCOUNT-NUM
         COMPUTE WNRQ-AMOUNT = 0 - WS-TRANS-AMOUNT
         MOVE WS-RUN-DATE          TO WNRQ-RUN-DATE
         MOVE WS-NOTICE-ID         TO WNRQ-NOTICE-ID
         CALL 'projWithdrawalNoticeCheck'
              USING WITHDRAWAL-CHECK-REQUEST
         MOVE 0 TO WS-NOTICE-ID.
       EXIT.

      *An ATM- or POS-channel monetary item must trace to a card on
      *the card register for its account that is still active and
      *unexpired - the same gate VALIDATE-CHEQUE-PRESENTMENT puts on
      *cheques. Where the feeder names the card (TRANS-CARD-NUM) it
      *must be that card; otherwise any good card on the account
      *will do. An account with no card at all, or only
      *blocked/expired cards, goes to suspense. A card debit that
      *passes must then fit the card's daily limits. Items from
      *every other channel pass straight through.
       VALIDATE-CARD-PRESENTMENT.

         MOVE "Y" TO WS-CARD-OK
         MOVE SPACES TO WS-CARD-FAIL-REASON
         MOVE 0 TO WS-CARD-USED
         MOVE 0 TO WS-CARD-REPL-DATE
         IF WS-TRANS-CHANNEL = "ATM" OR WS-TRANS-CHANNEL = "POS"
           OPEN INPUT CARD-REGISTER-FILE
            IF FILE-STATUS30 NOT = "00"
              MOVE "N" TO WS-CARD-OK
              MOVE "CARD REGISTER NOT AVAILABLE"
                   TO WS-CARD-FAIL-REASON
            ELSE IF WS-TRANS-CARD-NUM IS NUMERIC AND
                    WS-TRANS-CARD-NUM > 0
              PERFORM FIND-PRESENTED-CARD
            ELSE
              MOVE "N" TO WS-CARD-OK
              MOVE "N" TO WS-CARD-DONE
                           CARD-EXPIRY-DATE NOT < WS-RUN-DATE)
                          MOVE "Y" TO WS-CARD-OK
                          MOVE "Y" TO WS-CARD-DONE
                          PERFORM HOLD-CARD-LIMITS
                       END-IF
                    END-IF
                END-READ
                 END-IF
              END-IF
            END-IF
            END-IF
           CLOSE CARD-REGISTER-FILE
           IF WS-CARD-OK = "Y" AND WS-TRANS-AMOUNT < 0
              PERFORM CHECK-CARD-DAILY-LIMITS
           END-IF
         END-IF.
       EXIT.

       FIND-PRESENTED-CARD.

         MOVE WS-TRANS-CARD-NUM TO CARD-NUMBER
         READ CARD-REGISTER-FILE
            KEY IS CARD-NUMBER
            INVALID KEY
              MOVE "N" TO WS-CARD-OK
              MOVE "CARD NOT ON REGISTER" TO WS-CARD-FAIL-REASON
            NOT INVALID KEY
              IF CARD-ACCOUNT-NUM NOT = WS-TRANS-ACCOUNT-NUM
                 MOVE "N" TO WS-CARD-OK
                 MOVE "CARD NOT ISSUED ON THIS ACCOUNT"
                      TO WS-CARD-FAIL-REASON
              ELSE IF CARD-STATUS-ACTIVE AND
                      (CARD-EXPIRY-DATE = 0 OR
                       CARD-EXPIRY-DATE NOT < WS-RUN-DATE)
                 PERFORM HOLD-CARD-LIMITS
              ELSE
                 MOVE "N" TO WS-CARD-OK
                 MOVE "CARD BLOCKED OR EXPIRED" TO WS-CARD-FAIL-REASON
              END-IF
              END-IF
         END-READ.
       EXIT.

       HOLD-CARD-LIMITS.

         MOVE CARD-NUMBER            TO WS-CARD-USED
         MOVE CARD-ATM-DAILY-LIMIT   TO WS-CARD-LIM-ATM
         MOVE CARD-POS-DAILY-LIMIT   TO WS-CARD-LIM-POS
         MOVE CARD-DAILY-COUNT-LIMIT TO WS-CARD-LIM-COUNT
         IF CARD-ISSUED-LOST OR CARD-ISSUED-STOLEN
            MOVE CARD-ISSUE-DATE TO WS-CARD-REPL-DATE
         END-IF.
       EXIT.

      *The card's usage so far on the business date, plus this
      *debit, must stay within each of its daily limits (a zero
      *limit is off). A breach is counted on the usage record with
      *its reason so the fraud desk sees the card on the day's
      *limits report even though nothing moved.
       CHECK-CARD-DAILY-LIMITS.

         PERFORM READ-CARD-USAGE
         COMPUTE WS-CARD-ABS-AMOUNT = 0 - WS-TRANS-AMOUNT
         IF WS-CARD-LIM-COUNT > 0 AND
            CUSE-ITEM-COUNT NOT < WS-CARD-LIM-COUNT
            MOVE "N" TO WS-CARD-OK
            MOVE "CARD DAILY ITEM COUNT LIMIT REACHED"
                 TO WS-CARD-FAIL-REASON
         ELSE IF WS-TRANS-CHANNEL = "ATM" AND
                 WS-CARD-LIM-ATM > 0 AND
                 CUSE-ATM-AMOUNT + WS-CARD-ABS-AMOUNT >
                 WS-CARD-LIM-ATM
            MOVE "N" TO WS-CARD-OK
            MOVE "CARD DAILY ATM LIMIT EXCEEDED"
                 TO WS-CARD-FAIL-REASON
         ELSE IF WS-TRANS-CHANNEL = "POS" AND
                 WS-CARD-LIM-POS > 0 AND
                 CUSE-POS-AMOUNT + WS-CARD-ABS-AMOUNT >
                 WS-CARD-LIM-POS
            MOVE "N" TO WS-CARD-OK
            MOVE "CARD DAILY POS LIMIT EXCEEDED"
                 TO WS-CARD-FAIL-REASON
         END-IF
         END-IF
         END-IF
         IF WS-CARD-OK = "N"
            ADD 1 TO CUSE-BREACH-COUNT
            ADD WS-CARD-ABS-AMOUNT TO CUSE-BREACH-AMOUNT
            MOVE WS-CARD-FAIL-REASON TO CUSE-LAST-BREACH
            PERFORM SAVE-CARD-USAGE
            ADD 1 TO WS-CARD-LIMIT-BREACHES
         END-IF.
       EXIT.

      *A card debit that has posted counts against its card's day.
       ACCUMULATE-CARD-USAGE.

         IF WS-TRANS-AMOUNT < 0
            PERFORM READ-CARD-USAGE
            COMPUTE WS-CARD-ABS-AMOUNT = 0 - WS-TRANS-AMOUNT
            ADD 1 TO CUSE-ITEM-COUNT
            IF WS-TRANS-CHANNEL = "ATM"
               ADD WS-CARD-ABS-AMOUNT TO CUSE-ATM-AMOUNT
            ELSE
               ADD WS-CARD-ABS-AMOUNT TO CUSE-POS-AMOUNT
            END-IF
            PERFORM SAVE-CARD-USAGE
         END-IF.
       EXIT.

       READ-CARD-USAGE.

         MOVE WS-CARD-USED TO CUSE-CARD-NUMBER
         MOVE WS-RUN-DATE  TO CUSE-DATE
         READ CARD-USAGE-FILE
            KEY IS CUSE-KEY
            INVALID KEY
              MOVE "N" TO WS-CUSE-FOUND
              MOVE WS-TRANS-ACCOUNT-NUM TO CUSE-ACCOUNT-NUM
              MOVE 0      TO CUSE-ATM-AMOUNT
              MOVE 0      TO CUSE-POS-AMOUNT
              MOVE 0      TO CUSE-ITEM-COUNT
              MOVE 0      TO CUSE-BREACH-COUNT
              MOVE 0      TO CUSE-BREACH-AMOUNT
              MOVE SPACES TO CUSE-LAST-BREACH
            NOT INVALID KEY
              MOVE "Y" TO WS-CUSE-FOUND
         END-READ.
       EXIT.

       SAVE-CARD-USAGE.

         IF WS-CUSE-FOUND = "Y"
            REWRITE CARD-USAGE-RECORD
         ELSE
            WRITE CARD-USAGE-RECORD
            MOVE "Y" TO WS-CUSE-FOUND
         END-IF.
       EXIT.

         CLOSE HOLD-FILE.
       EXIT.

      *A posting stream takes its HOLD-IDs from its own reserved
      *block, topping the block up from KEYS if it runs dry.
       CLAIM-NEXT-HOLD-ID.

         IF WS-PSTR-MODE-ON
            IF WS-PSTR-NEXT-HOLD-ID > WS-PSTR-LAST-HOLD-ID
               MOVE 10 TO WS-PSTR-BLOCK-SIZE
               PERFORM RESERVE-HOLD-ID-BLOCK
               IF WS-PSTR-KEYS-OK = "Y"
                  MOVE WS-PSTR-BLOCK-FIRST TO WS-PSTR-NEXT-HOLD-ID
                  MOVE WS-PSTR-BLOCK-LAST  TO WS-PSTR-LAST-HOLD-ID
               END-IF
            END-IF
            MOVE WS-PSTR-NEXT-HOLD-ID TO WS-CDH-NEXT-HOLD-ID
            ADD 1 TO WS-PSTR-NEXT-HOLD-ID
         ELSE
         MOVE 1 TO WS-CDH-NEXT-HOLD-ID
         OPEN I-O KEYS
          IF FILE-STATUS3 = "00"
                  REWRITE KEYS-RECORD
             END-READ
          END-IF
         CLOSE KEYS
         END-IF.
       EXIT.

      *Expired holds release formally at the top of the run - the
         CLOSE OD-FACILITY-FILE.
       EXIT.

      *The debit priority table, read once per run. A site that has
      *never set one up gets the standard order written for it:
      *legal order remittances (RAISE-LEGAL-REMITTANCES), standing
      *orders, then card items; anything else ranks 99 and pays
      *last.
       LOAD-DEBIT-PRIORITIES.

         MOVE 0 TO WS-DPRI-COUNT
         OPEN INPUT DEBIT-PRIORITY-FILE
          IF FILE-STATUS54 = "35"
            PERFORM WRITE-DEFAULT-PRIORITIES
            OPEN INPUT DEBIT-PRIORITY-FILE
          END-IF
          IF FILE-STATUS54 = "00"
            MOVE 'N' TO END-OF-FILE4
            PERFORM UNTIL END-OF-FILE4 = 'Y'
              READ DEBIT-PRIORITY-FILE NEXT RECORD
                AT END
                  MOVE 'Y' TO END-OF-FILE4
                NOT AT END
                  IF WS-DPRI-COUNT < 100
                     ADD 1 TO WS-DPRI-COUNT
                     MOVE DPRI-TRANS-TYPE
                          TO WS-DPRI-TYPE(WS-DPRI-COUNT)
                     MOVE DPRI-CHANNEL
                          TO WS-DPRI-CHANNEL(WS-DPRI-COUNT)
                     MOVE DPRI-BATCH-ID
                          TO WS-DPRI-BATCH(WS-DPRI-COUNT)
                     MOVE DPRI-RANK
                          TO WS-DPRI-RANK(WS-DPRI-COUNT)
                  END-IF
              END-READ
            END-PERFORM
          END-IF
         CLOSE DEBIT-PRIORITY-FILE.
       EXIT.

       WRITE-DEFAULT-PRIORITIES.

         CLOSE DEBIT-PRIORITY-FILE
         OPEN OUTPUT DEBIT-PRIORITY-FILE
         MOVE "TRF"        TO DPRI-TRANS-TYPE
         MOVE "SYSTEM"     TO DPRI-CHANNEL
         MOVE "LEGAL"      TO DPRI-BATCH-ID
         MOVE 1            TO DPRI-RANK
         MOVE "LEGAL ORDER REMITTANCE" TO DPRI-DESCRIPTION
         WRITE DEBIT-PRIORITY-RECORD
         MOVE "WIT"        TO DPRI-TRANS-TYPE
         MOVE "SYSTEM"     TO DPRI-CHANNEL
         MOVE "STANDING"   TO DPRI-BATCH-ID
         MOVE 3            TO DPRI-RANK
         MOVE "STANDING ORDER" TO DPRI-DESCRIPTION
         WRITE DEBIT-PRIORITY-RECORD
         MOVE "WIT"        TO DPRI-TRANS-TYPE
         MOVE "ATM"        TO DPRI-CHANNEL
         MOVE SPACES       TO DPRI-BATCH-ID
         MOVE 4            TO DPRI-RANK
         MOVE "CARD - ATM" TO DPRI-DESCRIPTION
         WRITE DEBIT-PRIORITY-RECORD
         MOVE "WIT"        TO DPRI-TRANS-TYPE
         MOVE "POS"        TO DPRI-CHANNEL
         MOVE SPACES       TO DPRI-BATCH-ID
         MOVE 4            TO DPRI-RANK
         MOVE "CARD - POINT OF SALE" TO DPRI-DESCRIPTION
         WRITE DEBIT-PRIORITY-RECORD
         CLOSE DEBIT-PRIORITY-FILE
         DISPLAY "Debit priority file created with the standard "
                 "order".
       EXIT.

      *Rank of the item in TRANSACTION-RECORD. The record naming
      *the exact channel beats one for ANY, and one naming the
      *batch beats one for every batch; between equally specific
      *records the better rank stands. No match ranks 99.
       RANK-POSTING-DEBIT.

         MOVE 99 TO WS-DPRI-ITEM-RANK
         MOVE 0 TO WS-DPRI-BEST-FIT
         PERFORM VARYING WS-DPRI-IDX FROM 1 BY 1
                 UNTIL WS-DPRI-IDX > WS-DPRI-COUNT
           MOVE 0 TO WS-DPRI-FIT
           IF WS-DPRI-TYPE(WS-DPRI-IDX) = TRANS-TYPE
              IF WS-DPRI-CHANNEL(WS-DPRI-IDX) = TRANS-CHANNEL
                 MOVE 3 TO WS-DPRI-FIT
              ELSE IF WS-DPRI-CHANNEL(WS-DPRI-IDX) = "ANY"
                 MOVE 1 TO WS-DPRI-FIT
              END-IF
              END-IF
              IF WS-DPRI-FIT > 0
                 IF WS-DPRI-BATCH(WS-DPRI-IDX) = TRANS-BATCH-ID
                    ADD 1 TO WS-DPRI-FIT
                 ELSE IF WS-DPRI-BATCH(WS-DPRI-IDX) NOT = SPACES
                    MOVE 0 TO WS-DPRI-FIT
                 END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-DPRI-FIT > 0 AND
              (WS-DPRI-FIT > WS-DPRI-BEST-FIT OR
               (WS-DPRI-FIT = WS-DPRI-BEST-FIT AND
                WS-DPRI-RANK(WS-DPRI-IDX) < WS-DPRI-ITEM-RANK))
              MOVE WS-DPRI-FIT TO WS-DPRI-BEST-FIT
              MOVE WS-DPRI-RANK(WS-DPRI-IDX) TO WS-DPRI-ITEM-RANK
           END-IF
         END-PERFORM.
       EXIT.

      *Hands the posting loop its next item, by TRANS-ID, from the
      *current account's ordered table, taking the next account's
      *items off the file when the table is used up.
       NEXT-POSTING-ITEM.

         MOVE "N" TO WS-DPO-READ-OK
         PERFORM UNTIL WS-DPO-READ-OK = "Y" OR END-OF-FILE2 = "Y"
           IF WS-DPO-NEXT > WS-DPO-COUNT
              PERFORM LOAD-ACCOUNT-POSTING-ORDER
           END-IF
           IF WS-DPO-COUNT = 0
              MOVE "Y" TO END-OF-FILE2
              MOVE 0 TO WS-DPO-CURRENT
           ELSE
              MOVE WS-DPO-NEXT TO WS-DPO-CURRENT
              ADD 1 TO WS-DPO-NEXT
              MOVE WS-DPO-TRANS-ID(WS-DPO-CURRENT) TO TRANS-ID
              READ TRANSACTION-FILE INTO WS-TRANSACTION-RECORD
                   KEY IS TRANS-ID
                INVALID KEY
                  DISPLAY "Transaction gone before posting: "
                          TRANS-ID
                NOT INVALID KEY
                  MOVE "Y" TO WS-DPO-READ-OK
              END-READ
           END-IF
         END-PERFORM.
       EXIT.

      *Reads the next account's NEW items along the TRANS-ACCOUNT-NUM
      *index into WS-DPO-TABLE. The random reads made while posting
      *lose the browse position, so each account after the first is
      *found again from the last one. An account with more items
      *than the table holds comes back for the rest, skipping the
      *records already taken; items posting writes to the account
      *meanwhile sort after them and are never NEW.
       LOAD-ACCOUNT-POSTING-ORDER.

         MOVE 0 TO WS-DPO-COUNT
         MOVE 1 TO WS-DPO-NEXT
         MOVE 0 TO WS-DPO-CURRENT
         PERFORM UNTIL WS-DPO-COUNT > 0 OR WS-DPO-FILE-ENDED = "Y"
           IF WS-DPO-STARTED = "N"
              MOVE "Y" TO WS-DPO-STARTED
              MOVE 0 TO WS-DPO-SKIP
              MOVE "N" TO WS-DPO-FOUND
           ELSE IF WS-DPO-MORE = "Y"
              MOVE WS-DPO-ACCOUNT TO TRANS-ACCOUNT-NUM
              START TRANSACTION-FILE
                    KEY IS NOT LESS THAN TRANS-ACCOUNT-NUM
                INVALID KEY
                  MOVE "Y" TO WS-DPO-FILE-ENDED
              END-START
              MOVE "Y" TO WS-DPO-FOUND
              MOVE 0 TO WS-DPO-SKIPPED
              PERFORM UNTIL WS-DPO-SKIPPED = WS-DPO-SKIP
                         OR WS-DPO-FILE-ENDED = "Y"
                READ TRANSACTION-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO WS-DPO-FILE-ENDED
                END-READ
                ADD 1 TO WS-DPO-SKIPPED
              END-PERFORM
           ELSE
              MOVE WS-DPO-ACCOUNT TO TRANS-ACCOUNT-NUM
              START TRANSACTION-FILE
                    KEY IS GREATER THAN TRANS-ACCOUNT-NUM
                INVALID KEY
                  MOVE "Y" TO WS-DPO-FILE-ENDED
              END-START
              MOVE 0 TO WS-DPO-SKIP
              MOVE "N" TO WS-DPO-FOUND
           END-IF
           END-IF
           MOVE "N" TO WS-DPO-MORE
           PERFORM READ-ACCOUNT-ITEMS
         END-PERFORM
         IF WS-DPO-COUNT > 1
            PERFORM ORDER-ACCOUNT-DEBITS
         END-IF.
       EXIT.

      *WS-DPO-FOUND is "Y" once the account being read is known.
      *Reading stops at the first record of the following account,
      *or past the top of this stream's range.
       READ-ACCOUNT-ITEMS.

         MOVE "N" TO WS-DPO-READ-OK
         PERFORM UNTIL WS-DPO-READ-OK = "Y" OR WS-DPO-FILE-ENDED = "Y"
           READ TRANSACTION-FILE NEXT RECORD
             AT END
               MOVE "Y" TO WS-DPO-FILE-ENDED
             NOT AT END
               IF WS-DPO-FOUND = "N"
                  MOVE "Y" TO WS-DPO-FOUND
                  MOVE TRANS-ACCOUNT-NUM TO WS-DPO-ACCOUNT
                  IF WS-PSTR-MODE-ON AND
                     TRANS-ACCOUNT-NUM > WS-PSTR-HIGH-ACCT
                     MOVE "Y" TO WS-DPO-FILE-ENDED
                  END-IF
               END-IF
               IF TRANS-ACCOUNT-NUM NOT = WS-DPO-ACCOUNT
                  MOVE "Y" TO WS-DPO-READ-OK
               ELSE IF WS-DPO-FILE-ENDED = "N"
                  ADD 1 TO WS-DPO-SKIP
                  IF TRANS-STATUS-NEW
                     PERFORM TAKE-ACCOUNT-ITEM
                     IF WS-DPO-COUNT = 1000
                        MOVE "Y" TO WS-DPO-MORE
                        MOVE "Y" TO WS-DPO-READ-OK
                     END-IF
                  END-IF
               END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

      *A debit for the ordering is a NEW item taking money out that
      *is due today; openings, closures and freezes keep their place
      *along with credits and warehoused items.
       TAKE-ACCOUNT-ITEM.

         ADD 1 TO WS-DPO-COUNT
         MOVE TRANS-ID   TO WS-DPO-TRANS-ID(WS-DPO-COUNT)
         MOVE TRANS-TYPE TO WS-DPO-TYPE(WS-DPO-COUNT)
         MOVE WS-DPO-COUNT TO WS-DPO-SEQ(WS-DPO-COUNT)
         MOVE "N"        TO WS-DPO-POSTED(WS-DPO-COUNT)
         MOVE "N"        TO WS-DPO-DEBIT(WS-DPO-COUNT)
         MOVE 99         TO WS-DPO-RANK(WS-DPO-COUNT)
         IF TRANS-AMOUNT < 0 AND
            TRANS-VALUE-DATE NOT > WS-RUN-DATE AND
            TRANS-TYPE NOT = "OPN" AND
            TRANS-TYPE NOT = "CLS" AND
            TRANS-TYPE NOT = "FRZ" AND
            TRANS-TYPE NOT = "NAM"
            MOVE "Y" TO WS-DPO-DEBIT(WS-DPO-COUNT)
            PERFORM RANK-POSTING-DEBIT
            MOVE WS-DPRI-ITEM-RANK TO WS-DPO-RANK(WS-DPO-COUNT)
         END-IF.
       EXIT.

      *Stable selection sort of the debit slots alone by rank then
      *file order, so equal-ranked debits post as they arrived.
       ORDER-ACCOUNT-DEBITS.

         PERFORM VARYING WS-DPO-IDX FROM 1 BY 1
                 UNTIL WS-DPO-IDX > WS-DPO-COUNT
           IF WS-DPO-DEBIT(WS-DPO-IDX) = "Y"
              MOVE WS-DPO-IDX TO WS-DPO-BEST
              PERFORM VARYING WS-DPO-IDX2 FROM WS-DPO-IDX BY 1
                      UNTIL WS-DPO-IDX2 > WS-DPO-COUNT
                IF WS-DPO-DEBIT(WS-DPO-IDX2) = "Y" AND
                   (WS-DPO-RANK(WS-DPO-IDX2) <
                    WS-DPO-RANK(WS-DPO-BEST) OR
                    (WS-DPO-RANK(WS-DPO-IDX2) =
                     WS-DPO-RANK(WS-DPO-BEST) AND
                     WS-DPO-SEQ(WS-DPO-IDX2) <
                     WS-DPO-SEQ(WS-DPO-BEST)))
                   MOVE WS-DPO-IDX2 TO WS-DPO-BEST
                END-IF
              END-PERFORM
              IF WS-DPO-BEST NOT = WS-DPO-IDX
                 MOVE WS-DPO-ENTRY(WS-DPO-IDX) TO WS-DPO-SWAP
                 MOVE WS-DPO-ENTRY(WS-DPO-BEST)
                      TO WS-DPO-ENTRY(WS-DPO-IDX)
                 MOVE WS-DPO-SWAP TO WS-DPO-ENTRY(WS-DPO-BEST)
              END-IF
              IF WS-DPO-SEQ(WS-DPO-IDX) > WS-DPO-IDX
                 ADD 1 TO WS-DPO-REORDERED
              END-IF
           END-IF
         END-PERFORM.
       EXIT.

      *The floor the account in WS-TRANS-ACCOUNT-NUM may draw down
      *to: the negative of its facility limit when it holds an
      *active unexpired facility, otherwise what its product says -
      *the single global PARM-OVERDRAFT-FLOOR or the product's own
      *minimum running balance. A product not held to a floor
      *leaves WS-FLOOR-ENFORCED "N" and the facility search is
      *skipped. The matching suspense reason comes along so a
      *facility breach reads differently from a floor breach on
      *the repair screen.
       SELECT-OVERDRAFT-FLOOR.

         PERFORM FETCH-PRODUCT-FOR-ACCOUNT
         MOVE "N" TO WS-ODF-FOUND
         MOVE "Y" TO WS-FLOOR-ENFORCED
         IF PROD-FLOOR-OWN
            MOVE PROD-MIN-RUN-BALANCE TO WS-EFFECTIVE-OD-FLOOR
         ELSE
            MOVE WS-PARM-OVERDRAFT-FLOOR TO WS-EFFECTIVE-OD-FLOOR
         END-IF
         IF PROD-FLOOR-NONE
            MOVE "N" TO WS-FLOOR-ENFORCED
            MOVE "Y" TO WS-ODF-FOUND
         END-IF
         MOVE "OVERDRAFT FLOOR BREACHED" TO WS-OD-FAIL-REASON
         PERFORM VARYING WS-ODF-IDX FROM 1 BY 1
                 UNTIL WS-ODF-IDX > WS-ODF-COUNT
              MOVE "OVERDRAFT FACILITY EXCEEDED"
                   TO WS-OD-FAIL-REASON
           END-IF
         END-PERFORM
         PERFORM NAME-PRIORITY-TAKER.
       EXIT.

      *A debit failing for funds after a higher-ranked debit for the
      *same account has posted tonight says which item took the
      *money, so the repair desk does not go looking for a fault.
       NAME-PRIORITY-TAKER.

         IF WS-DPO-CURRENT > 1
            IF WS-DPO-DEBIT(WS-DPO-CURRENT) = "Y"
               MOVE "N" TO WS-DPO-FOUND
               MOVE WS-DPO-CURRENT TO WS-DPO-IDX
               PERFORM UNTIL WS-DPO-IDX = 1 OR WS-DPO-FOUND = "Y"
                 SUBTRACT 1 FROM WS-DPO-IDX
                 IF WS-DPO-POSTED(WS-DPO-IDX) = "Y" AND
                    WS-DPO-DEBIT(WS-DPO-IDX) = "Y" AND
                    WS-DPO-RANK(WS-DPO-IDX) <
                    WS-DPO-RANK(WS-DPO-CURRENT)
                    MOVE "Y" TO WS-DPO-FOUND
                    MOVE SPACES TO WS-OD-FAIL-REASON
                    STRING "FUNDS TAKEN BY "
                           WS-DPO-TYPE(WS-DPO-IDX) " "
                           WS-DPO-TRANS-ID(WS-DPO-IDX)
                           DELIMITED BY SIZE INTO WS-OD-FAIL-REASON
                 END-IF
               END-PERFORM
            END-IF
         END-IF.
       EXIT.

      *Product rules for the account in CUS-RECORD, served from
      *memory by the lookup module. An account whose type is not on
      *the product master earns nothing, is charged nothing it has
      *no schedule for, and is held to the bank-wide floor until
      *the master is put right.
       FETCH-PRODUCT-FOR-ACCOUNT.

         MOVE CUS-ACCOUNT-TYPE TO PRDQ-CODE
         CALL 'projProductLookup' USING PRODUCT-REQUEST PRODUCT-RECORD
         IF NOT PRDQ-FOUND
            MOVE CUS-ACCOUNT-TYPE TO PROD-CODE
            MOVE SPACES           TO PROD-DESCRIPTION
            MOVE "N"              TO PROD-INTEREST-BEARING
            MOVE 0                TO PROD-MIN-OPEN-BALANCE
            MOVE "P"              TO PROD-FLOOR-RULE
            MOVE 0                TO PROD-MIN-RUN-BALANCE
            MOVE 1                TO PROD-STMT-CYCLE
            MOVE CUS-ACCOUNT-TYPE TO PROD-FEE-KEY
            MOVE CUS-ACCOUNT-TYPE TO PROD-RATE-KEY
            MOVE "A"              TO PROD-STATUS
            MOVE 0                TO PROD-NOTICE-DAYS
            MOVE 0                TO PROD-NOTICE-GRACE-DAYS
         END-IF.
       EXIT.

       SUM-HOLDS-FOR-ACCOUNT.
         MOVE WS-ALERT-CHK-AMOUNT  TO ALERT-TRANS-AMOUNT
         MOVE WS-ALERT-CHK-BALANCE TO ALERT-BALANCE
         MOVE ASUB-CONTACT-REF     TO ALERT-CONTACT-REF
         MOVE WS-TRANS-TYPE        TO TCDQ-CODE
         MOVE "L"                  TO TCDQ-MODE
         CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                         TRANCODE-RECORD
         IF TCDQ-FOUND
            MOVE TCD-NARRATIVE TO ALERT-NARRATIVE
         ELSE
            MOVE WS-TRANS-MEMO TO ALERT-NARRATIVE
         END-IF
         WRITE ALERT-EXTRACT-RECORD
         ADD 1 TO WS-ALERT-COUNT.
       EXIT.
         PERFORM INTEREST-DAILY-ACCRUAL
         PERFORM MONTH-END-CHECK
         IF WS-MONTH-END = "Y"
            PERFORM BONUS-INTEREST-QUALIFICATION
            PERFORM INTEREST-CAPITALIZATION
         ELSE
            DISPLAY "Interest accrued; capitalization waits for "

         MOVE 'N' TO END-OF-FILE3
         PERFORM RATE-TABLE-CHECK
         MOVE WS-RUN-DATE TO WS-RATE-RUN-DATE
         PERFORM LOAD-RATE-OVERRIDES
         PERFORM LOAD-NONACCRUAL-LOANS
         OPEN I-O CUSTOMER-FILE
         IF FILE-STATUS = "00"
             AT END
              MOVE 'Y' TO END-OF-FILE3
             NOT AT END
      *Products flagged to earn on their balance accrue daily
      *whatever the sign; products flagged to accrue while overdrawn
      *are charged debit interest the same way once below zero (the
      *negative balance makes the accrual a charge), priced off the
      *RATE-TABLE-FILE bands under the product's rate key - a band
      *with a negative floor is the debit-interest rate. Both
      *capitalize together at month-end.
              PERFORM CHECK-NONACCRUAL-LOAN
              PERFORM FETCH-PRODUCT-FOR-ACCOUNT
              IF (PROD-INT-ON-BALANCE OR
                  (PROD-INT-ON-DEBIT AND
                   CUS-ACCOUNT-BALANCE < 0)) AND
                 CUS-ACCOUNT-STATUS = "A" AND
                 WS-NAL-FOUND = "N"
                MOVE CUS-CURRENCY-CODE    TO TRANS-CURRENCY-CODE
                MOVE 0                    TO TRANS-CHEQUE-NUM
                MOVE TRANSACTION-DATE     TO TRANS-VALUE-DATE
                ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
                ACCEPT TRANS-CAPTURE-TIME FROM TIME
                MOVE SPACE TO TRANS-CUTOFF-FLAG
                WRITE TRANSACTION-RECORD
                 INVALID KEY
                  DISPLAY "Interest transaction ID collision, "
         CLOSE CUSTOMER-FILE.
       EXIT.

      *Month-end bonus interest, run ahead of capitalization. A
      *savings account - SAVINGS itself or any product variant on
      *the SAVINGS rate key, as the passbook takes them - qualifies
      *for the month when it is active, made no withdrawal and took
      *in at least PARM-BONUS-MIN-DEPOSIT net. Only customer
      *activity counts (codes that keep an account out of dormancy),
      *so the bank's own fees and interest neither disqualify nor
      *qualify it. The month is read from HISTORY-FILE, with today's
      *postings taken from the transaction file because history is
      *only written at the end of the run. The bonus is
      *PARM-BONUS-RATE of the month-end balance, posted as its own
      *BNI transaction so the statement and tax certificate show it
      *apart from the accrued interest; every savings account is
      *listed on BONUS-yyyymm.prt as qualified or not, with the
      *reason.
       BONUS-INTEREST-QUALIFICATION.

         IF WS-PARM-BONUS-RATE = 0
            DISPLAY "No bonus rate set - bonus qualification skipped."
         ELSE
           MOVE WS-RUN-DATE TO WS-BNS-MONTH-START
           MOVE 1 TO WS-BNS-DD
           MOVE SPACES TO WS-BONUS-FILENAME
           STRING "BONUS-" WS-BNS-YYYYMM ".prt" DELIMITED BY SIZE
                  INTO WS-BONUS-FILENAME
           OPEN OUTPUT BONUS-REPORT-FILE
           MOVE SPACES TO BONUS-REPORT-LINE
           STRING "SAVINGS BONUS INTEREST QUALIFICATION FOR "
                  WS-BNS-YYYYMM "  RATE " WS-PARM-BONUS-RATE
                  "  MIN NET DEPOSIT " WS-PARM-BONUS-MIN-DEPOSIT
                  DELIMITED BY SIZE INTO BONUS-REPORT-LINE
           WRITE BONUS-REPORT-LINE
           MOVE SPACES TO BONUS-REPORT-LINE
           STRING "ACCOUNT          BALANCE   NET DEPOSIT RESULT"
                  "            BONUS / REASON"
                  DELIMITED BY SIZE INTO BONUS-REPORT-LINE
           WRITE BONUS-REPORT-LINE

           PERFORM CLAIM-INTEREST-TRANS-COUNTER
           OPEN INPUT HISTORY-FILE
           MOVE 'N' TO END-OF-FILE3
           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS = "00"
             PERFORM UNTIL END-OF-FILE3 = 'Y'
              READ CUSTOMER-FILE NEXT RECORD INTO CUS-RECORD
               AT END
                MOVE 'Y' TO END-OF-FILE3
               NOT AT END
                PERFORM FETCH-PRODUCT-FOR-ACCOUNT
                IF CUS-ACCOUNT-TYPE = "SAVINGS" OR
                   PROD-RATE-KEY = "SAVINGS"
                   PERFORM QUALIFY-ONE-SAVINGS
                END-IF
              END-READ
             END-PERFORM
           ELSE
             DISPLAY "Error opening file. FILE STATUS: " FILE-STATUS
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE HISTORY-FILE
           PERFORM SAVE-INTEREST-TRANS-COUNTER

           MOVE WS-BNS-TOTAL TO WS-BNS-SHOW-BALANCE
           MOVE SPACES TO BONUS-REPORT-LINE
           STRING "QUALIFIED " WS-BNS-QUALIFIED "  DISQUALIFIED "
                  WS-BNS-DISQUALIFIED "  BONUS PAID "
                  WS-BNS-SHOW-BALANCE
                  DELIMITED BY SIZE INTO BONUS-REPORT-LINE
           WRITE BONUS-REPORT-LINE
           CLOSE BONUS-REPORT-FILE
           DISPLAY "BONUS INTEREST PAID           : " WS-BNS-TOTAL
                   " TO " WS-BNS-QUALIFIED " ACCOUNTS - SEE "
                   WS-BONUS-FILENAME
         END-IF.
       EXIT.

       QUALIFY-ONE-SAVINGS.

         MOVE SPACES TO WS-BNS-REASON
         MOVE 0 TO WS-BNS-NET-DEPOSIT
         MOVE 0 TO WS-BNS-WITHDRAWN-ON
         MOVE 0 TO WS-BNS-AMOUNT
         IF CUS-ACCOUNT-STATUS NOT = "A"
            MOVE "ACCOUNT NOT ACTIVE" TO WS-BNS-REASON
         ELSE
            PERFORM SCAN-BONUS-HISTORY
            PERFORM SCAN-BONUS-TODAY
            IF WS-BNS-WITHDRAWN-ON > 0
               STRING "WITHDRAWAL ON " WS-BNS-WITHDRAWN-ON
                      DELIMITED BY SIZE INTO WS-BNS-REASON
            ELSE
               IF WS-BNS-NET-DEPOSIT < WS-PARM-BONUS-MIN-DEPOSIT
                  MOVE "NET DEPOSIT BELOW MINIMUM" TO WS-BNS-REASON
               END-IF
            END-IF
         END-IF

         MOVE CUS-ACCOUNT-BALANCE TO WS-BNS-SHOW-BALANCE
         MOVE WS-BNS-NET-DEPOSIT TO WS-BNS-SHOW-NET
         MOVE SPACES TO BONUS-REPORT-LINE
         IF WS-BNS-REASON = SPACES
            COMPUTE WS-BNS-AMOUNT ROUNDED =
                    CUS-ACCOUNT-BALANCE * WS-PARM-BONUS-RATE
            IF WS-BNS-AMOUNT > 0
               PERFORM POST-BONUS-INTEREST
            END-IF
            ADD 1 TO WS-BNS-QUALIFIED
            MOVE WS-BNS-AMOUNT TO WS-BNS-SHOW-AMOUNT
            STRING CUS-ACCOUNT-NUM " " WS-BNS-SHOW-BALANCE " "
                   WS-BNS-SHOW-NET " QUALIFIED    "
                   WS-BNS-SHOW-AMOUNT
                   DELIMITED BY SIZE INTO BONUS-REPORT-LINE
         ELSE
            ADD 1 TO WS-BNS-DISQUALIFIED
            STRING CUS-ACCOUNT-NUM " " WS-BNS-SHOW-BALANCE " "
                   WS-BNS-SHOW-NET " DISQUALIFIED " WS-BNS-REASON
                   DELIMITED BY SIZE INTO BONUS-REPORT-LINE
         END-IF
         WRITE BONUS-REPORT-LINE.
       EXIT.

      *The month so far, from history.
       SCAN-BONUS-HISTORY.

         MOVE 'N' TO WS-BNS-SCAN-END
         MOVE CUS-ACCOUNT-NUM TO HIS-ACCOUNT-NUM
         MOVE WS-BNS-MONTH-START TO HIS-TRANSACTION-DATE
         START HISTORY-FILE KEY IS NOT LESS THAN HIS-ACCT-DATE-KEY
           INVALID KEY
             MOVE 'Y' TO WS-BNS-SCAN-END
         END-START
         PERFORM UNTIL WS-BNS-SCAN-END = 'Y'
           READ HISTORY-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-BNS-SCAN-END
             NOT AT END
               IF HIS-ACCOUNT-NUM NOT = CUS-ACCOUNT-NUM OR
                  HIS-TRANSACTION-DATE > WS-RUN-DATE
                  MOVE 'Y' TO WS-BNS-SCAN-END
               ELSE
                  MOVE HIS-TRANS-TYPE TO WS-BNS-ITEM-TYPE
                  MOVE HIS-TRANS-AMOUNT TO WS-BNS-ITEM-AMOUNT
                  MOVE HIS-TRANSACTION-DATE TO WS-BNS-ITEM-DATE
                  PERFORM CLASSIFY-BONUS-ITEM
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

      *Today's postings, not yet in history.
       SCAN-BONUS-TODAY.

         MOVE 'N' TO WS-BNS-SCAN-END
         MOVE CUS-ACCOUNT-NUM TO TRANS-ACCOUNT-NUM
         START TRANSACTION-FILE KEY IS NOT LESS THAN TRANS-ACCOUNT-NUM
           INVALID KEY
             MOVE 'Y' TO WS-BNS-SCAN-END
         END-START
         PERFORM UNTIL WS-BNS-SCAN-END = 'Y'
           READ TRANSACTION-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-BNS-SCAN-END
             NOT AT END
               IF TRANS-ACCOUNT-NUM NOT = CUS-ACCOUNT-NUM
                  MOVE 'Y' TO WS-BNS-SCAN-END
               ELSE
                  IF TRANS-STATUS-POSTED AND
                     TRANSACTION-DATE = WS-RUN-DATE
                     MOVE TRANS-TYPE TO WS-BNS-ITEM-TYPE
                     MOVE TRANS-AMOUNT TO WS-BNS-ITEM-AMOUNT
                     MOVE WS-RUN-DATE TO WS-BNS-ITEM-DATE
                     PERFORM CLASSIFY-BONUS-ITEM
                  END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

       CLASSIFY-BONUS-ITEM.

         MOVE WS-BNS-ITEM-TYPE TO TCDQ-CODE
         MOVE "L"              TO TCDQ-MODE
         CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                         TRANCODE-RECORD
         IF TCDQ-FOUND AND TCD-KEEPS-ACTIVE
            ADD WS-BNS-ITEM-AMOUNT TO WS-BNS-NET-DEPOSIT
            IF WS-BNS-ITEM-AMOUNT < 0 AND
               WS-BNS-WITHDRAWN-ON = 0
               MOVE WS-BNS-ITEM-DATE TO WS-BNS-WITHDRAWN-ON
            END-IF
         END-IF.
       EXIT.

       POST-BONUS-INTEREST.

         MOVE CUS-ACCOUNT-BALANCE TO WS-BALJ-BEFORE
         ADD WS-BNS-AMOUNT TO CUS-ACCOUNT-BALANCE
         ADD WS-BNS-AMOUNT TO WS-RECON-POSTED-TOTAL
         MOVE CUS-ACCOUNT-BALANCE TO ACCOUNT-BALANCE
         REWRITE CUSTOMER-RECORD
         MOVE WS-INTEREST-TRANS-COUNTER TO WS-BALJ-TRANS-ID
         MOVE CUS-ACCOUNT-NUM TO WS-BALJ-ACCOUNT
         MOVE CUS-ACCOUNT-BALANCE TO WS-BALJ-AFTER
         PERFORM JOURNAL-BALANCE-REWRITE

         MOVE WS-RUN-DATE          TO TRANSACTION-DATE
         MOVE WS-INTEREST-TRANS-COUNTER TO TRANS-ID
         MOVE CUS-ACCOUNT-NUM      TO TRANS-ACCOUNT-NUM
         MOVE CUS-ACCOUNT-TYPE     TO TRANS-ACCOUNT-TYPE
         MOVE "BNI"                TO TRANS-TYPE
         MOVE WS-BNS-AMOUNT        TO TRANS-AMOUNT
         MOVE 0                    TO HASH-TOTALS
         MOVE 0                    TO TRANS-REF-ID
         MOVE SPACES               TO TRANS-NEW-NAME
         MOVE "SYSTEM"             TO TRANS-BATCH-ID
         MOVE "Bonus interest"     TO TRANS-MEMO
         MOVE "SYSTEM"             TO TRANS-CHANNEL
         MOVE CUS-BRANCH-CODE      TO TRANS-BRANCH-CODE
         MOVE "P"                  TO TRANS-STATUS
         MOVE 0                    TO TRANS-CONTRA-ACCOUNT
         MOVE CUS-CURRENCY-CODE    TO TRANS-CURRENCY-CODE
         MOVE 0                    TO TRANS-CHEQUE-NUM
         MOVE WS-RUN-DATE          TO TRANS-VALUE-DATE
         ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
         ACCEPT TRANS-CAPTURE-TIME FROM TIME
         MOVE SPACE TO TRANS-CUTOFF-FLAG
         WRITE TRANSACTION-RECORD
          INVALID KEY
            DISPLAY "Bonus interest TRANS-ID collision for account: "
                    CUS-ACCOUNT-NUM
          NOT INVALID KEY
            ADD WS-BNS-AMOUNT TO WS-BNS-TOTAL
         END-WRITE
         ADD 1 TO WS-INTEREST-TRANS-COUNTER
      *The bonus is interest and is taxed at source exactly as the
      *capitalized interest is, with its own WHT entry.
         MOVE WS-BNS-AMOUNT TO WS-INTEREST-AMOUNT
         MOVE WS-RUN-DATE TO INPUT-DATE
         IF WS-INTEREST-AMOUNT > WS-PARM-WHT-EXEMPT-AMOUNT AND
            WS-PARM-WHT-RATE-PCT > 0
            PERFORM WITHHOLD-INTEREST-TAX
         END-IF.
       EXIT.

       WITHHOLD-INTEREST-TAX.

         COMPUTE WS-WHT-AMOUNT ROUNDED =
           MOVE CUS-CURRENCY-CODE    TO TRANS-CURRENCY-CODE
           MOVE 0                    TO TRANS-CHEQUE-NUM
           MOVE TRANSACTION-DATE     TO TRANS-VALUE-DATE
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           MOVE SPACE TO TRANS-CUTOFF-FLAG
           WRITE TRANSACTION-RECORD
            INVALID KEY
              DISPLAY "WHT TRANS-ID collision for account: "
               MOVE CUS-CURRENCY-CODE    TO TRANS-CURRENCY-CODE
               MOVE 0                    TO TRANS-CHEQUE-NUM
               MOVE TRANSACTION-DATE     TO TRANS-VALUE-DATE
               ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
               ACCEPT TRANS-CAPTURE-TIME FROM TIME
               MOVE SPACE TO TRANS-CUTOFF-FLAG
               WRITE TRANSACTION-RECORD
                INVALID KEY
                  DISPLAY "Maturity interest TRANS-ID collision "
          END-IF.
       EXIT.

      *Legal order remittances are the day's first debits. Before
      *anything posts, every active order with money outstanding
      *gets a NEW TRF (batch LEGAL, channel SYSTEM) from the
      *garnisheed account to its legal-orders account for what the
      *account holds clear of holds, up to the amount outstanding.
      *The posting run orders them ahead of every other debit on
      *the account (debit priority rank 1) and draws the register
      *down as each one posts. An order whose remittance is still
      *waiting on the file is passed over, so a rerun never raises
      *a second one; what the day's credits bring in afterwards is
      *taken by LEGAL-ORDER-SWEEP.
       RAISE-LEGAL-REMITTANCES.

         MOVE 0 TO WS-LGL-RAISED-COUNT
         OPEN INPUT LEGAL-ORDER-FILE
          IF FILE-STATUS39 NOT = "00"
            CLOSE LEGAL-ORDER-FILE
          ELSE
           OPEN I-O TRANSACTION-FILE
           IF FILE-STATUS1 = "00"
              PERFORM LOAD-ACCOUNT-HOLDS
              PERFORM CLAIM-INTEREST-TRANS-COUNTER
              OPEN INPUT CUSTOMER-FILE
              MOVE 'N' TO END-OF-FILE3
              PERFORM UNTIL END-OF-FILE3 = 'Y'
                READ LEGAL-ORDER-FILE NEXT RECORD
                  AT END
                    MOVE 'Y' TO END-OF-FILE3
                  NOT AT END
                    IF LGL-STATUS-ACTIVE
                       PERFORM RAISE-ONE-LEGAL-REMITTANCE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
              PERFORM SAVE-INTEREST-TRANS-COUNTER
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE LEGAL-ORDER-FILE
           IF WS-LGL-RAISED-COUNT > 0
              DISPLAY "LEGAL ORDER REMITTANCES RAISED: "
                      WS-LGL-RAISED-COUNT
           END-IF
          END-IF.
       EXIT.

       RAISE-ONE-LEGAL-REMITTANCE.

         COMPUTE WS-LGL-REMAINING =
                 LGL-TOTAL-AMOUNT - LGL-REMITTED-AMOUNT
         IF WS-LGL-REMAINING > 0
           PERFORM FIND-WAITING-REMITTANCES
           IF WS-LGL-WAITING = "N"
             MOVE LGL-ACCOUNT-NUM TO ACCOUNT-NUM
             READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF CUS-ACCOUNT-STATUS = "A"
                    MOVE LGL-ACCOUNT-NUM TO WS-TRANS-ACCOUNT-NUM
                    PERFORM SUM-HOLDS-FOR-ACCOUNT
                    COMPUTE WS-LGL-AVAILABLE =
                            CUS-ACCOUNT-BALANCE - WS-HOLD-THIS-ACCOUNT
                                                - WS-LGL-RAISED-AMOUNT
                    IF WS-LGL-AVAILABLE > 0
                       IF WS-LGL-AVAILABLE < WS-LGL-REMAINING
                          MOVE WS-LGL-AVAILABLE TO WS-LGL-SWEEP
                       ELSE
                          MOVE WS-LGL-REMAINING TO WS-LGL-SWEEP
                       END-IF
                       IF WS-LGL-SWEEP > 999999.99
                          MOVE 999999.99 TO WS-LGL-SWEEP
                       END-IF
                       PERFORM WRITE-LEGAL-REMITTANCE
                    END-IF
                 END-IF
             END-READ
           END-IF
         END-IF.
       EXIT.

      *Looks along the account's items for remittances raised and
      *not yet posted: WS-LGL-RAISED-AMOUNT totals them (another
      *order on the same account may already have spoken for the
      *balance) and WS-LGL-WAITING says whether this order has one.
       FIND-WAITING-REMITTANCES.

         MOVE 0 TO WS-LGL-RAISED-AMOUNT
         MOVE "N" TO WS-LGL-WAITING
         MOVE "N" TO WS-LGL-SCAN-DONE
         MOVE LGL-ACCOUNT-NUM TO TRANS-ACCOUNT-NUM
         START TRANSACTION-FILE
               KEY IS NOT LESS THAN TRANS-ACCOUNT-NUM
           INVALID KEY
             MOVE "Y" TO WS-LGL-SCAN-DONE
         END-START
         PERFORM UNTIL WS-LGL-SCAN-DONE = "Y"
           READ TRANSACTION-FILE NEXT RECORD
             AT END
               MOVE "Y" TO WS-LGL-SCAN-DONE
             NOT AT END
               IF TRANS-ACCOUNT-NUM NOT = LGL-ACCOUNT-NUM
                  MOVE "Y" TO WS-LGL-SCAN-DONE
               ELSE IF TRANS-STATUS-NEW AND
                       TRANS-BATCH-ID = "LEGAL"
                  SUBTRACT TRANS-AMOUNT FROM WS-LGL-RAISED-AMOUNT
                  IF TRANS-MEMO(17:10) = LGL-ORDER-REF
                     MOVE "Y" TO WS-LGL-WAITING
                  END-IF
               END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

       WRITE-LEGAL-REMITTANCE.

         MOVE WS-RUN-DATE          TO TRANSACTION-DATE
         MOVE WS-INTEREST-TRANS-COUNTER TO TRANS-ID
         MOVE LGL-ACCOUNT-NUM      TO TRANS-ACCOUNT-NUM
         MOVE CUS-ACCOUNT-TYPE     TO TRANS-ACCOUNT-TYPE
         MOVE "TRF"                TO TRANS-TYPE
         COMPUTE TRANS-AMOUNT = 0 - WS-LGL-SWEEP
         MOVE 0                    TO HASH-TOTALS
         MOVE 0                    TO TRANS-REF-ID
         MOVE SPACES               TO TRANS-NEW-NAME
         MOVE "LEGAL"              TO TRANS-BATCH-ID
         MOVE SPACES               TO TRANS-MEMO
         STRING "Garnishee order " LGL-ORDER-REF
                DELIMITED BY SIZE INTO TRANS-MEMO
         MOVE "SYSTEM"             TO TRANS-CHANNEL
         MOVE SPACES               TO TRANS-BRANCH-CODE
         MOVE SPACE                TO TRANS-STATUS
         MOVE LGL-BENEFICIARY-ACCT TO TRANS-CONTRA-ACCOUNT
         MOVE SPACES               TO TRANS-CURRENCY-CODE
         MOVE 0                    TO TRANS-CHEQUE-NUM
         MOVE WS-RUN-DATE          TO TRANS-VALUE-DATE
         ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
         ACCEPT TRANS-CAPTURE-TIME FROM TIME
         MOVE SPACE TO TRANS-CUTOFF-FLAG
         WRITE TRANSACTION-RECORD
          INVALID KEY
            DISPLAY "Remittance TRANS-ID collision on order "
                    LGL-ORDER-REF
          NOT INVALID KEY
            ADD 1 TO WS-LGL-RAISED-COUNT
            DISPLAY "Legal order remittance " WS-LGL-SWEEP
                    " raised on " LGL-ACCOUNT-NUM " under order "
                    LGL-ORDER-REF
         END-WRITE
         ADD 1 TO WS-INTEREST-TRANS-COUNTER.
       EXIT.

      *A remittance posts only against an order still active with
      *at least that much outstanding - one resubmitted from
      *suspense after the sweep has already settled the order is
      *refused rather than collected twice.
       VALIDATE-LEGAL-REMITTANCE.

         MOVE "N" TO WS-LGL-OK
         OPEN INPUT LEGAL-ORDER-FILE
          IF FILE-STATUS39 = "00"
            MOVE WS-TRANS-MEMO(17:10) TO LGL-ORDER-REF
            READ LEGAL-ORDER-FILE
               KEY IS LGL-ORDER-REF
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF LGL-STATUS-ACTIVE AND
                    LGL-ACCOUNT-NUM = WS-TRANS-ACCOUNT-NUM AND
                    LGL-TOTAL-AMOUNT - LGL-REMITTED-AMOUNT
                       NOT < 0 - WS-TRANS-AMOUNT
                    MOVE "Y" TO WS-LGL-OK
                 END-IF
            END-READ
          END-IF
         CLOSE LEGAL-ORDER-FILE.
       EXIT.

       APPLY-LEGAL-REMITTANCE.

         OPEN I-O LEGAL-ORDER-FILE
          IF FILE-STATUS39 = "00"
            MOVE WS-TRANS-MEMO(17:10) TO LGL-ORDER-REF
            READ LEGAL-ORDER-FILE
               KEY IS LGL-ORDER-REF
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SUBTRACT WS-TRANS-AMOUNT FROM LGL-REMITTED-AMOUNT
                 IF LGL-REMITTED-AMOUNT NOT < LGL-TOTAL-AMOUNT
                    MOVE "S" TO LGL-STATUS
                    DISPLAY "Legal order satisfied: " LGL-ORDER-REF
                 END-IF
                 REWRITE LEGAL-ORDER-RECORD
            END-READ
          END-IF
         CLOSE LEGAL-ORDER-FILE.
       EXIT.

      *Garnishee sweep: once the day's credits have posted, every
      *active legal order still short takes what its garnisheed
      *account now holds - up to the amount still outstanding - and
      *moves it to the order's designated legal-orders account as a
      *posted TRF both statements will show, the same two-legged
      *movement POST-TRANSFER-LEGS books. The register's remitted
      *amount climbs until the order is satisfied, so restarts and
      *reruns never double-collect.
       LEGAL-ORDER-SWEEP.

         MOVE 0 TO WS-LGL-SWEPT-COUNT
             MOVE SPACES               TO TRANS-CURRENCY-CODE
             MOVE 0                    TO TRANS-CHEQUE-NUM
             MOVE WS-RUN-DATE          TO TRANS-VALUE-DATE
             ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
             ACCEPT TRANS-CAPTURE-TIME FROM TIME
             MOVE SPACE TO TRANS-CUTOFF-FLAG
             WRITE TRANSACTION-RECORD
              INVALID KEY
                DISPLAY "Garnishee TRANS-ID collision on order "
             NOT AT END
              IF CUS-ACCOUNT-STATUS = "A"
               MOVE 0 TO WS-FEE-THIS-ACCOUNT
               PERFORM FETCH-PRODUCT-FOR-ACCOUNT
               PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                       UNTIL WS-FEE-IDX > WS-FEE-COUNT
                 IF WS-FEE-ACCOUNT-TYPE(WS-FEE-IDX) =
                    PROD-FEE-KEY
                    MOVE WS-FEE-AMOUNT(WS-FEE-IDX)
                         TO WS-FEE-THIS-ACCOUNT
                 END-IF
                MOVE CUS-CURRENCY-CODE    TO TRANS-CURRENCY-CODE
                MOVE 0                    TO TRANS-CHEQUE-NUM
                MOVE TRANSACTION-DATE     TO TRANS-VALUE-DATE
                ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
                ACCEPT TRANS-CAPTURE-TIME FROM TIME
                MOVE SPACE TO TRANS-CUTOFF-FLAG
                WRITE TRANSACTION-RECORD
                 INVALID KEY
                  DISPLAY "Fee transaction ID collision for "
         END-IF.
       EXIT.

      *Per-item charge on an item that has just posted. Only codes
      *the transaction code master marks fee-eligible are looked up
      *on the tariff (by the item's channel and the account's
      *product); the item is counted against the month's free
      *allowance for that tariff and, once the allowance is used,
      *the charge - less any relationship-pricing discount - posts
      *at once as an ICH debit on the account, referencing the item.
      *The charge is raised whatever the overdraft floor: the item
      *itself has already been allowed.
       ASSESS-ITEM-CHARGE.

         MOVE WS-TRANS-TYPE    TO TCDQ-CODE
         MOVE WS-TRANS-CHANNEL TO TCDQ-CHANNEL
         MOVE "L"              TO TCDQ-MODE
         CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                         TRANCODE-RECORD
         MOVE 0 TO WS-FEE-THIS-ACCOUNT
         IF TCDQ-FOUND AND TCD-FEE-ITEM
           MOVE WS-TRANS-TYPE    TO TARQ-TRANS-TYPE
           MOVE WS-TRANS-CHANNEL TO TARQ-CHANNEL
           MOVE CUS-ACCOUNT-TYPE TO TARQ-PRODUCT
           CALL 'projTariffLookup' USING TARIFF-REQUEST
                                         ITEM-TARIFF-RECORD
           IF TARQ-FOUND AND ITAR-CHARGE > 0
             MOVE CUS-ACCOUNT-NUM   TO IUSE-ACCOUNT-NUM
             MOVE WS-RUN-DATE(1:6)  TO IUSE-PERIOD
             MOVE ITAR-TRANS-TYPE   TO IUSE-TRANS-TYPE
             MOVE ITAR-CHANNEL      TO IUSE-CHANNEL
             READ ITEM-USAGE-FILE
                KEY IS IUSE-KEY
                INVALID KEY
                  MOVE 1 TO IUSE-ITEM-COUNT
                  WRITE ITEM-USAGE-RECORD
                NOT INVALID KEY
                  ADD 1 TO IUSE-ITEM-COUNT
                  REWRITE ITEM-USAGE-RECORD
             END-READ
             IF IUSE-ITEM-COUNT > ITAR-FREE-ITEMS
                MOVE ITAR-CHARGE TO WS-FEE-THIS-ACCOUNT
                PERFORM APPLY-RELATIONSHIP-PRICING
             END-IF
           END-IF
         END-IF

         IF WS-FEE-THIS-ACCOUNT > 0
           MOVE TRANSACTION-RECORD TO WS-ICH-SAVE-RECORD
           PERFORM CLAIM-INTEREST-TRANS-COUNTER
           MOVE CUS-ACCOUNT-BALANCE TO WS-BALJ-BEFORE
           SUBTRACT WS-FEE-THIS-ACCOUNT FROM CUS-ACCOUNT-BALANCE
           SUBTRACT WS-FEE-THIS-ACCOUNT FROM WS-RECON-POSTED-TOTAL
           MOVE CUS-ACCOUNT-BALANCE TO ACCOUNT-BALANCE
           REWRITE CUSTOMER-RECORD
           MOVE WS-INTEREST-TRANS-COUNTER TO WS-BALJ-TRANS-ID
           MOVE CUS-ACCOUNT-NUM TO WS-BALJ-ACCOUNT
           MOVE CUS-ACCOUNT-BALANCE TO WS-BALJ-AFTER
           PERFORM JOURNAL-BALANCE-REWRITE

           MOVE WS-RUN-DATE          TO TRANSACTION-DATE
           MOVE WS-INTEREST-TRANS-COUNTER TO TRANS-ID
           MOVE CUS-ACCOUNT-NUM      TO TRANS-ACCOUNT-NUM
           MOVE CUS-ACCOUNT-TYPE     TO TRANS-ACCOUNT-TYPE
           MOVE "ICH"                TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = 0 - WS-FEE-THIS-ACCOUNT
           MOVE 0                    TO HASH-TOTALS
           MOVE WS-TRANS-ID          TO TRANS-REF-ID
           MOVE SPACES               TO TRANS-NEW-NAME
           MOVE "SYSTEM"             TO TRANS-BATCH-ID
           MOVE ITAR-DESCRIPTION     TO TRANS-MEMO
           MOVE "SYSTEM"             TO TRANS-CHANNEL
           MOVE CUS-BRANCH-CODE      TO TRANS-BRANCH-CODE
           MOVE "P"                  TO TRANS-STATUS
           MOVE 0                    TO TRANS-CONTRA-ACCOUNT
           MOVE CUS-CURRENCY-CODE    TO TRANS-CURRENCY-CODE
           MOVE 0                    TO TRANS-CHEQUE-NUM
           MOVE WS-RUN-DATE          TO TRANS-VALUE-DATE
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           MOVE SPACE TO TRANS-CUTOFF-FLAG
           WRITE TRANSACTION-RECORD
            INVALID KEY
              DISPLAY "Transaction charge TRANS-ID collision: "
                      CUS-ACCOUNT-NUM
            NOT INVALID KEY
              ADD 1 TO WS-ICH-POSTED-COUNT
              ADD WS-FEE-THIS-ACCOUNT TO WS-ICH-POSTED-TOTAL
              DISPLAY "Transaction charge " WS-FEE-THIS-ACCOUNT
                      " on account " CUS-ACCOUNT-NUM
           END-WRITE
           ADD 1 TO WS-INTEREST-TRANS-COUNTER
           PERFORM SAVE-INTEREST-TRANS-COUNTER
      *The item's own status flip back in the posting loop must
      *land on the item, not the charge just written.
           MOVE WS-ICH-SAVE-RECORD TO TRANSACTION-RECORD
         END-IF.
       EXIT.

      *Relationship pricing: the account's flat fee is discounted
      *by the best tier the customer's combined balances qualify
      *for. Accounts with no CIF link price flat; a 100 percent
                AT END
                  MOVE 'Y' TO END-OF-FILE4
                NOT AT END
                  IF WS-FEE-COUNT < 30
                     ADD 1 TO WS-FEE-COUNT
                     MOVE FEESCH-ACCOUNT-TYPE
                          TO WS-FEE-ACCOUNT-TYPE(WS-FEE-COUNT)
       EXIT.

      *Pick the interest rate for the account in CUS-RECORD as at the
      *run date: the entries under its product's rate key, then the
      *highest balance band the balance qualifies for, then the
      *latest effective date not after the run date. Falls back to
      *the single parm-file rate when no table entry applies. A
      *negotiated override in force for the account wins over both.
       SELECT-INTEREST-RATE.

         PERFORM FETCH-PRODUCT-FOR-ACCOUNT
         MOVE WS-PARM-INTEREST-RATE TO WS-SELECTED-RATE
         MOVE -99999999.99 TO WS-RATE-BEST-FLOOR
         MOVE 0            TO WS-RATE-BEST-EFF
         PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
           IF WS-RATE-ACCOUNT-TYPE(WS-RATE-IDX) = PROD-RATE-KEY
              AND WS-RATE-EFFECTIVE(WS-RATE-IDX)
                  NOT > WS-RATE-RUN-DATE
              AND WS-RATE-BAND-FLOOR(WS-RATE-IDX)
               MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-SELECTED-RATE
             END-IF
           END-IF
         END-PERFORM
         PERFORM VARYING WS-ROV-IDX FROM 1 BY 1
                 UNTIL WS-ROV-IDX > WS-ROV-COUNT
           IF WS-ROV-ACCOUNT(WS-ROV-IDX) = CUS-ACCOUNT-NUM
              MOVE WS-ROV-RATE(WS-ROV-IDX) TO WS-SELECTED-RATE
           END-IF
         END-PERFORM.
       EXIT.

      *Active overrides whose start and expiry dates span the run
      *date. A missing override file simply means none are agreed.
       LOAD-RATE-OVERRIDES.

         MOVE 0 TO WS-ROV-COUNT
         OPEN INPUT RATE-OVERRIDE-FILE
          IF FILE-STATUS49 = "00"
            MOVE 'N' TO END-OF-FILE4
            MOVE LOW-VALUES TO ROV-KEY
            START RATE-OVERRIDE-FILE
                  KEY IS NOT LESS THAN ROV-KEY
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE4
            END-START
            PERFORM UNTIL END-OF-FILE4 = 'Y'
              READ RATE-OVERRIDE-FILE NEXT RECORD
                AT END
                  MOVE 'Y' TO END-OF-FILE4
                NOT AT END
                  IF ROV-STATUS-ACTIVE AND
                     ROV-START-DATE NOT > WS-RATE-RUN-DATE AND
                     ROV-EXPIRY-DATE NOT < WS-RATE-RUN-DATE AND
                     WS-ROV-COUNT < 300
                     ADD 1 TO WS-ROV-COUNT
                     MOVE ROV-ACCOUNT-NUM
                          TO WS-ROV-ACCOUNT(WS-ROV-COUNT)
                     MOVE ROV-RATE TO WS-ROV-RATE(WS-ROV-COUNT)
                  END-IF
              END-READ
            END-PERFORM
          END-IF
         CLOSE RATE-OVERRIDE-FILE.
       EXIT.

       RATE-TABLE-CHECK.

        MOVE 0 TO WS-RATE-COUNT
           END-IF.
       EXIT.

      *In a posting stream the counter comes from, and goes back to,
      *the stream's reserved TRANS-ID block rather than KEYS, so
      *streams posting side by side never hand out the same id. A
      *block running low is topped up with a fresh one from KEYS.
       CLAIM-INTEREST-TRANS-COUNTER.

         IF WS-PSTR-MODE-ON
            IF WS-PSTR-NEXT-TRANS-ID + 10 > WS-PSTR-LAST-TRANS-ID
               MOVE 100 TO WS-PSTR-BLOCK-SIZE
               PERFORM RESERVE-TRANS-ID-BLOCK
               IF WS-PSTR-KEYS-OK = "Y"
                  MOVE WS-PSTR-BLOCK-FIRST TO WS-PSTR-NEXT-TRANS-ID
                  MOVE WS-PSTR-BLOCK-LAST  TO WS-PSTR-LAST-TRANS-ID
               END-IF
            END-IF
            MOVE WS-PSTR-NEXT-TRANS-ID TO WS-INTEREST-TRANS-COUNTER
         ELSE
         MOVE 1 TO WS-INTEREST-TRANS-COUNTER
         OPEN I-O KEYS
            MOVE 2 TO KEYS-ID
                   MOVE WS-KEYS-VALUE TO WS-INTEREST-TRANS-COUNTER
                 END-IF
            END-READ
         CLOSE KEYS
         END-IF.
       EXIT.

       SAVE-INTEREST-TRANS-COUNTER.

         IF WS-PSTR-MODE-ON
            MOVE WS-INTEREST-TRANS-COUNTER TO WS-PSTR-NEXT-TRANS-ID
         ELSE
         OPEN I-O KEYS
            MOVE 2 TO KEYS-ID
            READ KEYS INTO WS-KEYS-RECORD
                 MOVE WS-INTEREST-TRANS-COUNTER TO KEYS-VALUE
                 REWRITE KEYS-RECORD
            END-READ
         CLOSE KEYS
         END-IF.
       EXIT.

        SPACING.
                 MOVE WS-TRANS-REF-ID       TO HIS-REF-ID
                 MOVE WS-TRANS-MEMO         TO HIS-MEMO
                 MOVE WS-TRANS-CHANNEL      TO HIS-CHANNEL
                 MOVE WS-TRANS-TYPE         TO HIS-TRANS-TYPE
                 WRITE HISTORY-RECORD
                ADD 1 TO WS-HIST-COUNTER
                ADD 1 TO WS-HIST-COUNTER2
                  MOVE WS-TRANS-REF-ID         TO HIS-REF-ID
                  MOVE WS-TRANS-MEMO           TO HIS-MEMO
                  MOVE WS-TRANS-CHANNEL        TO HIS-CHANNEL
                  MOVE WS-TRANS-TYPE           TO HIS-TRANS-TYPE
                  WRITE HISTORY-RECORD
                  ADD 1 TO WS-HIST-COUNTER
                  ADD 1 TO WS-HIST-COUNTER2
                  SUBTRACT WS-TRANS-AMOUNT FROM WS-HIS-SUM
                 END-IF
      *A payment to another bank shows its credit on the interbank
      *clearing account, where posting put it.
                 IF WS-TRANS-TYPE = "XPT" AND
                    WS-PARM-INTERBANK-ACCOUNT > 0
                  MOVE WS-HIST-COUNTER         TO HIS-ID
                  IF WS-TRANS-VALUE-DATE > 0
                     MOVE WS-TRANS-VALUE-DATE
                          TO HIS-TRANSACTION-DATE
                  ELSE
                     MOVE WS-TRANSACTION-DATE
                          TO HIS-TRANSACTION-DATE
                  END-IF
                  MOVE WS-PARM-INTERBANK-ACCOUNT TO HIS-ACCOUNT-NUM
                  MOVE WS-TRANS-ACCOUNT-TYPE   TO HIS-ACCOUNT-TYPE
                  MOVE WS-PARM-INTERBANK-ACCOUNT TO ACCOUNT-NUM
                  READ CUSTOMER-FILE INTO CUS-RECORD
                    KEY IS ACCOUNT-NUM
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE CUS-ACCOUNT-TYPE TO HIS-ACCOUNT-TYPE
                  END-READ
                  COMPUTE HIS-TRANS-AMOUNT = 0 - WS-TRANS-AMOUNT
                  MOVE WS-TRANS-REF-ID         TO HIS-REF-ID
                  MOVE WS-TRANS-MEMO           TO HIS-MEMO
                  MOVE WS-TRANS-CHANNEL        TO HIS-CHANNEL
                  MOVE WS-TRANS-TYPE           TO HIS-TRANS-TYPE
                  WRITE HISTORY-RECORD
                  ADD 1 TO WS-HIST-COUNTER
                  ADD 1 TO WS-HIST-COUNTER2
                MOVE 0 TO WS-PARM-CLOSURE-ACCOUNT
                MOVE 5 TO WS-PARM-ESCHEAT-YEARS
                MOVE 7 TO WS-PARM-CHQ-CLEARING-DAYS
                MOVE 45 TO WS-PARM-CARD-RENEW-DAYS
                MOVE 0 TO WS-PARM-INTERBANK-ACCOUNT
                MOVE 80 TO WS-PARM-LTV-LIMIT-PCT
                MOVE 0.0200 TO WS-PARM-PENALTY-MARGIN
                MOVE 10 TO WS-PARM-SETTLE-QUOTE-DAYS
                MOVE 0.0100 TO WS-PARM-SETTLE-FEE-PCT
                MOVE "N" TO WS-PARM-ALM-CSV
                MOVE 0 TO WS-PARM-BONUS-RATE
                MOVE 500.00 TO WS-PARM-BONUS-MIN-DEPOSIT
                MOVE 3 TO WS-PARM-SIGNON-MAX-TRIES
                MOVE 90 TO WS-PARM-PASSWORD-DAYS
                MOVE 90 TO WS-PARM-OPER-DORMANT-DAYS
                MOVE 0 TO WS-PARM-DRAFT-ACCOUNT
                MOVE 6 TO WS-PARM-DRAFT-STALE-MONTHS
                MOVE 180 TO WS-PARM-SDB-DRILL-DAYS
                MOVE 18 TO WS-PARM-MAJORITY-AGE
                MOVE "ZA" TO WS-PARM-HOME-COUNTRY
                MOVE "27" TO WS-PARM-HOME-DIAL-CODE
                MOVE 5 TO WS-PARM-RETENTION-YEARS
                MOVE 7 TO WS-PARM-ATO-WINDOW-DAYS
                MOVE 5000.00 TO WS-PARM-ATO-LARGE-DEBIT
                MOVE 0.0700 TO WS-PARM-FTP-RATE
                MOVE 1 TO WS-PARM-POSTING-STREAMS
                MOVE 0 TO WS-PARM-CAPITAL-BASE
                MOVE 10.00 TO WS-PARM-LARGE-EXPOSURE-PCT
                MOVE WS-PARM-RECORD TO PARM-RECORD
                WRITE PARM-RECORD
               CLOSE PARM-FILE
        END-IF
        IF WS-PARM-CHQ-CLEARING-DAYS IS NOT NUMERIC
           MOVE 7 TO WS-PARM-CHQ-CLEARING-DAYS
        END-IF
        IF WS-PARM-INTERBANK-ACCOUNT IS NOT NUMERIC
           MOVE 0 TO WS-PARM-INTERBANK-ACCOUNT
        END-IF
        IF WS-PARM-LTV-LIMIT-PCT IS NOT NUMERIC
           MOVE 80 TO WS-PARM-LTV-LIMIT-PCT
        END-IF
        IF WS-PARM-PENALTY-MARGIN IS NOT NUMERIC
           MOVE 0.0200 TO WS-PARM-PENALTY-MARGIN
        END-IF
        IF WS-PARM-SETTLE-QUOTE-DAYS IS NOT NUMERIC
           MOVE 10 TO WS-PARM-SETTLE-QUOTE-DAYS
        END-IF
        IF WS-PARM-SETTLE-FEE-PCT IS NOT NUMERIC
           MOVE 0.0100 TO WS-PARM-SETTLE-FEE-PCT
        END-IF
        IF WS-PARM-ALM-CSV NOT = "Y" AND
           WS-PARM-ALM-CSV NOT = "N"
           MOVE "N" TO WS-PARM-ALM-CSV
        END-IF
        IF WS-PARM-BONUS-RATE IS NOT NUMERIC
           MOVE 0 TO WS-PARM-BONUS-RATE
        END-IF
        IF WS-PARM-BONUS-MIN-DEPOSIT IS NOT NUMERIC
           MOVE 500.00 TO WS-PARM-BONUS-MIN-DEPOSIT
        END-IF
        IF WS-PARM-SIGNON-MAX-TRIES IS NOT NUMERIC
           MOVE 3 TO WS-PARM-SIGNON-MAX-TRIES
        END-IF
        IF WS-PARM-PASSWORD-DAYS IS NOT NUMERIC
           MOVE 90 TO WS-PARM-PASSWORD-DAYS
        END-IF
        IF WS-PARM-OPER-DORMANT-DAYS IS NOT NUMERIC
           MOVE 90 TO WS-PARM-OPER-DORMANT-DAYS
        END-IF
        IF WS-PARM-DRAFT-ACCOUNT IS NOT NUMERIC
           MOVE 0 TO WS-PARM-DRAFT-ACCOUNT
        END-IF
        IF WS-PARM-DRAFT-STALE-MONTHS IS NOT NUMERIC
           MOVE 6 TO WS-PARM-DRAFT-STALE-MONTHS
        END-IF
        IF WS-PARM-SDB-DRILL-DAYS IS NOT NUMERIC
           MOVE 180 TO WS-PARM-SDB-DRILL-DAYS
        END-IF
        IF WS-PARM-MAJORITY-AGE IS NOT NUMERIC
           MOVE 18 TO WS-PARM-MAJORITY-AGE
        END-IF
        IF WS-PARM-HOME-COUNTRY = SPACES OR
           WS-PARM-HOME-COUNTRY = LOW-VALUES
           MOVE "ZA" TO WS-PARM-HOME-COUNTRY
        END-IF
        IF WS-PARM-HOME-DIAL-CODE = SPACES OR
           WS-PARM-HOME-DIAL-CODE = LOW-VALUES
           MOVE "27" TO WS-PARM-HOME-DIAL-CODE
        END-IF
        IF WS-PARM-RETENTION-YEARS IS NOT NUMERIC
           MOVE 5 TO WS-PARM-RETENTION-YEARS
        END-IF
        IF WS-PARM-ATO-WINDOW-DAYS IS NOT NUMERIC
           MOVE 7 TO WS-PARM-ATO-WINDOW-DAYS
        END-IF
        IF WS-PARM-ATO-LARGE-DEBIT IS NOT NUMERIC
           MOVE 5000.00 TO WS-PARM-ATO-LARGE-DEBIT
        END-IF
        IF WS-PARM-FTP-RATE IS NOT NUMERIC
           MOVE 0.0700 TO WS-PARM-FTP-RATE
        END-IF
        IF WS-PARM-POSTING-STREAMS IS NOT NUMERIC OR
           WS-PARM-POSTING-STREAMS = 0
           MOVE 1 TO WS-PARM-POSTING-STREAMS
        END-IF
        IF WS-PARM-CAPITAL-BASE IS NOT NUMERIC
           MOVE 0 TO WS-PARM-CAPITAL-BASE
        END-IF
        IF WS-PARM-LARGE-EXPOSURE-PCT IS NOT NUMERIC OR
           WS-PARM-LARGE-EXPOSURE-PCT = 0
           MOVE 10.00 TO WS-PARM-LARGE-EXPOSURE-PCT
        END-IF.
       EXIT.

                WS-SUSPENSE-COUNT
        DISPLAY "ACCOUNT-KEEPING FEES POSTED   : "
                WS-FEE-POSTED-COUNT
        DISPLAY "TRANSACTION CHARGES POSTED    : "
                WS-ICH-POSTED-COUNT
        PERFORM TRANS-ID-CAPACITY-CHECK
        DISPLAY "========================================"
       EXIT.

        MOVE "Y" TO WS-CUST-EDIT-VALID
        MOVE SPACES TO WS-CUST-REJECT-REASON
        MOVE CUS-ACCOUNT-TYPE TO PRDQ-CODE
        CALL 'projProductLookup' USING PRODUCT-REQUEST PRODUCT-RECORD

        IF CUS-ACCOUNT-NUM = 0
           MOVE "N" TO WS-CUST-EDIT-VALID
        ELSE IF CUS-ACCOUNT-NAMES = SPACES
           MOVE "N" TO WS-CUST-EDIT-VALID
           MOVE "MISSING ACCOUNT NAME" TO WS-CUST-REJECT-REASON
        ELSE IF NOT PRDQ-FOUND
           MOVE "N" TO WS-CUST-EDIT-VALID
           MOVE "ACCOUNT TYPE NOT ON PRODUCT MASTER"
                TO WS-CUST-REJECT-REASON
        ELSE IF CUS-ACCOUNT-BALANCE < WS-CUST-MIN-BALANCE OR
                CUS-ACCOUNT-BALANCE > WS-CUST-MAX-BALANCE
           MOVE "N" TO WS-CUST-EDIT-VALID
            MOVE HARC-TRANS-AMOUNT
                 TO STMT-TRANS-AMOUNT(STMT-TRANS-COUNT)
            ADD HARC-TRANS-AMOUNT TO STMT-PERIOD-TOTAL
            IF WS-HIS-MEMO = "Interest accrual" OR
               WS-HIS-TRANS-TYPE = "BNI"
               ADD HARC-TRANS-AMOUNT TO STMT-INT-TOTAL
            END-IF
            IF WS-HIS-MEMO = "Account keeping fee" OR
               WS-HIS-MEMO = "Early withdrawal penalty" OR
               WS-HIS-TRANS-TYPE = "ICH"
               ADD HARC-TRANS-AMOUNT TO STMT-FEE-TOTAL
            END-IF
            WRITE STATEMENT-ARCHIVE-RECORD
          NOT INVALID KEY
            ADD HARC-TRANS-AMOUNT TO STMT-PERIOD-TOTAL
            IF WS-HIS-MEMO = "Interest accrual" OR
               WS-HIS-TRANS-TYPE = "BNI"
               ADD HARC-TRANS-AMOUNT TO STMT-INT-TOTAL
            END-IF
            IF WS-HIS-MEMO = "Account keeping fee" OR
               WS-HIS-MEMO = "Early withdrawal penalty" OR
               WS-HIS-TRANS-TYPE = "ICH"
               ADD HARC-TRANS-AMOUNT TO STMT-FEE-TOTAL
            END-IF
            IF STMT-TRANS-COUNT < 50

       TRIAL-BALANCE-REPORT.

        MOVE 0 TO WS-TBP-COUNT
        MOVE 0 TO WS-TBC-COUNT
        MOVE 0 TO WS-TB-CONVERTED-TOTAL
        PERFORM LOAD-FX-RATES
             AT END
              MOVE 'Y' TO END-OF-FILE
             NOT AT END
              PERFORM ACCUMULATE-PRODUCT-TOTAL
              PERFORM ACCUMULATE-CURRENCY-TOTAL
            END-READ
           END-PERFORM
         END-IF
        CLOSE CUSTOMER-FILE

        PERFORM SPACING
        DISPLAY "TRIAL BALANCE SNAPSHOT (" WS-TRIAL-BALANCE-FILENAME ")"
        OPEN OUTPUT TRIAL-BALANCE-FILE
        PERFORM VARYING WS-TBP-IDX FROM 1 BY 1
                UNTIL WS-TBP-IDX > WS-TBP-COUNT
          MOVE WS-TBP-TYPE(WS-TBP-IDX)  TO TB-ACCOUNT-TYPE
          MOVE WS-TBP-TOTAL(WS-TBP-IDX) TO TB-TOTAL-BALANCE
          WRITE TRIAL-BALANCE-RECORD
          MOVE WS-TBP-TYPE(WS-TBP-IDX) TO PRDQ-CODE
          CALL 'projProductLookup' USING PRODUCT-REQUEST
                                         PRODUCT-RECORD
          IF NOT PRDQ-FOUND
             MOVE "NOT ON PRODUCT MASTER" TO PROD-DESCRIPTION
          END-IF
          DISPLAY WS-TBP-TYPE(WS-TBP-IDX) " " PROD-DESCRIPTION
                  " TOTAL : " WS-TBP-TOTAL(WS-TBP-IDX)
        END-PERFORM
        CLOSE TRIAL-BALANCE-FILE

        DISPLAY "PER-CURRENCY TOTALS:"
        PERFORM VARYING WS-TBC-IDX FROM 1 BY 1
                WS-TB-CONVERTED-TOTAL
       EXIT.

      *One trial-balance row per product code met on the customer
      *file, so a newly launched product shows without a change
      *here.
       ACCUMULATE-PRODUCT-TOTAL.

        MOVE "N" TO WS-TBP-FOUND
        PERFORM VARYING WS-TBP-IDX FROM 1 BY 1
                UNTIL WS-TBP-IDX > WS-TBP-COUNT
                   OR WS-TBP-FOUND = "Y"
          IF WS-TBP-TYPE(WS-TBP-IDX) = CUS-ACCOUNT-TYPE
             MOVE "Y" TO WS-TBP-FOUND
             ADD CUS-ACCOUNT-BALANCE TO WS-TBP-TOTAL(WS-TBP-IDX)
          END-IF
        END-PERFORM
        IF WS-TBP-FOUND = "N" AND WS-TBP-COUNT < 30
           ADD 1 TO WS-TBP-COUNT
           MOVE CUS-ACCOUNT-TYPE TO WS-TBP-TYPE(WS-TBP-COUNT)
           MOVE CUS-ACCOUNT-BALANCE TO WS-TBP-TOTAL(WS-TBP-COUNT)
        END-IF.
       EXIT.

       ACCUMULATE-CURRENCY-TOTAL.

        IF CUS-CURRENCY-CODE = SPACES
