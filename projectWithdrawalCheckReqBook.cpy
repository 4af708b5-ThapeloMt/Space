      *Withdrawal Notice Check Request Databook
      *Passed to projWithdrawalNoticeCheck by posting for a WIT, TRF
      *or XPT debit. The caller names the account, its product, the
      *amount leaving and the business date. With WNRQ-CHECK the
      *module hands back whether the account is on a notice product
      *and, when it is, the matured notice that covers the amount;
      *with WNRQ-TAKE, once the debit has posted, it draws that
      *notice down by the amount.
       01 WITHDRAWAL-CHECK-REQUEST.
        05 WNRQ-FUNCTION           PIC X(1).
           88 WNRQ-CHECK           VALUE "C".
           88 WNRQ-TAKE            VALUE "T".
        05 WNRQ-ACCOUNT-NUM        PIC 9(10).
        05 WNRQ-ACCOUNT-TYPE       PIC X(7).
        05 WNRQ-AMOUNT             PIC 9(8)V99.
        05 WNRQ-RUN-DATE           PIC 9(8).
        05 WNRQ-NOTICE-ID          PIC 9(8).
        05 WNRQ-RESULT             PIC X(1).
           88 WNRQ-NO-NOTICE-NEEDED VALUE "M".
           88 WNRQ-COVERED         VALUE "Y".
           88 WNRQ-NOT-COVERED     VALUE "N".
