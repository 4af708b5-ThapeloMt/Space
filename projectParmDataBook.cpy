      *Business days a deposited cheque's funds stay under an
      *uncleared-effects hold before releasing.
        05 PARM-CHQ-CLEARING-DAYS      PIC 9(2).
      *Days ahead of a card's expiry that the monthly renewal run
      *issues its replacement.
        05 PARM-CARD-RENEW-DAYS        PIC 9(3).
      *Clearing control account that payments to other banks are
      *credited to at posting and that their returns debit; zero
      *until set, and XPT items suspend while it is.
        05 PARM-INTERBANK-ACCOUNT      PIC 9(10).
      *Highest loan-to-value, as a percentage of the collateral
      *securing a loan, before the monthly collateral report flags
      *the loan as under-secured.
        05 PARM-LTV-LIMIT-PCT          PIC 9(3).
      *Annual margin added to a loan's contractual rate for the
      *penalty interest charged on overdue installments (0.0200 =
      *two percent over contract).
        05 PARM-PENALTY-MARGIN         PIC 9V9(4).
      *Calendar days a loan settlement quote stays valid from the
      *day it is given.
        05 PARM-SETTLE-QUOTE-DAYS      PIC 9(3).
      *Early-settlement fee charged on a loan paid off before its
      *term, as a fraction of the principal outstanding (0.0100 =
      *one percent).
        05 PARM-SETTLE-FEE-PCT         PIC 9V9(4).
      *Y when the monthly maturity and repricing gap report is
      *also written as ALMGAP-yyyymm.csv for the treasury
      *spreadsheet.
        05 PARM-ALM-CSV                PIC X(1).
      *Bonus interest paid at month-end on a SAVINGS account that
      *qualified for the month (no withdrawals and at least
      *PARM-BONUS-MIN-DEPOSIT net deposited), as a fraction of the
      *month-end balance (0.0025 = a quarter percent). Zero offers
      *no bonus.
        05 PARM-BONUS-RATE             PIC 9V9(4).
      *Least a SAVINGS account must take in, net, over the month
      *to qualify for the bonus rate.
        05 PARM-BONUS-MIN-DEPOSIT      PIC 9(8)V99.
      *Consecutive wrong passwords after which projOperatorSignon
      *locks the operator until an administrator unlocks it.
        05 PARM-SIGNON-MAX-TRIES       PIC 9(2).
      *Days a password stays good before the operator is made to
      *change it at sign-on.
        05 PARM-PASSWORD-DAYS          PIC 9(3).
      *Days without a sign-on after which an operator is suspended
      *and must be reinstated by an administrator.
        05 PARM-OPER-DORMANT-DAYS      PIC 9(3).
      *Drafts-payable control account that a bank draft's purchase
      *price is credited to at issue and that the draft is paid
      *from when presented; zero until set.
        05 PARM-DRAFT-ACCOUNT          PIC 9(10).
      *Months after issue that an unpaid bank draft is reported
      *stale on the monthly draft register report.
        05 PARM-DRAFT-STALE-MONTHS     PIC 9(2).
      *Days a safe deposit box rental may stay in arrears before
      *the monthly arrears report lists the box for drilling.
        05 PARM-SDB-DRILL-DAYS         PIC 9(3).
      *Age in years at which a minor's account passes out of the
      *guardian's authority and converts to the adult product.
        05 PARM-MAJORITY-AGE           PIC 9(2).
      *Country the bank reports from (ISO code) and its
      *international dialling code, against which tax residencies
      *and contact details are judged foreign.
        05 PARM-HOME-COUNTRY           PIC X(2).
        05 PARM-HOME-DIAL-CODE         PIC X(3).
      *Years a closed customer's personal details are kept before
      *the yearly erasure run anonymises them.
        05 PARM-RETENTION-YEARS        PIC 9(2).
      *Days after a phone or email change during which, until the
      *call centre confirms the change on the old contact details,
      *posting holds large debits, payments to newly registered
      *beneficiaries and replacement-card items in suspense. Zero
      *switches the rule off. A debit of PARM-ATO-LARGE-DEBIT or
      *more counts as large.
        05 PARM-ATO-WINDOW-DAYS        PIC 9(3).
        05 PARM-ATO-LARGE-DEBIT        PIC 9(8)V99.
      *Funds-transfer-pricing rate (annual fraction) the monthly
      *customer profitability run charges loan and overdraft
      *balances for the funds they use, and credits deposit
      *balances for the funds they provide.
        05 PARM-FTP-RATE               PIC 9V9(4).
      *Number of account-range streams the nightly posting run
      *splits the day's transactions into (1 = one stream, the
      *whole file in a single pass). Extra streams are worked by
      *projPostingStream copies started alongside the run.
        05 PARM-POSTING-STREAMS        PIC 9(1).
      *The bank's qualifying capital, and the share of it (percent)
      *at which a connected group's total exposure counts as a large
      *exposure on the monthly large-exposure report. A zero
      *capital base leaves the percentage column blank.
        05 PARM-CAPITAL-BASE           PIC 9(12)V99.
        05 PARM-LARGE-EXPOSURE-PCT     PIC 9(2)V99.
