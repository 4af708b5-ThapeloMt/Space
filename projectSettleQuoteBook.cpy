      *Loan Settlement Quote Databook
      *The settlement figure last quoted on a LOAN account, written
      *by projLoanMaintenance when the branch gives the customer a
      *quote (a new quote replaces an open one). The figure is the
      *principal outstanding, interest to the chosen payoff date,
      *uncapitalized penalty interest and the early-settlement fee.
      *The daily projLoanPayoff step looks for a payment of exactly
      *SQT-TOTAL into the loan while the quote is valid, settles the
      *loan against it and marks the quote paid; a quote that runs
      *past its validity unpaid is marked expired.
       01 SETTLE-QUOTE-RECORD.
        05 SQT-LOAN-ACCOUNT-NUM    PIC 9(10).
        05 SQT-QUOTE-DATE          PIC 9(8).
        05 SQT-PAYOFF-DATE         PIC 9(8).
        05 SQT-VALID-UNTIL         PIC 9(8).
        05 SQT-PRINCIPAL           PIC 9(10)V99.
        05 SQT-INTEREST            PIC 9(8)V99.
        05 SQT-PENALTY             PIC 9(8)V99.
        05 SQT-FEE                 PIC 9(8)V99.
        05 SQT-TOTAL               PIC 9(10)V99.
        05 SQT-STATUS              PIC X(1).
           88 SQT-STATUS-OPEN      VALUE "O".
           88 SQT-STATUS-PAID      VALUE "P".
           88 SQT-STATUS-EXPIRED   VALUE "X".
      *Set when the quote is paid: the day the payoff step settled
      *the loan, and any part of the payment the loan did not need
      *(an installment that posted after the quote) left in credit
      *on it for the branch to refund.
        05 SQT-PAID-DATE           PIC 9(8).
        05 SQT-CREDIT-LEFT         PIC 9(8)V99.
