      *Loan Penalty Interest Databook
      *One record per LOAN account that has ever run into arrears,
      *kept by the daily projLoanPenalty step. The overdue amount
      *is the installments missed since the last incoming payment;
      *penalty interest accrues on it every day at the contractual
      *rate plus PARM-PENALTY-MARGIN and is capitalized onto the
      *loan as a PNI transaction at month-end. The capitalized total
      *is kept so the arrears report and the bureau extract can show
      *penalty interest apart from contractual interest.
       01 LOAN-PENALTY-RECORD.
        05 LPN-LOAN-ACCOUNT-NUM    PIC 9(10).
        05 LPN-OVERDUE-AMOUNT      PIC 9(8)V99.
        05 LPN-ACCRUED             PIC 9(8)V9(4).
        05 LPN-LAST-ACCRUAL-DATE   PIC 9(8).
        05 LPN-CAPITALIZED-TOTAL   PIC 9(10)V99.
        05 LPN-LAST-CAPITALIZED    PIC 9(8).
