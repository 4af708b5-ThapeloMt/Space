      *CHARGEDOFF marks a loan written off the book.
           88 LOAN-STATUS-NONACCRUAL VALUE "N".
           88 LOAN-STATUS-CHARGEDOFF VALUE "C".
      *Set by a supervised restructure in projLoanMaintenance (term
      *extension, payment holiday or arrears capitalization); the
      *terms above are then the restructured ones and the original
      *terms are kept on the restructure history file. The arrears
      *aging in projArrearsReport, projBureauExtract,
      *projLoanNonAccrual and projLoanPenalty counts a restructured
      *loan's missed payments from LOAN-ARREARS-FROM (the
      *restructure date, or the last installment a payment holiday
      *deferred) when that is later than the last payment, so a
      *loan that keeps to its new terms is not reported delinquent.
        05 LOAN-RESTRUCTURED       PIC X(1).
           88 LOAN-IS-RESTRUCTURED VALUE "Y".
        05 LOAN-RESTRUCTURE-DATE   PIC 9(8).
        05 LOAN-ARREARS-FROM       PIC 9(8).
      *Fixed loans keep LOAN-ANNUAL-RATE for life. A variable loan
      *is priced at the prime rate in force plus LOAN-PRIME-MARGIN
      *(which may be negative); projLoanRepricing re-prices it and
      *re-amortizes the balance from the next due date each time a
      *new prime rate takes effect, stamping LOAN-LAST-REPRICED.
        05 LOAN-RATE-TYPE          PIC X(1).
           88 LOAN-RATE-FIXED      VALUE "F".
           88 LOAN-RATE-VARIABLE   VALUE "V".
        05 LOAN-PRIME-MARGIN       PIC S9(2)V9(4).
        05 LOAN-LAST-REPRICED      PIC 9(8).
