      *Fixed layout the bureau loads monthly: one header with the
      *reporting period, one detail line per loan with the balance
      *owed, contractual installment, months in arrears, and
      *status - with contractual interest accrued and penalty
      *interest charged shown apart, and a restructured flag - and
      *a control trailer. Regenerating the file for the same period
      *reproduces it exactly, so a failed submission month can
      *simply be rerun.
       01 BUREAU-RECORD.
        05 BUR-REC-TYPE            PIC X(1).
           88 BUR-HEADER-REC       VALUE "H".
         10 BUR-MONTHS-ARREARS     PIC 9(3).
      *A=active S=settled N=non-accrual C=charged-off
         10 BUR-LOAN-STATUS        PIC X(1).
         10 BUR-CONTRACT-INTEREST  PIC 9(8)V99.
         10 BUR-PENALTY-INTEREST   PIC 9(8)V99.
      *Y=the loan has been restructured (term extension, payment
      *holiday or arrears capitalization); months in arrears then
      *count from the restructure.
         10 BUR-RESTRUCTURED       PIC X(1).
         10 FILLER                 PIC X(3).
        05 BUR-TRAILER REDEFINES BUR-BODY.
         10 BUR-TRL-COUNT          PIC 9(7).
         10 BUR-TRL-BALANCE        PIC 9(12)V99.
