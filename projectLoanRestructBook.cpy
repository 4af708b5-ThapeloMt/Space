      *Loan Restructure History Databook
      *One record per restructure of a LOAN account, written by
      *projLoanMaintenance: the terms as they stood before (for
      *audit - LOAN-TERMS-RECORD only ever holds the current ones),
      *the terms that replaced them, what kind of restructure it
      *was and the supervisor who approved it.
       01 LOAN-RESTRUCTURE-RECORD.
        05 LRS-KEY.
         10 LRS-LOAN-ACCOUNT-NUM   PIC 9(10).
         10 LRS-RESTRUCTURE-DATE   PIC 9(8).
         10 LRS-SEQ                PIC 9(2).
        05 LRS-TYPE                PIC X(1).
           88 LRS-TERM-EXTENSION   VALUE "E".
           88 LRS-PAYMENT-HOLIDAY  VALUE "H".
           88 LRS-ARREARS-CAPITALIZED VALUE "C".
        05 LRS-SUPERVISOR-ID       PIC X(8).
        05 LRS-OUTSTANDING         PIC 9(10)V99.
      *Installments a payment holiday deferred, or the missed
      *installments an arrears capitalization rolled into the new
      *schedule.
        05 LRS-HOLIDAY-MONTHS      PIC 9(2).
        05 LRS-ARREARS-AMOUNT      PIC 9(10)V99.
        05 LRS-OLD-TERMS.
         10 LRS-OLD-PRINCIPAL      PIC 9(8)V99.
         10 LRS-OLD-RATE           PIC 9(2)V9(4).
         10 LRS-OLD-TERM-MONTHS    PIC 9(3).
         10 LRS-OLD-INSTALLMENT    PIC 9(8)V99.
         10 LRS-OLD-NEXT-DUE       PIC 9(8).
         10 LRS-OLD-POSTED         PIC 9(3).
         10 LRS-OLD-STATUS         PIC X(1).
        05 LRS-NEW-TERMS.
         10 LRS-NEW-PRINCIPAL      PIC 9(8)V99.
         10 LRS-NEW-TERM-MONTHS    PIC 9(3).
         10 LRS-NEW-INSTALLMENT    PIC 9(8)V99.
         10 LRS-NEW-NEXT-DUE       PIC 9(8).
         10 LRS-NEW-ARREARS-FROM   PIC 9(8).
