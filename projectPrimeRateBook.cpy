      *Prime Rate Databook
      *The bank's reference prime rate, one record per effective
      *date, captured ahead of time by projPrimeRateMaintenance.
      *Variable-rate loans are priced at prime plus their own margin
      *(LOAN-PRIME-MARGIN). The daily projLoanRepricing step picks
      *up a pending rate once its effective date is reached,
      *reprices the variable loans and marks the rate applied.
       01 PRIME-RATE-RECORD.
        05 PRM-EFFECTIVE-DATE      PIC 9(8).
        05 PRM-RATE                PIC 9(2)V9(4).
        05 PRM-CAPTURED-DATE       PIC 9(8).
        05 PRM-CAPTURED-BY         PIC X(8).
        05 PRM-STATUS              PIC X(1).
           88 PRM-STATUS-PENDING   VALUE "P".
           88 PRM-STATUS-APPLIED   VALUE "A".
      *Superseded: a later rate took effect on the same repricing
      *run, so this one never priced any loan.
           88 PRM-STATUS-SUPERSEDED VALUE "S".
        05 PRM-APPLIED-DATE        PIC 9(8).
        05 PRM-LOANS-REPRICED      PIC 9(5).
