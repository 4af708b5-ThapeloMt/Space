      *FX Open Position Limit Databook
      *The limit on the net open position in each foreign currency,
      *in base-currency (ZAR) terms, set by a supervisor through
      *projFxLimitMaintenance. The record for currency "ALL" is the
      *limit on the aggregate position - the larger of the total
      *long and the total short positions across all currencies.
      *A currency without a record here has no limit to breach.
       01 FX-LIMIT-RECORD.
        05 FXL-CURRENCY-CODE       PIC X(3).
        05 FXL-LIMIT               PIC 9(12)V99.
        05 FXL-SET-DATE            PIC 9(8).
        05 FXL-SET-BY              PIC X(8).
