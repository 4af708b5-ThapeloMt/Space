      *Prime Rate Lookup Request Databook
      *Passed to projPrimeRateLookup: the prime rate in force on
      *PRQ-AS-AT-DATE is the one with the latest effective date not
      *after it, whether or not the repricing step has applied it.
       01 PRIME-RATE-REQUEST.
        05 PRQ-AS-AT-DATE          PIC 9(8).
        05 PRQ-RATE                PIC 9(2)V9(4).
        05 PRQ-EFFECTIVE-DATE      PIC 9(8).
        05 PRQ-RESULT              PIC X(1).
           88 PRQ-FOUND            VALUE "Y".
           88 PRQ-NOT-FOUND        VALUE "N".
