      *Signatory Mandate Check Request Databook
      *Passed to projSignatoryCheck by the programs that key items
      *onto customer accounts at the counter. The caller names the
      *account, the item amount and the CIF-IDs of up to three
      *signatories who signed it (zero for an unused slot). The
      *module hands back whether the account has an active mandate
      *and, when it has, whether the signatures presented meet it
      *with the reason when they do not.
       01 SIGN-CHECK-REQUEST.
        05 SGNQ-ACCOUNT-NUM        PIC 9(10).
        05 SGNQ-AMOUNT             PIC 9(10)V99.
        05 SGNQ-PRESENTED-CIF      PIC 9(8) OCCURS 3 TIMES.
        05 SGNQ-RESULT             PIC X(1).
           88 SGNQ-NO-MANDATE      VALUE "M".
           88 SGNQ-MANDATE-MET     VALUE "Y".
           88 SGNQ-MANDATE-NOT-MET VALUE "N".
        05 SGNQ-RULE               PIC X(1).
        05 SGNQ-REASON             PIC X(40).
