      *Loss Event Registration Request Databook
      *Passed to projLossEventWriter by the processes that book an
      *operational loss. The caller names the category, the
      *originating process and its reference, the amount lost (as a
      *positive figure), any amount already recovered, and the
      *account and branch where known - with the branch left blank
      *the writer takes the account's own branch. The writer hands
      *back the event number, or D when that origin is already
      *registered.
       01 LOSS-EVENT-REQUEST.
        05 LEVQ-CATEGORY           PIC X(4).
        05 LEVQ-SOURCE             PIC X(8).
        05 LEVQ-ORIGIN-REF         PIC X(20).
        05 LEVQ-BRANCH-CODE        PIC X(05).
        05 LEVQ-ACCOUNT-NUM        PIC 9(10).
        05 LEVQ-EVENT-DATE         PIC 9(8).
        05 LEVQ-AMOUNT             PIC 9(10)V99.
        05 LEVQ-RECOVERY           PIC 9(10)V99.
        05 LEVQ-DESCRIPTION        PIC X(40).
        05 LEVQ-OPERATOR-ID        PIC X(8).
        05 LEVQ-EVENT-ID           PIC 9(8).
        05 LEVQ-RESULT             PIC X(1).
           88 LEVQ-REGISTERED      VALUE "W".
           88 LEVQ-DUPLICATE       VALUE "D".
           88 LEVQ-FAILED          VALUE "E".
