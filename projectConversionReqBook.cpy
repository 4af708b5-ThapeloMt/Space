      *Account Type Conversion Request Databook
      *Passed to projConversionApply by every process that moves an
      *account to another product - the supervisor's conversion
      *screen and the age-of-majority batch step. The caller names
      *the account, the product it moves to, the channel the CNV
      *marker carries, and the program and operator the journal
      *and audit entries are stamped with. An account becoming a
      *LOAN also needs its terms: the principal to book when the
      *balance is not overdrawn (an overdrawn balance is booked as
      *it stands), the annual rate and the term in months. The
      *module hands back the type the account held, the level
      *installment when loan terms were booked, and the outcome.
       01 CONVERSION-REQUEST.
        05 CNVQ-ACCOUNT-NUM        PIC 9(10).
        05 CNVQ-NEW-TYPE           PIC X(7).
        05 CNVQ-CHANNEL            PIC X(10).
        05 CNVQ-PROGRAM            PIC X(20).
        05 CNVQ-OPERATOR-ID        PIC X(8).
        05 CNVQ-LOAN-PRINCIPAL     PIC 9(8)V99.
        05 CNVQ-LOAN-RATE          PIC 9(2)V9(4).
        05 CNVQ-LOAN-TERM          PIC 9(3).
        05 CNVQ-OLD-TYPE           PIC X(7).
        05 CNVQ-INSTALLMENT        PIC 9(8)V99.
        05 CNVQ-RESULT             PIC X(1).
           88 CNVQ-CONVERTED       VALUE "C".
           88 CNVQ-NO-ACCOUNT      VALUE "N".
           88 CNVQ-NOT-ACTIVE      VALUE "A".
           88 CNVQ-NO-PRODUCT      VALUE "P".
           88 CNVQ-WITHDRAWN       VALUE "W".
           88 CNVQ-SAME-TYPE       VALUE "S".
           88 CNVQ-NEEDS-TERMS     VALUE "T".
           88 CNVQ-FAILED          VALUE "E".
