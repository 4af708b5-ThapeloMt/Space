      *Collateral Pledge Databook
      *One record per (collateral, loan) pair: the item on the
      *collateral register standing as security for that LOAN
      *account. A released pledge stays on file with its release
      *date; the loan-to-value report reads only the pledged ones.
       01 COLLATERAL-PLEDGE-RECORD.
        05 CPL-KEY.
         10 CPL-COLL-ID            PIC 9(8).
         10 CPL-LOAN-ACCOUNT-NUM   PIC 9(10).
        05 CPL-PLEDGED-DATE        PIC 9(8).
        05 CPL-RELEASED-DATE       PIC 9(8).
        05 CPL-STATUS              PIC X(1).
           88 CPL-STATUS-PLEDGED   VALUE "A".
           88 CPL-STATUS-RELEASED  VALUE "R".
