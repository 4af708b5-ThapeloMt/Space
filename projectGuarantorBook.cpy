      *Loan Guarantor Register Databook
      *One record per guarantee: which customer (CIF) stands behind
      *which LOAN account, for how much and until when. The
      *guarantor's own account is named at registration - demand
      *letters are addressed through its contact record and
      *recoveries are taken from it. Once a supervisor calls the
      *guarantee from projCollections, the amount demanded and the
      *running amount recovered are kept here.
       01 GUARANTOR-RECORD.
        05 GTR-KEY.
         10 GTR-LOAN-ACCOUNT-NUM   PIC 9(10).
         10 GTR-CIF-ID             PIC 9(8).
        05 GTR-GUARANTEED-AMOUNT   PIC 9(10)V99.
      *Zero expiry = open-ended guarantee.
        05 GTR-EXPIRY-DATE         PIC 9(8).
        05 GTR-REGISTERED-DATE     PIC 9(8).
        05 GTR-RECOVERY-ACCOUNT    PIC 9(10).
        05 GTR-STATUS              PIC X(1).
           88 GTR-STATUS-ACTIVE    VALUE "A".
           88 GTR-STATUS-CALLED    VALUE "C".
           88 GTR-STATUS-RELEASED  VALUE "R".
        05 GTR-CALLED-DATE         PIC 9(8).
        05 GTR-AMOUNT-DEMANDED     PIC 9(10)V99.
        05 GTR-AMOUNT-RECOVERED    PIC 9(10)V99.
