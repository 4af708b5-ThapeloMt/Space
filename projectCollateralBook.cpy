      *Loan Collateral Databook
      *One record per item of security the bank holds - a property,
      *vehicle, deposit or securities portfolio - with what it was
      *last valued at, when, and when it is next due for
      *revaluation. The loans it secures are on the pledge file
      *(projectCollPledgeBook), so one item can stand behind
      *several loans. COLL-ID is allocated from KEYS-ID 11.
       01 COLLATERAL-RECORD.
        05 COLL-ID                 PIC 9(8).
        05 COLL-TYPE               PIC X(1).
           88 COLL-TYPE-PROPERTY   VALUE "P".
           88 COLL-TYPE-VEHICLE    VALUE "V".
           88 COLL-TYPE-DEPOSIT    VALUE "D".
           88 COLL-TYPE-SECURITIES VALUE "S".
           88 COLL-TYPE-OTHER      VALUE "O".
        05 COLL-DESCRIPTION        PIC X(50).
        05 COLL-VALUATION-AMOUNT   PIC 9(10)V99.
        05 COLL-VALUATION-DATE     PIC 9(8).
        05 COLL-NEXT-REVAL-DATE    PIC 9(8).
        05 COLL-REGISTERED-DATE    PIC 9(8).
        05 COLL-STATUS             PIC X(1).
           88 COLL-STATUS-HELD     VALUE "H".
           88 COLL-STATUS-RELEASED VALUE "R".
