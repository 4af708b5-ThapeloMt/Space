      *Negotiated Interest Rate Override Databook
      *An account-specific rate agreed by a relationship manager and
      *approved by a supervisor through projRateOverrideMaintenance.
      *ROV-RATE is on the same daily basis as RATE-VALUE on the rate
      *table, carried to six places so a negotiated rate can sit
      *between the table's steps. From ROV-START-DATE to
      *ROV-EXPIRY-DATE inclusive the daily accrual in projMainProg
      *uses it in place of the product's table rate; a cancelled
      *override is kept for the record but no longer applies.
       01 RATE-OVERRIDE-RECORD.
        05 ROV-KEY.
         10 ROV-ACCOUNT-NUM        PIC 9(10).
         10 ROV-START-DATE         PIC 9(8).
        05 ROV-EXPIRY-DATE         PIC 9(8).
        05 ROV-RATE                PIC 9V9(6).
        05 ROV-REASON              PIC X(30).
        05 ROV-RM-NAME             PIC X(20).
        05 ROV-APPROVED-BY         PIC X(8).
        05 ROV-APPROVED-DATE       PIC 9(8).
        05 ROV-STATUS              PIC X(1).
           88 ROV-STATUS-ACTIVE    VALUE "A".
           88 ROV-STATUS-CANCELLED VALUE "C".
        05 ROV-CANCELLED-BY        PIC X(8).
        05 ROV-CANCELLED-DATE      PIC 9(8).
