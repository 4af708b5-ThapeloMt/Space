       01 CUS-RECORD.
        05 CUS-ACCOUNT-NUM         PIC 9(10).
        05 CUS-ACCOUNT-NAMES       PIC X(50).
      *Valid codes are the ones on the product master.
        05 CUS-ACCOUNT-TYPE        PIC X(7).
        05 CUS-ACCOUNT-BALANCE     PIC S9(8)V99.
        05 CUS-ACCOUNT-STATUS      PIC X(1).
           88 CUS-ACCOUNT-ACTIVE   VALUE "A".
