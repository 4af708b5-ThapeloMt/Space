      *Safe Deposit Box Databook
      *One record per box in a branch's inventory, keyed by branch
      *and box number, carrying the box's size and state and, while
      *it is RENTED, the rental agreement: the customer account the
      *rent is charged to, when the rental started, the annual fee
      *agreed for the size, and the next anniversary it is billed
      *on. A rental FEE entered for posting is held on the record
      *until projSafeBoxBilling sees it posted or suspended; a
      *rental that failed accumulates as arrears.
       01 SAFE-BOX-RECORD.
        05 SDB-KEY.
         10 SDB-BRANCH-CODE        PIC X(05).
         10 SDB-BOX-NUM            PIC 9(5).
        05 SDB-SIZE                PIC X(1).
           88 SDB-SIZE-SMALL       VALUE "S".
           88 SDB-SIZE-MEDIUM      VALUE "M".
           88 SDB-SIZE-LARGE       VALUE "L".
        05 SDB-STATUS              PIC X(1).
           88 SDB-STATUS-VACANT    VALUE "V".
           88 SDB-STATUS-RENTED    VALUE "R".
           88 SDB-STATUS-OUT-OF-SERVICE VALUE "X".
        05 SDB-ACCOUNT-NUM         PIC 9(10).
        05 SDB-START-DATE          PIC 9(8).
        05 SDB-ANNUAL-FEE          PIC 9(6)V99.
        05 SDB-NEXT-BILL-DATE      PIC 9(8).
        05 SDB-ARREARS-AMOUNT      PIC 9(6)V99.
        05 SDB-ARREARS-SINCE       PIC 9(8).
      *The FEE last entered for the box and not yet seen through
      *posting (zero TRANS-ID = nothing pending): an anniversary
      *rental or a teller's collection of the arrears.
        05 SDB-BILL-TRANS-ID       PIC 9(10).
        05 SDB-BILL-AMOUNT         PIC 9(6)V99.
        05 SDB-BILL-KIND           PIC X(1).
           88 SDB-BILL-RENTAL      VALUE "R".
           88 SDB-BILL-ARREARS     VALUE "A".
        05 SDB-BILL-DATE           PIC 9(8).
