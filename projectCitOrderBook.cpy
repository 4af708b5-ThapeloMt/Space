      *Cash-In-Transit Order Databook
      *One record per order placed with the cash-in-transit company,
      *keyed by order number: a DELIVERY brings cash to the branch
      *vault, a COLLECTION takes surplus cash away. The order is
      *COMPLETED when the custodian records the cash actually handed
      *over, which moves the vault, or CANCELLED if it never runs.
       01 CIT-ORDER-RECORD.
        05 CIT-ORDER-NUM           PIC 9(8).
        05 CIT-BRANCH-CODE         PIC X(05).
        05 CIT-DIRECTION           PIC X(1).
           88 CIT-DELIVERY         VALUE "D".
           88 CIT-COLLECTION       VALUE "C".
        05 CIT-AMOUNT              PIC 9(10)V99.
        05 CIT-ORDER-DATE          PIC 9(8).
        05 CIT-DUE-DATE            PIC 9(8).
        05 CIT-ORDERED-BY          PIC X(8).
        05 CIT-STATUS              PIC X(1).
           88 CIT-STATUS-ORDERED   VALUE "O".
           88 CIT-STATUS-COMPLETED VALUE "C".
           88 CIT-STATUS-CANCELLED VALUE "X".
        05 CIT-ACTUAL-AMOUNT       PIC 9(10)V99.
        05 CIT-COMPLETED-DATE      PIC 9(8).
        05 CIT-COMPLETED-BY        PIC X(8).
