      *Staff Account Check Request Databook
      *Passed to projStaffAccountCheck by the programs that key items
      *onto customer accounts. The caller names the operator and the
      *account; the module hands back whether the account is held
      *(as primary or joint holder, through the ownership links) by
      *the operator's own CIF or a related CIF they declared, and
      *which CIF matched. A staff account is refused at entry.
       01 STAFF-CHECK-REQUEST.
        05 STFQ-OPERATOR-ID        PIC X(8).
        05 STFQ-ACCOUNT-NUM        PIC 9(10).
        05 STFQ-MATCHED-CIF        PIC 9(8).
        05 STFQ-RESULT             PIC X(1).
           88 STFQ-STAFF-ACCOUNT   VALUE "Y".
           88 STFQ-NOT-STAFF       VALUE "N".
