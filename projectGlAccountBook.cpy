      *Chart of Accounts Databook
      *One record per general-ledger account the GL interface may
      *post to. The class tells finance which side of the balance
      *sheet or income statement the account sits on; a closed
      *account stays on file for history but no rule may use it.
       01 GLACCT-RECORD.
        05 GLA-ACCOUNT             PIC X(8).
        05 GLA-DESCRIPTION         PIC X(30).
        05 GLA-CLASS               PIC X(1).
           88 GLA-ASSET            VALUE "A".
           88 GLA-LIABILITY        VALUE "L".
           88 GLA-EQUITY           VALUE "Q".
           88 GLA-INCOME           VALUE "I".
           88 GLA-EXPENSE          VALUE "E".
        05 GLA-STATUS              PIC X(1).
           88 GLA-OPEN             VALUE "O".
           88 GLA-CLOSED           VALUE "C".
