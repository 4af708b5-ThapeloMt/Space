      *Operator Keying Limit Request Databook
      *Passed to projOperatorLimit by the programs that key money
      *movements. The caller names the operator who keyed the item,
      *its transaction type and amount (either sign); the module
      *hands back the operator's limit for that type and whether the
      *amount is within it. An item over the limit is written
      *PENDING so a supervisor releases it in projApproval.
       01 OPER-LIMIT-REQUEST.
        05 OLMQ-OPERATOR-ID        PIC X(8).
        05 OLMQ-TRAN-TYPE          PIC X(3).
        05 OLMQ-AMOUNT             PIC S9(10)V99.
        05 OLMQ-LIMIT              PIC 9(10)V99.
        05 OLMQ-RESULT             PIC X(1).
           88 OLMQ-WITHIN-LIMIT    VALUE "Y".
           88 OLMQ-OVER-LIMIT      VALUE "N".
