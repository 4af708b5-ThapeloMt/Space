      *Service-Fee Schedule Databook
      *One record per product fee key (PROD-FEE-KEY on the product
      *master) carrying the periodic account-keeping fee assessed by
      *projMainProg's FEE-ASSESSMENT step. A zero FEESCH-AMOUNT means
      *products under the key are not charged.
       01 FEE-SCHEDULE-RECORD.
        05 FEESCH-ACCOUNT-TYPE     PIC X(7).
        05 FEESCH-AMOUNT           PIC 9(4)V99.
