      *Product Master Databook
      *One record per deposit or lending product, keyed by the code
      *carried in ACCOUNT-TYPE. Posting, accrual, fee assessment and
      *the balance reports read their product rules from here, so a
      *new product variant is a record added in projProductMaintenance
      *rather than a programming change.
       01 PRODUCT-RECORD.
        05 PROD-CODE               PIC X(7).
        05 PROD-DESCRIPTION        PIC X(30).
      *Y = accrues on its balance whatever the sign (deposit
      *products); D = accrues only while overdrawn, the negative
      *balance making the accrual a charge; N = no daily accrual
      *(term deposits pay at maturity instead).
        05 PROD-INTEREST-BEARING   PIC X(1).
           88 PROD-INT-ON-BALANCE  VALUE "Y".
           88 PROD-INT-ON-DEBIT    VALUE "D".
           88 PROD-INT-NONE        VALUE "N".
      *Smallest first deposit an OPN will accept for the product.
        05 PROD-MIN-OPEN-BALANCE   PIC S9(8)V99.
      *How far posting lets the available balance run down:
      *P = to the bank-wide PARM-OVERDRAFT-FLOOR, O = to this
      *product's own PROD-MIN-RUN-BALANCE, N = not held to a floor.
      *An overdraft facility on the account lowers P and O floors.
        05 PROD-FLOOR-RULE         PIC X(1).
           88 PROD-FLOOR-PARM      VALUE "P".
           88 PROD-FLOOR-OWN       VALUE "O".
           88 PROD-FLOOR-NONE      VALUE "N".
        05 PROD-MIN-RUN-BALANCE    PIC S9(8)V99.
      *Statement cycle stamped on new accounts of the product.
        05 PROD-STMT-CYCLE         PIC 9(2).
      *Keys into the fee schedule (FEESCH-ACCOUNT-TYPE) and the rate
      *table (RATE-ACCOUNT-TYPE). Variants can share a parent's fee
      *or rates by carrying the parent's key.
        05 PROD-FEE-KEY            PIC X(7).
        05 PROD-RATE-KEY           PIC X(7).
      *A withdrawn product keeps servicing its existing accounts but
      *takes no new openings.
        05 PROD-STATUS             PIC X(1).
           88 PROD-ACTIVE          VALUE "A".
           88 PROD-WITHDRAWN       VALUE "W".
      *Product a minor's account on this product converts to when
      *its holder comes of age; spaces leave the account on its
      *product.
        05 PROD-ADULT-PRODUCT      PIC X(7).
      *Notice-deposit products: the days' notice a customer must give
      *before money can be withdrawn (zero = withdrawals need no
      *notice), and the days a matured notice stays open to be drawn
      *before it lapses unused.
        05 PROD-NOTICE-DAYS        PIC 9(3).
        05 PROD-NOTICE-GRACE-DAYS  PIC 9(3).
