      *Withdrawal Notice Register Databook
      *One record per notice of withdrawal a customer gives on a
      *notice-deposit account (a product with PROD-NOTICE-DAYS),
      *keyed by a notice id from KEYS-ID 20 and reachable by
      *account. A notice matures PROD-NOTICE-DAYS after it is given
      *and stays open to be drawn until its lapse date,
      *PROD-NOTICE-GRACE-DAYS after maturity. Posting lets a WIT,
      *TRF or XPT out of the account through only against a matured
      *notice with enough left on it, and draws the notice down.
       01 WITHDRAWAL-NOTICE-RECORD.
        05 WNOT-ID                 PIC 9(8).
        05 WNOT-ACCOUNT-NUM        PIC 9(10).
        05 WNOT-AMOUNT             PIC 9(8)V99.
        05 WNOT-GIVEN-DATE         PIC 9(8).
        05 WNOT-MATURITY-DATE      PIC 9(8).
        05 WNOT-LAPSE-DATE         PIC 9(8).
      *G = given (running its notice period), A = available
      *(matured, open to be drawn), T = taken in full, L = lapsed
      *unused past its grace period, C = cancelled by the customer
      *before it was drawn.
        05 WNOT-STATUS             PIC X(1).
           88 WNOT-GIVEN           VALUE "G".
           88 WNOT-AVAILABLE       VALUE "A".
           88 WNOT-TAKEN           VALUE "T".
           88 WNOT-LAPSED          VALUE "L".
           88 WNOT-CANCELLED       VALUE "C".
        05 WNOT-TAKEN-AMOUNT       PIC 9(8)V99.
        05 WNOT-LAST-TAKEN-DATE    PIC 9(8).
        05 WNOT-CLOSED-DATE        PIC 9(8).
        05 WNOT-OPERATOR-ID        PIC X(8).
        05 FILLER                  PIC X(20).
