      *Card Daily Usage Databook
      *One record per card per business date, built by posting as
      *card-channel debits go through: the ATM and POS amounts and
      *the number of card items that have posted against the card's
      *daily limits, plus the items refused for breaching them (and
      *the last reason) for the fraud desk's daily report.
       01 CARD-USAGE-RECORD.
        05 CUSE-KEY.
         10 CUSE-CARD-NUMBER       PIC 9(16).
         10 CUSE-DATE              PIC 9(8).
        05 CUSE-ACCOUNT-NUM        PIC 9(10).
        05 CUSE-ATM-AMOUNT         PIC 9(7)V99.
        05 CUSE-POS-AMOUNT         PIC 9(7)V99.
        05 CUSE-ITEM-COUNT         PIC 9(3).
        05 CUSE-BREACH-COUNT       PIC 9(3).
        05 CUSE-BREACH-AMOUNT      PIC 9(7)V99.
        05 CUSE-LAST-BREACH        PIC X(40).
