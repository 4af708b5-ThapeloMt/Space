      *Per-Item Tariff Databook
      *One record per chargeable transaction type and channel, with
      *the charge raised each time such an item posts and the number
      *of items a month the account gets free before charging
      *starts. ANY in the channel covers every channel without a
      *tariff of its own; an asterisk in the product covers every
      *product without one. A zero charge makes the item free.
       01 ITEM-TARIFF-RECORD.
        05 ITAR-KEY.
         10 ITAR-TRANS-TYPE        PIC X(3).
         10 ITAR-CHANNEL           PIC X(10).
         10 ITAR-PRODUCT           PIC X(7).
        05 ITAR-CHARGE             PIC 9(4)V99.
        05 ITAR-FREE-ITEMS         PIC 9(3).
        05 ITAR-DESCRIPTION        PIC X(30).
