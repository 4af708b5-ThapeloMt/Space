      *Per-Item Tariff Lookup Request Databook
      *Passed to projTariffLookup with an ITEM-TARIFF-RECORD. The
      *tariff resolves most specific first: the item's channel and
      *the account's product, then the channel for any product, then
      *ANY channel for the product, then ANY channel for any product.
       01 TARIFF-REQUEST.
        05 TARQ-TRANS-TYPE         PIC X(3).
        05 TARQ-CHANNEL            PIC X(10).
        05 TARQ-PRODUCT            PIC X(7).
        05 TARQ-RESULT             PIC X(1).
           88 TARQ-FOUND           VALUE "Y".
           88 TARQ-NOT-FOUND       VALUE "N".
