      *Per-Item Usage Databook
      *One record per account, calendar month and tariff (type and
      *channel as the tariff is keyed), counting the chargeable
      *items posted so the month's free allowance is used up before
      *the first charge is raised.
       01 ITEM-USAGE-RECORD.
        05 IUSE-KEY.
         10 IUSE-ACCOUNT-NUM       PIC 9(10).
         10 IUSE-PERIOD            PIC 9(6).
         10 IUSE-TRANS-TYPE        PIC X(3).
         10 IUSE-CHANNEL           PIC X(10).
        05 IUSE-ITEM-COUNT         PIC 9(5).
