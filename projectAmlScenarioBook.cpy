      *AML Monitoring Scenario Databook
      *One record per transaction-monitoring scenario projAmlMonitor
      *runs over HISTORY-FILE, switched on or off and tuned by
      *compliance in projAmlScenarioMaintenance. What the three
      *settings mean depends on the scenario:
      *  PASSTHRU  a credit of AMLS-AMOUNT or more followed within
      *            AMLS-DAYS by debits taking AMLS-PERCENT of it out
      *  DORMWAKE  an item of AMLS-AMOUNT or more on an account with
      *            no customer activity in the AMLS-DAYS before it
      *  MANYCPTY  TRF to or from AMLS-COUNT or more different
      *            accounts within AMLS-DAYS
      *  RNDCASH   AMLS-COUNT or more cash deposits within AMLS-DAYS
      *            that are whole multiples of AMLS-AMOUNT
      *  PROFILE   a day's turnover of AMLS-AMOUNT or more that is
      *            AMLS-PERCENT or more of the account's own daily
      *            average over the AMLS-DAYS before it
       01 AML-SCENARIO-RECORD.
        05 AMLS-CODE               PIC X(8).
           88 AMLS-PASS-THROUGH    VALUE "PASSTHRU".
           88 AMLS-DORMANT-WAKE    VALUE "DORMWAKE".
           88 AMLS-MANY-COUNTERPARTY VALUE "MANYCPTY".
           88 AMLS-ROUND-CASH      VALUE "RNDCASH".
           88 AMLS-ABOVE-PROFILE   VALUE "PROFILE".
        05 AMLS-DESCRIPTION        PIC X(30).
        05 AMLS-ACTIVE             PIC X(1).
           88 AMLS-IS-ACTIVE       VALUE "Y".
        05 AMLS-AMOUNT             PIC 9(8)V99.
        05 AMLS-COUNT              PIC 9(3).
        05 AMLS-DAYS               PIC 9(3).
        05 AMLS-PERCENT            PIC 9(4).
