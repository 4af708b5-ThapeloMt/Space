      *Direct-Debit Mandate Databook
      *One record per authority a customer has given a third party
      *(employer, insurer, utility) to collect from the account,
      *keyed by the debited account, the creditor's id and the
      *customer's reference with that creditor. Posting matches
      *collections from the transaction feed against this register:
      *no active mandate in force on the item's date, or an amount
      *over MAND-MAX-AMOUNT, and the item is returned unpaid.
      *MAND-END-DATE zero means the mandate runs until revoked.
       01 MANDATE-RECORD.
        05 MAND-KEY.
         10 MAND-ACCOUNT-NUM       PIC 9(10).
         10 MAND-CREDITOR-ID       PIC X(12).
         10 MAND-CREDITOR-REF      PIC X(18).
        05 MAND-CREDITOR-NAME      PIC X(30).
        05 MAND-MAX-AMOUNT         PIC 9(6)V99.
        05 MAND-FREQUENCY          PIC X(1).
           88 MAND-FREQ-WEEKLY     VALUE "W".
           88 MAND-FREQ-MONTHLY    VALUE "M".
           88 MAND-FREQ-QUARTERLY  VALUE "Q".
           88 MAND-FREQ-ANNUAL     VALUE "A".
           88 MAND-FREQ-ONE-OFF    VALUE "O".
        05 MAND-START-DATE         PIC 9(8).
        05 MAND-END-DATE           PIC 9(8).
        05 MAND-REGISTERED-DATE    PIC 9(8).
        05 MAND-REVOKED-DATE       PIC 9(8).
        05 MAND-STATUS             PIC X(1).
           88 MAND-STATUS-ACTIVE   VALUE "A".
           88 MAND-STATUS-REVOKED  VALUE "R".
