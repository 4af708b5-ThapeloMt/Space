      *Debit Card Register Databook
      *One record per card issued against a CUSTOMER-FILE account,
      *keyed by the card number with an alternate path by account.
      *Posting checks ATM and POS items against the register so a
      *reported-lost card can be blocked here and its withdrawals
      *stop at the next run instead of after the money is gone.
      *An expiry of zero never expires.
      *The daily limits cap what ATM and POS items may take from the
      *account through this card in one business date, and how many
      *card items it may put through; zero leaves that limit off.
      *A renewal or replacement card carries the card it replaces
      *and why it was issued; the card it replaced carries the new
      *number. A renewal is issued pending and the old card stays
      *active until the new one is activated, when the old one is
      *marked replaced.
       01 CARD-RECORD.
        05 CARD-NUMBER             PIC 9(16).
        05 CARD-ACCOUNT-NUM        PIC 9(10).
        05 CARD-STATUS             PIC X(1).
           88 CARD-STATUS-ACTIVE   VALUE "A".
           88 CARD-STATUS-BLOCKED  VALUE "B".
           88 CARD-STATUS-PENDING  VALUE "P".
           88 CARD-STATUS-REPLACED VALUE "R".
        05 CARD-ISSUE-DATE         PIC 9(8).
        05 CARD-EXPIRY-DATE        PIC 9(8).
        05 CARD-ATM-DAILY-LIMIT    PIC 9(7)V99.
        05 CARD-POS-DAILY-LIMIT    PIC 9(7)V99.
        05 CARD-DAILY-COUNT-LIMIT  PIC 9(3).
        05 CARD-REPLACES-NUM       PIC 9(16).
        05 CARD-REPLACED-BY-NUM    PIC 9(16).
        05 CARD-ISSUE-REASON       PIC X(1).
           88 CARD-ISSUED-NEW      VALUE " " "I".
           88 CARD-ISSUED-RENEWAL  VALUE "N".
           88 CARD-ISSUED-LOST     VALUE "L".
           88 CARD-ISSUED-STOLEN   VALUE "S".
