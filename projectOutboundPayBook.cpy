      *Outbound Interbank Payment Databook
      *One record per XPT payment to another bank, queued by posting
      *when the customer is debited and the clearing control account
      *credited. The end-of-day clearing step writes the queued ones
      *to the outbound clearing file and marks them sent under that
      *file's date and sequence; a return matched back from the
      *returns feed marks the payment returned.
       01 OUTBOUND-PAY-RECORD.
        05 OPAY-TRANS-ID           PIC 9(10).
        05 OPAY-ACCOUNT-NUM        PIC 9(10).
        05 OPAY-BEN-REF            PIC 9(10).
        05 OPAY-BANK-CODE          PIC X(11).
        05 OPAY-EXT-ACCOUNT        PIC X(20).
        05 OPAY-BEN-NAME           PIC X(50).
        05 OPAY-AMOUNT             PIC 9(8)V99.
        05 OPAY-CURRENCY-CODE      PIC X(3).
        05 OPAY-VALUE-DATE         PIC 9(8).
        05 OPAY-REFERENCE          PIC X(30).
        05 OPAY-STATUS             PIC X(1).
           88 OPAY-QUEUED          VALUE "P".
           88 OPAY-SENT            VALUE "S".
           88 OPAY-RETURNED        VALUE "R".
        05 OPAY-FILE-DATE          PIC 9(8).
        05 OPAY-FILE-SEQ           PIC 9(6).
        05 OPAY-RETURN-DATE        PIC 9(8).
