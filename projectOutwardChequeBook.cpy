      *Outward Clearing Cheque Register Databook
      *One record per cheque deposited with us (CDP) that is drawn on
      *another bank, written when the end-of-day outward clearing
      *step sends it to the clearing house, keyed by the TRANS-ID of
      *the deposit. The record says which outward file and item
      *carried it; when the clearing house sends it back unpaid the
      *inward clearing loader marks it returned, with the reason and
      *the TRANS-ID of the REV that took the deposit back off the
      *customer, so it is never reversed twice.
       01 OUTWARD-CHEQUE-RECORD.
        05 OCHQ-TRANS-ID           PIC 9(10).
        05 OCHQ-ACCOUNT-NUM        PIC 9(10).
        05 OCHQ-CHEQUE-NUM         PIC 9(8).
        05 OCHQ-DRAWEE-BANK        PIC X(11).
        05 OCHQ-DRAWEE-ACCOUNT     PIC X(20).
        05 OCHQ-AMOUNT             PIC 9(8)V99.
        05 OCHQ-DEPOSIT-DATE       PIC 9(8).
        05 OCHQ-BATCH-ID           PIC X(10).
        05 OCHQ-STATUS             PIC X(1).
           88 OCHQ-SENT            VALUE "S".
           88 OCHQ-RETURNED        VALUE "R".
        05 OCHQ-FILE-DATE          PIC 9(8).
        05 OCHQ-FILE-SEQ           PIC 9(6).
        05 OCHQ-ITEM-SEQ           PIC 9(6).
        05 OCHQ-RETURN-DATE        PIC 9(8).
        05 OCHQ-RETURN-REASON      PIC X(30).
        05 OCHQ-REVERSAL-ID        PIC 9(10).
