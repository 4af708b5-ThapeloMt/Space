      *Direct-Debit Unpaids Databook
      *One record per third-party collection posting refused for
      *want of a mandate, written for return to the originator on
      *the outbound unpaids file and summarised by creditor each
      *month. UNP-REASON-CODE is what goes back to the creditor:
      *  NOMD no mandate held for the creditor and reference
      *  RVKD mandate revoked by the customer
      *  NIFD mandate not in force on the collection date
      *  EXMD amount over the mandated maximum
       01 DD-UNPAID-RECORD.
        05 UNP-RETURN-DATE         PIC 9(8).
        05 UNP-TRANS-ID            PIC 9(10).
        05 UNP-ACCOUNT-NUM         PIC 9(10).
        05 UNP-TRANS-DATE          PIC 9(8).
        05 UNP-AMOUNT              PIC S9(6)V99.
        05 UNP-CREDITOR-ID         PIC X(12).
        05 UNP-CREDITOR-REF        PIC X(18).
        05 UNP-BATCH-ID            PIC X(10).
        05 UNP-REASON-CODE         PIC X(4).
        05 UNP-REASON              PIC X(40).
