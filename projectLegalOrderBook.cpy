      *order reference, the total to be recovered, where the money
      *must be paid (the designated legal-orders beneficiary
      *account), and how much has been remitted so far. The posting
      *run pays the garnisheed account's balance to the beneficiary
      *account ahead of its other debits, and sweeps later credits
      *there too, until the order is satisfied; the register
      *survives restarts because the running remitted amount lives
      *here, not in working storage.
       01 LEGAL-ORDER-RECORD.
        05 LGL-ORDER-REF           PIC X(10).
        05 LGL-ACCOUNT-NUM         PIC 9(10).
