      *Debit Priority Databook
      *The order in which an account's debits for the night are
      *paid when the account cannot cover them all. One record per
      *transaction type and channel, optionally narrowed to one
      *batch id (standing orders, for instance, post as SYSTEM WIT
      *items under batch STANDING). Posting pays an account's
      *debits lowest rank first, so the items that fail for funds
      *are the lower-priority ones; a debit no record matches ranks
      *99. The most specific matching record wins.
       01 DEBIT-PRIORITY-RECORD.
        05 DPRI-KEY.
         10 DPRI-TRANS-TYPE        PIC X(3).
      *A TRANS-CHANNEL value, or ANY for every channel.
         10 DPRI-CHANNEL           PIC X(10).
      *A TRANS-BATCH-ID value, or spaces for every batch.
         10 DPRI-BATCH-ID          PIC X(10).
        05 DPRI-RANK               PIC 9(2).
        05 DPRI-DESCRIPTION        PIC X(30).
