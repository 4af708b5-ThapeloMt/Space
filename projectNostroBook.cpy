      *Nostro Reconciliation Open-Items Databook
      *Carried from one correspondent statement to the next by
      *projNostroRecon. One control record (the last statement
      *reconciled, with the book and statement balances at that
      *date) followed by every item still unmatched: book-side
      *settlements the correspondent has not yet shown, and
      *statement lines our books cannot account for. Each item keeps
      *its own date, so it is aged afresh on every run.
       01 NOSTRO-ITEM-RECORD.
        05 NOS-REC-TYPE            PIC X(1).
           88 NOS-CONTROL          VALUE "C".
           88 NOS-BOOK-ITEM        VALUE "B".
           88 NOS-STMT-ITEM        VALUE "S".
        05 NOS-ITEM-DETAIL.
         10 NOS-ITEM-DATE          PIC 9(8).
         10 NOS-SOURCE             PIC X(8).
         10 NOS-AMOUNT             PIC S9(12)V99.
         10 NOS-REFERENCE          PIC X(30).
         10 NOS-FIRST-SEEN         PIC 9(8).
        05 NOS-CONTROL-DETAIL REDEFINES NOS-ITEM-DETAIL.
         10 NOS-CTL-STMT-DATE      PIC 9(8).
         10 NOS-CTL-BOOK-BALANCE   PIC S9(12)V99.
         10 NOS-CTL-STMT-BALANCE   PIC S9(12)V99.
         10 FILLER                 PIC X(32).
