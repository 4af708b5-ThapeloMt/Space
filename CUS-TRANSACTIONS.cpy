        05 WS-HASH-TOTAL          PIC S9(9)V99.
        05 WS-TRANS-REF-ID        PIC 9(10).
        05 WS-TRANS-NEW-NAME      PIC X(50).
        05 WS-TRANS-CARD-DETAIL REDEFINES WS-TRANS-NEW-NAME.
         10 WS-TRANS-CARD-NUM     PIC 9(16).
         10 WS-TRANS-CARD-MCC     PIC X(4).
         10 FILLER                PIC X(30).
        05 WS-TRANS-DD-DETAIL REDEFINES WS-TRANS-NEW-NAME.
         10 WS-TRANS-DD-CREDITOR-ID  PIC X(12).
         10 WS-TRANS-DD-CREDITOR-REF PIC X(18).
         10 FILLER                   PIC X(20).
        05 WS-TRANS-BATCH-ID      PIC X(10).
        05 WS-TRANS-MEMO          PIC X(30).
        05 WS-TRANS-CHANNEL       PIC X(10).
        05 WS-TRANS-CURRENCY-CODE  PIC X(3).
        05 WS-TRANS-CHEQUE-NUM     PIC 9(8).
        05 WS-TRANS-VALUE-DATE     PIC 9(8).
        05 WS-TRANS-CAPTURE-DATE   PIC 9(8).
        05 WS-TRANS-CAPTURE-TIME   PIC 9(8).
        05 WS-TRANS-CUTOFF-FLAG    PIC X(1).
