        05 HASH-TOTALS         PIC S9(9)V99.
        05 TRANS-REF-ID        PIC 9(10).
        05 TRANS-NEW-NAME      PIC X(50).
      *Card-channel items (ATM, POS) carry the card that presented
      *them in the name field, which only OPN and NAM use. Zero or
      *spaces means the feeder did not say which card. Purchases
      *from the card-scheme clearing file also carry the merchant
      *category code, which the spending report classifies by.
        05 TRANS-CARD-DETAIL REDEFINES TRANS-NEW-NAME.
         10 TRANS-CARD-NUM     PIC 9(16).
         10 TRANS-CARD-MCC     PIC X(4).
         10 FILLER             PIC X(30).
      *Third-party collections sent in on the transaction feed carry
      *the originator's creditor id and the customer's reference with
      *that creditor, which posting matches to the mandate register.
        05 TRANS-DD-DETAIL REDEFINES TRANS-NEW-NAME.
         10 TRANS-DD-CREDITOR-ID  PIC X(12).
         10 TRANS-DD-CREDITOR-REF PIC X(18).
         10 FILLER                PIC X(20).
      *A cheque deposited from another bank (CDP) carries the bank
      *and account it is drawn on, which the outward clearing file
      *sends to the clearing house for presentment.
        05 TRANS-CDP-DETAIL REDEFINES TRANS-NEW-NAME.
         10 TRANS-CDP-DRAWEE-BANK    PIC X(11).
         10 TRANS-CDP-DRAWEE-ACCOUNT PIC X(20).
         10 FILLER                   PIC X(19).
        05 TRANS-BATCH-ID      PIC X(10).
        05 TRANS-MEMO          PIC X(30).
        05 TRANS-CHANNEL       PIC X(10).
           88 TRANS-STATUS-FUTURE   VALUE "F".
      *Contra account for two-legged TRF transfers - TRANS-AMOUNT is
      *the signed movement on TRANS-ACCOUNT-NUM, the contra account
      *receives the opposite leg. An XPT payment to another bank
      *carries the paying account's external beneficiary number
      *here instead. Zero on every other type.
        05 TRANS-CONTRA-ACCOUNT PIC 9(10).
      *Currency of the transaction amount. Spaces mean the account's
      *own currency; a stated currency that differs from the account
      *is rejected to suspense by posting.
        05 TRANS-CURRENCY-CODE PIC X(3).
      *Cheque number a CHQ presentment carries, the leaf an STP
      *instruction stops, or the number of the other bank's cheque a
      *CDP deposits; zero on every other type. Posting rejects
      *stopped or already-paid cheques.
        05 TRANS-CHEQUE-NUM    PIC 9(8).
      *Value date the money is good from. Posting writes history
      *under this date and a backdated item (value date before the
      *business date) triggers an interest adjustment for the span.
        05 TRANS-VALUE-DATE    PIC 9(8).
      *When the item was captured: the clock date and time (HHMMSShh)
      *the entry program or loader took it, or the time a feed row
      *says the channel took it. Posting-generated items carry the
      *time they were written. An item captured after its channel's
      *cut-off (projectChannelCutoffBook) is given the next business
      *day as its value date and flagged R, so posting warehouses it
      *and the daily cut-off report lists it.
        05 TRANS-CAPTURE-DATE  PIC 9(8).
        05 TRANS-CAPTURE-TIME  PIC 9(8).
        05 TRANS-CAPTURE-TIME-PARTS REDEFINES TRANS-CAPTURE-TIME.
         10 TRANS-CAPTURE-HHMM PIC 9(4).
         10 FILLER             PIC 9(4).
        05 TRANS-CUTOFF-FLAG   PIC X(1).
           88 TRANS-CUTOFF-ROLLED   VALUE "R".
