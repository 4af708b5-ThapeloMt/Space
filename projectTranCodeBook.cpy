      *Transaction Code Master Databook
      *One record per TRANS-TYPE the system knows. Posting refuses a
      *code that is not here, or one originated from a channel the
      *code does not allow; the statement and notice narratives, the
      *dormancy activity test and the GL interface selection all
      *come from the same record instead of code lists scattered
      *through the programs.
       01 TRANCODE-RECORD.
        05 TCD-CODE                PIC X(3).
      *Direction the amount must move the account: D debits (zero or
      *negative), C credits (zero or positive), E either way (signed
      *by the item, e.g. REV, TRF, INT), N carries no money.
        05 TCD-DIRECTION           PIC X(1).
           88 TCD-DEBIT            VALUE "D".
           88 TCD-CREDIT           VALUE "C".
           88 TCD-EITHER           VALUE "E".
           88 TCD-NON-MONETARY     VALUE "N".
      *Channels allowed to originate the code (TRANS-CHANNEL values);
      *ANY in the first slot admits every channel.
        05 TCD-CHANNELS.
         10 TCD-CHANNEL            PIC X(10) OCCURS 6 TIMES.
        05 TCD-FEE-ELIGIBLE        PIC X(1).
           88 TCD-FEE-ITEM         VALUE "Y".
      *Y: a posting of this code is customer activity and keeps the
      *account out of dormancy. System postings (interest, fees,
      *tax) do not.
        05 TCD-DORMANCY-ACTIVITY   PIC X(1).
           88 TCD-KEEPS-ACTIVE     VALUE "Y".
      *Y: summarized onto the nightly GL interface. Transfers net
      *inside the customer ledger and non-monetary codes carry no
      *money, so they stay off.
        05 TCD-GL-JOURNAL          PIC X(1).
           88 TCD-TO-GL            VALUE "Y".
      *What the customer reads on a statement or notice line.
        05 TCD-NARRATIVE           PIC X(30).
