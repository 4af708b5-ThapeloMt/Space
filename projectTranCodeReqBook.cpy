      *Transaction Code Lookup Request Databook
      *Passed to projTranCodeLookup with a TRANCODE-RECORD. Mode P
      *(posting) also proves TCDQ-CHANNEL against the code's allowed
      *channels; mode L only fetches the record for its narrative
      *and flags.
       01 TRANCODE-REQUEST.
        05 TCDQ-CODE               PIC X(3).
        05 TCDQ-CHANNEL            PIC X(10).
        05 TCDQ-MODE               PIC X(1).
           88 TCDQ-MODE-POSTING    VALUE "P".
           88 TCDQ-MODE-LOOKUP     VALUE "L".
        05 TCDQ-RESULT             PIC X(1).
           88 TCDQ-FOUND           VALUE "Y".
           88 TCDQ-NOT-FOUND       VALUE "N".
           88 TCDQ-CHANNEL-REFUSED VALUE "C".
