        05 HIS-REF-ID              PIC 9(10).
        05 HIS-MEMO                PIC X(30).
        05 HIS-CHANNEL             PIC X(10).
      *TRANS-TYPE of the posting, for the statement narrative and the
      *dormancy activity test. Spaces on rows written before it was
      *carried.
        05 HIS-TRANS-TYPE          PIC X(3).
