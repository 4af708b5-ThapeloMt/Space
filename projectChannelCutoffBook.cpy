      *Channel Cut-off Databook
      *The time of day after which an item taken on a channel is
      *value next business day under our terms. One record per
      *TRANS-CHANNEL. A channel with no record (SYSTEM, for one), or
      *whose record is suspended, has no cut-off and its items keep
      *the value date they were given.
       01 CHANNEL-CUTOFF-RECORD.
        05 CUT-CHANNEL             PIC X(10).
      *HHMM on the 24-hour clock; an item captured at or after it
      *rolls to the next business day.
        05 CUT-TIME                PIC 9(4).
        05 CUT-TIME-PARTS REDEFINES CUT-TIME.
         10 CUT-HOUR               PIC 9(2).
         10 CUT-MINUTE             PIC 9(2).
      *A = in force, I = suspended.
        05 CUT-STATUS              PIC X(1).
           88 CUT-ACTIVE           VALUE "A".
           88 CUT-SUSPENDED        VALUE "I".
        05 CUT-DESCRIPTION         PIC X(30).
        05 CUT-AMENDED-DATE        PIC 9(8).
        05 CUT-AMENDED-BY          PIC X(8).
        05 FILLER                  PIC X(19).
