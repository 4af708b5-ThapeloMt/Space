      *FX Net Open Position Databook
      *Written afresh every day by projFxPositionReport: one record
      *per foreign currency held, then one for "ALL" with the
      *aggregate position. The net position is what customers owe
      *the bank in the currency less what the bank owes them, so a
      *negative figure is a short position. FXP-BREACH is set when
      *the position in base-currency terms is beyond the limit on
      *projectFxLimits.dat, and to R when the currency has no rate
      *captured, so its position cannot be measured against the
      *limit; projOpsDashboard lists both.
       01 FX-POSITION-RECORD.
        05 FXP-RUN-DATE            PIC 9(8).
        05 FXP-CURRENCY-CODE       PIC X(3).
        05 FXP-NET-FOREIGN         PIC S9(13)V99.
        05 FXP-RATE                PIC 9(4)V9(6).
        05 FXP-NET-LOCAL           PIC S9(13)V99.
        05 FXP-LIMIT               PIC 9(12)V99.
        05 FXP-LIMIT-SET           PIC X(1).
        05 FXP-BREACH              PIC X(1).
           88 FXP-IN-BREACH        VALUE "Y".
           88 FXP-NO-RATE          VALUE "R".
