           88 LAPP-STATUS-ASSESSED VALUE "R".
           88 LAPP-STATUS-DECLINED VALUE "X".
           88 LAPP-STATUS-FUNDED   VALUE "F".
      *Variable applications are priced at prime plus the margin;
      *LAPP-RATE is then re-priced off the prime in force on the day
      *the loan is funded.
        05 LAPP-RATE-TYPE          PIC X(1).
           88 LAPP-RATE-FIXED      VALUE "F".
           88 LAPP-RATE-VARIABLE   VALUE "V".
        05 LAPP-PRIME-MARGIN       PIC S9(2)V9(4).
