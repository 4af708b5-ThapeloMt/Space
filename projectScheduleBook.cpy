      *Batch Schedule Databook
      *One record per schedulable batch step: the order it runs in,
      *the program it calls, how often it falls due (daily, weekly
      *on a given day, on the month's last business day, on the
      *last business day of a calendar quarter, or on the year's
      *last business day), and an
      *optional dependency on an earlier step's success the same
      *run. projScheduler executes whatever is due on the business
      *date so nobody has to remember which batches run on which
           88 SCH-FREQ-DAILY       VALUE "D".
           88 SCH-FREQ-WEEKLY      VALUE "W".
           88 SCH-FREQ-MONTH-END   VALUE "M".
           88 SCH-FREQ-QUARTER-END VALUE "Q".
           88 SCH-FREQ-YEAR-END    VALUE "Y".
      *Day of week a weekly step runs (1=Monday .. 5=Friday, the
      *CalculateDayOfWeek numbering with 0=Sunday).
        05 SCH-DAY-OF-WEEK         PIC 9(1).
