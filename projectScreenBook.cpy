      *Watchlist Screening Interface Databook
      *Passed to projWatchlistScreening. The caller fills the name;
      *the module hands back whether the watchlist holds a match and
      *which listed entry hit (name, list source and listed date).
       01 SCREEN-REQUEST.
        05 SCREEN-NAME             PIC X(50).
        05 SCREEN-RESULT           PIC X(1).
           88 SCREEN-MATCHED       VALUE "Y".
           88 SCREEN-CLEAR         VALUE "N".
        05 SCREEN-MATCHED-NAME     PIC X(50).
        05 SCREEN-MATCHED-SOURCE   PIC X(10).
        05 SCREEN-MATCHED-DATE     PIC 9(8).
