      *Screening Review Queue Databook
      *One record per potential watchlist match parked by onboarding
      *(projCifMaintenance), the customer bulk load, the digital
      *onboarding feed (projOnboardLoader), posting's name handling,
      *or the full-book re-screen after a watchlist update
      *(projWatchlistRescreen). Nothing a hit touched takes effect
      *until a supervisor decides the item in projScreeningReview.
      *SCRQ-LIST-SOURCE and SCRQ-LIST-DATE identify the watchlist
      *entry that triggered the hit, alongside its listed name.
       01 SCREEN-QUEUE-RECORD.
        05 SCRQ-DATE               PIC 9(8).
        05 SCRQ-SOURCE             PIC X(12).
           88 SCRQ-STATUS-OPEN     VALUE "O".
           88 SCRQ-STATUS-CLEARED  VALUE "C".
           88 SCRQ-STATUS-BLOCKED  VALUE "B".
        05 SCRQ-LIST-SOURCE        PIC X(10).
        05 SCRQ-LIST-DATE          PIC 9(8).
