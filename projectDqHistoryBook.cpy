      *Data-Quality Scorecard History Databook
      *One record per branch per month with the counts behind that
      *month's data-quality score, kept so the next month's
      *scorecard can show each branch's trend. Records checked are
      *the branch's accounts plus the customers attributed to it
      *through their first account.
       01 DQ-HISTORY-RECORD.
        05 DQH-KEY.
         10 DQH-PERIOD             PIC 9(6).
         10 DQH-BRANCH-CODE        PIC X(5).
        05 DQH-RECORDS-CHECKED     PIC 9(7).
        05 DQH-RECORDS-CLEAN       PIC 9(7).
        05 DQH-SCORE-PCT           PIC 9(3)V9.
        05 DQH-NO-CIF-COUNT        PIC 9(5).
        05 DQH-NO-CONTACT-COUNT    PIC 9(5).
        05 DQH-BAD-EMAIL-COUNT     PIC 9(5).
        05 DQH-BAD-PHONE-COUNT     PIC 9(5).
        05 DQH-NO-POSTCODE-COUNT   PIC 9(5).
        05 DQH-BAD-BRANCH-COUNT    PIC 9(5).
        05 DQH-CLOSED-OWNER-COUNT  PIC 9(5).
