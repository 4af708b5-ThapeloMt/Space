      *Suspicious-Activity Report Submission Databook
      *Fixed-format file for the financial intelligence unit, in
      *the same header/detail/trailer style as the cash-threshold
      *submission: one detail line per AML case closed as
      *suspicious, carrying the customer particulars, the scenario
      *that raised it and the investigator's narrative.
       01 SAR-RECORD.
        05 SAR-REC-TYPE            PIC X(1).
           88 SAR-HEADER-REC       VALUE "H".
           88 SAR-DETAIL-REC       VALUE "D".
           88 SAR-TRAILER-REC      VALUE "T".
        05 SAR-BODY                PIC X(270).
        05 SAR-HEADER REDEFINES SAR-BODY.
         10 SAR-HDR-DATE           PIC 9(8).
         10 FILLER                 PIC X(262).
        05 SAR-DETAIL REDEFINES SAR-BODY.
         10 SAR-CASE-ID            PIC 9(8).
         10 SAR-ACCOUNT-NUM        PIC 9(10).
         10 SAR-CIF-ID             PIC 9(8).
         10 SAR-CUST-NAME          PIC X(50).
         10 SAR-PHONE              PIC X(15).
         10 SAR-ADDRESS            PIC X(30).
         10 SAR-CITY               PIC X(20).
         10 SAR-SCENARIO           PIC X(8).
         10 SAR-DETECTED-DATE      PIC 9(8).
         10 SAR-AMOUNT             PIC 9(10)V99.
         10 SAR-CLOSED-DATE        PIC 9(8).
         10 SAR-INVESTIGATOR       PIC X(8).
         10 SAR-NARRATIVE          PIC X(60).
         10 SAR-DETAIL-TEXT        PIC X(25).
        05 SAR-TRAILER REDEFINES SAR-BODY.
         10 SAR-TRL-COUNT          PIC 9(7).
         10 SAR-TRL-AMOUNT         PIC 9(12)V99.
         10 FILLER                 PIC X(249).
