      *Data-Quality Worklist Databook
      *One line per defect the monthly data-quality run finds,
      *grouped by branch, naming the record at fault, what is
      *wrong with it and the maintenance program the branch uses
      *to put it right. Written afresh each month as
      *DQWORK-yyyymm.dat.
       01 DQ-WORK-RECORD.
        05 DQW-BRANCH-CODE         PIC X(5).
        05 DQW-ACCOUNT-NUM         PIC 9(10).
        05 DQW-CIF-ID              PIC 9(8).
        05 DQW-ISSUE               PIC X(8).
           88 DQW-NO-CIF           VALUE "NOCIF".
           88 DQW-NO-CONTACT       VALUE "NOCONT".
           88 DQW-BAD-EMAIL        VALUE "EMAIL".
           88 DQW-BAD-PHONE        VALUE "PHONE".
           88 DQW-NO-POSTCODE      VALUE "POSTCODE".
           88 DQW-BAD-BRANCH       VALUE "BRANCH".
           88 DQW-CLOSED-OWNER     VALUE "CLOSEDOW".
        05 DQW-DETAIL              PIC X(40).
        05 DQW-FIX-PROGRAM         PIC X(25).
        05 DQW-STATUS              PIC X(1).
           88 DQW-STATUS-OPEN      VALUE "O".
