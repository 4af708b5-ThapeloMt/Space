      *Safe Deposit Box Access Log Databook
      *One record per visit to a rented box, written by the teller
      *who admitted the visitor.
       01 SAFE-BOX-ACCESS-RECORD.
        05 SBA-DATE                PIC 9(8).
        05 SBA-TIME                PIC 9(8).
        05 SBA-BRANCH-CODE         PIC X(05).
        05 SBA-BOX-NUM             PIC 9(5).
        05 SBA-ACCOUNT-NUM         PIC 9(10).
        05 SBA-VISITOR             PIC X(30).
        05 SBA-TELLER-ID           PIC X(8).
