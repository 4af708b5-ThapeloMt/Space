      *Onboarding-Feed Register Databook
      *One record per onboarding file loaded, identified by the
      *file date and sequence on its header, so the same file
      *cannot be loaded twice and open every applicant again.
       01 ONBOARD-REGISTER-RECORD.
        05 ONBG-FILE-DATE          PIC 9(8).
        05 ONBG-FILE-SEQ           PIC 9(3).
        05 ONBG-LOAD-DATE          PIC 9(8).
        05 ONBG-LOAD-TIME          PIC 9(8).
        05 ONBG-RECORD-COUNT       PIC 9(7).
        05 ONBG-OPENED-COUNT       PIC 9(7).
        05 ONBG-HELD-COUNT         PIC 9(7).
        05 ONBG-REJECT-COUNT       PIC 9(7).
