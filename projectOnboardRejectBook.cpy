      *Onboarding-Feed Reject Databook
      *One record per applicant on the digital onboarding file that
      *failed the loader's edit checks, with the first reason found.
      *Written afresh for each run as ONBREJ-yyyymmdd.dat for the
      *onboarding team to correct with the applicant and resubmit.
       01 ONBOARD-REJECT-RECORD.
        05 ONBR-APP-REF            PIC 9(10).
        05 ONBR-NAME               PIC X(50).
        05 ONBR-PRODUCT            PIC X(7).
        05 ONBR-BRANCH-CODE        PIC X(5).
        05 ONBR-REASON             PIC X(40).
