      *Guardian Channel Check Request Databook
      *Passed to projGuardianCheck by posting for a debit on an
      *account. The caller names the account and the channel the
      *debit came through; the module hands back whether the
      *account is a minor's account operated by a guardian and,
      *when it is, whether a guardian authorised that channel.
       01 GUARDIAN-CHECK-REQUEST.
        05 GRDQ-ACCOUNT-NUM        PIC 9(10).
        05 GRDQ-CHANNEL            PIC X(10).
        05 GRDQ-RESULT             PIC X(1).
           88 GRDQ-NO-GUARDIAN     VALUE "M".
           88 GRDQ-AUTHORISED      VALUE "Y".
           88 GRDQ-NOT-AUTHORISED  VALUE "N".
