      *GL Posting Rule Lookup Request Databook
      *Passed to projGlRuleLookup with a GLRULE-RECORD and a
      *GLACCT-RECORD. Mode R resolves the rule for GLRQ-ACCT-TYPE,
      *GLRQ-TRANS-TYPE and GLRQ-BRANCH, most specific first: the
      *exact combination, then any branch, then any account type at
      *the branch, then any account type at any branch. Mode A
      *fetches the chart-of-accounts entry for GLRQ-ACCOUNT.
       01 GLRULE-REQUEST.
        05 GLRQ-ACCT-TYPE          PIC X(7).
        05 GLRQ-TRANS-TYPE         PIC X(3).
        05 GLRQ-BRANCH             PIC X(5).
        05 GLRQ-ACCOUNT            PIC X(8).
        05 GLRQ-MODE               PIC X(1).
           88 GLRQ-MODE-RULE       VALUE "R".
           88 GLRQ-MODE-ACCOUNT    VALUE "A".
        05 GLRQ-RESULT             PIC X(1).
           88 GLRQ-FOUND           VALUE "Y".
           88 GLRQ-NOT-FOUND       VALUE "N".
