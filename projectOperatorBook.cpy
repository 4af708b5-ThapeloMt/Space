      *Operator Master Databook
      *One record per person allowed to run the system. Roles gate
      *the functions: a teller can inquire and enter transactions;
      *a senior teller is a teller trusted with larger amounts; back
      *office works suspense and other processing queues; only a
      *supervisor can adjust counters, approve maintenance, or run
      *restores; the administrator keeps the operator master itself;
      *an auditor may look at everything and change nothing.
       01 OPERATOR-RECORD.
        05 OPER-ID                 PIC X(8).
        05 OPER-NAME               PIC X(30).
        05 OPER-ROLE               PIC X(1).
           88 OPER-ROLE-TELLER     VALUE "T".
           88 OPER-ROLE-SENIOR-TELLER VALUE "E".
           88 OPER-ROLE-SUPERVISOR VALUE "S".
           88 OPER-ROLE-BACK-OFFICE VALUE "B".
           88 OPER-ROLE-AUDITOR    VALUE "A".
           88 OPER-ROLE-ADMIN      VALUE "X".
           88 OPER-ROLE-VALID      VALUE "T" "E" "S" "B" "A" "X".
        05 OPER-PASSWORD           PIC X(8).
      *Keying authority: the largest single amount the operator may
      *enter without a second pair of eyes, by transaction type.
      *A type with no entry of its own falls back to the default
      *limit; anything above the limit is written pending for
      *projApproval. Supervisors and the administrator approve and
      *are not held to a limit.
        05 OPER-DEFAULT-LIMIT      PIC 9(10)V99.
        05 OPER-LIMIT-ENTRY OCCURS 10 TIMES.
         10 OPER-LIMIT-TRAN-TYPE   PIC X(3).
         10 OPER-LIMIT-AMOUNT      PIC 9(10)V99.
      *Sign-on control. Consecutive wrong passwords count up to
      *PARM-SIGNON-MAX-TRIES and then lock the operator; a password
      *older than PARM-PASSWORD-DAYS (or never changed by its owner -
      *date zero) must be changed at sign-on; an operator with no
      *sign-on for PARM-OPER-DORMANT-DAYS is suspended. Locked and
      *suspended operators are released only by an administrator in
      *projOperatorMaintenance. The status date is when the status
      *last changed (created, locked, suspended, reinstated).
        05 OPER-BRANCH-CODE        PIC X(05).
        05 OPER-STATUS             PIC X(1).
           88 OPER-STATUS-ACTIVE   VALUE "A" SPACE.
           88 OPER-STATUS-LOCKED   VALUE "L".
           88 OPER-STATUS-SUSPENDED VALUE "D".
        05 OPER-STATUS-DATE        PIC 9(8).
        05 OPER-FAILED-TRIES       PIC 9(2).
        05 OPER-PASSWORD-DATE      PIC 9(8).
        05 OPER-LAST-SIGNON-DATE   PIC 9(8).
      *Staff banking. The operator's own customer number and up to
      *five declared related customers (spouse, family, household).
      *Entry refuses any item the operator keys onto an account any
      *of these CIFs holds, and the monthly staff-account report
      *lists the accounts they hold. Zero means not a customer.
        05 OPER-CIF-ID             PIC 9(8).
        05 OPER-RELATED-CIF        PIC 9(8) OCCURS 5 TIMES.
