      *Operator Sign-on Interface Databook
      *Passed to projOperatorSignon. The caller states the role it
      *needs; the sign-on hands back who signed on, their role and
      *whether they are authorized. Required roles: T teller work
      *(teller, senior teller, supervisor, administrator), E senior
      *teller work, B back-office work (back office, supervisor,
      *administrator), S supervisor (supervisor, administrator),
      *X administrator only, R read-only look (any operator,
      *auditor included).
       01 SIGNON-REQUEST.
        05 SIGNON-REQUIRED-ROLE    PIC X(1).
        05 SIGNON-OPERATOR-ID      PIC X(8).
        05 SIGNON-RESULT           PIC X(1).
           88 SIGNON-AUTHORIZED    VALUE "Y".
           88 SIGNON-REFUSED       VALUE "N".
        05 SIGNON-OPERATOR-ROLE    PIC X(1).
