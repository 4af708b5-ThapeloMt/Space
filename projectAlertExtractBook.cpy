      *One record per alert raised by posting, appended to the
      *extract the messaging bureau collects same-day: the account,
      *what tripped (LOW BALANCE or LARGE DEBIT), the amount and
      *balance at the time, the subscriber's contact reference, and
      *the customer-facing narrative of the posting that tripped it.
       01 ALERT-EXTRACT-RECORD.
        05 ALERT-DATE              PIC 9(8).
        05 ALERT-ACCOUNT-NUM       PIC 9(10).
        05 ALERT-TRANS-AMOUNT      PIC S9(8)V99.
        05 ALERT-BALANCE           PIC S9(8)V99.
        05 ALERT-CONTACT-REF       PIC X(40).
        05 ALERT-NARRATIVE         PIC X(30).
