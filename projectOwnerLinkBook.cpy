      *field on the customer record remains the primary holder for
      *programs that predate joint ownership, and this file carries
      *the full picture. OWN-ROLE distinguishes the primary holder
      *from joint holders; a guardian operates a minor's account
      *without holding it.
       01 OWNER-LINK-RECORD.
        05 OWN-KEY.
         10 OWN-ACCOUNT-NUM        PIC 9(10).
        05 OWN-ROLE                PIC X(1).
           88 OWN-ROLE-PRIMARY     VALUE "P".
           88 OWN-ROLE-JOINT       VALUE "J".
           88 OWN-ROLE-GUARDIAN    VALUE "G".
        05 OWN-ADDED-DATE          PIC 9(8).
      *On a guardian link, the channel the guardian authorised for
      *withdrawals from the minor's account (ALL = any channel).
      *Posting refuses a debit on the account through any other.
      *Spaces on holder links.
        05 OWN-AUTH-CHANNEL        PIC X(10).
