      *GL Posting Rule Databook
      *One record per account type, transaction type and branch
      *combination the GL interface journals, giving the debit and
      *credit GL accounts. An asterisk in the account type or branch
      *makes the rule apply to every value not given a rule of its
      *own. The rule is written for the code's usual movement; the
      *customer side says which of the two accounts carries the
      *customer balances (D or C), so a day that nets the other way
      *is journalled with the sides reversed. N marks a rule with no
      *customer side, such as the inter-branch due-to/due-from pair.
       01 GLRULE-RECORD.
        05 GLR-KEY.
         10 GLR-ACCT-TYPE          PIC X(7).
         10 GLR-TRANS-TYPE         PIC X(3).
         10 GLR-BRANCH             PIC X(5).
        05 GLR-RULE-NUM            PIC 9(4).
        05 GLR-DR-ACCOUNT          PIC X(8).
        05 GLR-CR-ACCOUNT          PIC X(8).
        05 GLR-CUST-SIDE           PIC X(1).
           88 GLR-CUST-ON-DR       VALUE "D".
           88 GLR-CUST-ON-CR       VALUE "C".
           88 GLR-CUST-NONE        VALUE "N".
