      *Savings Passbook Databook
      *One record per SAVINGS account with a passbook, keyed by
      *account. projPassbookPrint prints only history rows with a
      *HIS-ID above PSB-LAST-HIS-ID, carrying the balance on from
      *the last line printed, and resumes on the page and line the
      *book was left at. A lost book is reissued (issue number up
      *one) from a date the customer chooses, with the balance
      *brought forward to that date.
       01 PASSBOOK-RECORD.
        05 PSB-ACCOUNT-NUM         PIC 9(10).
        05 PSB-ISSUE-NUM           PIC 9(2).
        05 PSB-ISSUE-DATE          PIC 9(8).
        05 PSB-LAST-HIS-ID         PIC 9(10).
        05 PSB-LAST-PRINT-DATE     PIC 9(8).
      *Where the next line goes: page of the book and line on it.
        05 PSB-PAGE-NUM            PIC 9(3).
        05 PSB-LINE-NUM            PIC 9(2).
        05 PSB-PRINTED-BALANCE     PIC S9(10)V99.
