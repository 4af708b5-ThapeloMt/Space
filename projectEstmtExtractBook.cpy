      *E-Statement Bureau Extract Databook
      *Written by projStatementCycle to ESTMT-<cycle date>.dat for
      *the email bureau, one set per customer taking statements by
      *email: an H record naming the account, the address to send
      *to and the password hint reference, then one L record per
      *statement line exactly as it would have printed, and a
      *single T record at the end of the file with the counts. The
      *bounce-back import reprints a bounced statement from the L
      *records of its cycle.
       01 ESTMT-EXTRACT-RECORD.
        05 ESX-RECORD-TYPE         PIC X(1).
           88 ESX-HEADER           VALUE "H".
           88 ESX-LINE             VALUE "L".
           88 ESX-TRAILER          VALUE "T".
        05 ESX-ACCOUNT-NUM         PIC 9(10).
        05 ESX-CYCLE-DATE          PIC 9(8).
        05 ESX-BODY                PIC X(132).
        05 ESX-HEADER-BODY REDEFINES ESX-BODY.
         10 ESX-EMAIL              PIC X(40).
         10 ESX-HINT-REF           PIC X(10).
         10 ESX-CUSTOMER-NAME      PIC X(50).
         10 ESX-PERIOD-FROM        PIC 9(8).
         10 ESX-DELIVERY           PIC X(1).
         10 FILLER                 PIC X(23).
        05 ESX-TRAILER-BODY REDEFINES ESX-BODY.
         10 ESX-STMT-COUNT         PIC 9(7).
         10 ESX-LINE-COUNT         PIC 9(9).
         10 FILLER                 PIC X(116).
