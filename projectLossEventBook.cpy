      *Operational Loss Event Databook
      *One record per operational loss event, keyed by an event
      *number from KEYS-ID 16. Teller drawer shortages, ATM
      *settlement shortages, upheld dispute write-offs, fraud
      *losses and loan charge-offs are registered automatically by
      *the process that books them, through projLossEventWriter;
      *events found outside the system are captured in
      *projLossEventCapture, which also records recoveries against
      *any event. LEV-ORIGIN-KEY names the originating process and
      *its transaction, case or account reference, so a process
      *that runs twice does not register the same loss twice.
       01 LOSS-EVENT-RECORD.
        05 LEV-EVENT-ID            PIC 9(8).
        05 LEV-ORIGIN-KEY.
         10 LEV-SOURCE             PIC X(8).
           88 LEV-SOURCE-MANUAL    VALUE "MANUAL".
         10 LEV-ORIGIN-REF         PIC X(20).
        05 LEV-CATEGORY            PIC X(4).
           88 LEV-CAT-TELLER-CASH  VALUE "TELL".
           88 LEV-CAT-ATM-CASH     VALUE "ATMS".
           88 LEV-CAT-DISPUTE      VALUE "DISP".
           88 LEV-CAT-FRAUD        VALUE "FRAU".
           88 LEV-CAT-CHARGE-OFF   VALUE "CHGO".
           88 LEV-CAT-OTHER        VALUE "OTHR".
           88 LEV-CAT-VALID        VALUE "TELL" "ATMS" "DISP"
                                         "FRAU" "CHGO" "OTHR".
        05 LEV-BRANCH-CODE         PIC X(05).
        05 LEV-ACCOUNT-NUM         PIC 9(10).
        05 LEV-EVENT-DATE          PIC 9(8).
        05 LEV-GROSS-LOSS          PIC 9(10)V99.
        05 LEV-RECOVERY            PIC 9(10)V99.
        05 LEV-RECOVERY-DATE       PIC 9(8).
        05 LEV-DESCRIPTION         PIC X(40).
        05 LEV-CAPTURED-BY         PIC X(8).
