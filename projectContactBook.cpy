        05 CONT-POSTAL-CODE        PIC X(8).
        05 CONT-PHONE              PIC X(15).
        05 CONT-EMAIL              PIC X(40).
      *Country of the mailing address (ISO code); spaces for an
      *address in the home country.
        05 CONT-COUNTRY-CODE       PIC X(2).
      *Date the phone or email was last changed on an existing
      *record, the phone and email it replaced, and the date the
      *call centre confirmed the change with the customer on those
      *old details. A change not yet confirmed (changed date later
      *than the callback date) and younger than PARM-ATO-WINDOW-DAYS
      *makes posting hold large debits, payments to beneficiaries
      *registered since the change, and card items on a replacement
      *card issued since the change. Zero dates on records written
      *before these fields existed mean no change on record.
        05 CONT-CHANGED-DATE       PIC 9(8).
        05 CONT-PRIOR-PHONE        PIC X(15).
        05 CONT-PRIOR-EMAIL        PIC X(40).
        05 CONT-CALLBACK-DATE      PIC 9(8).
      *How the customer takes statements: on paper (spaces on
      *records written before the preference existed), by email to
      *CONT-EMAIL, or both. The hint reference tells the email
      *bureau which password hint to print on the protected
      *statement. An email statement the bureau reports as bounced
      *switches the preference back to paper and dates the bounce.
        05 CONT-STMT-DELIVERY      PIC X(1).
           88 CONT-STMT-PAPER      VALUE "P" " ".
           88 CONT-STMT-EMAIL      VALUE "E".
           88 CONT-STMT-BOTH       VALUE "B".
           88 CONT-STMT-VALID      VALUE "P" "E" "B".
        05 CONT-ESTMT-HINT-REF     PIC X(10).
        05 CONT-ESTMT-BOUNCE-DATE  PIC 9(8).
