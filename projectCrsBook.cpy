      *Foreign Account Tax Reporting Submission Databook
      *Annual reportable-account file in the revenue service's
      *fixed layout, in the same header/detail/trailer style as the
      *cash-threshold submission: a header with the tax year and
      *reporting country, one detail line per reportable customer
      *per account they hold carrying the customer's residencies
      *and TINs, the account's year-end balance and the year's
      *interest, and a trailer with control totals. Amounts carry
      *a separate sign byte; the trailer totals add them up
      *regardless of sign.
       01 CRS-RECORD.
        05 CRS-REC-TYPE            PIC X(1).
           88 CRS-HEADER-REC       VALUE "H".
           88 CRS-DETAIL-REC       VALUE "D".
           88 CRS-TRAILER-REC      VALUE "T".
        05 CRS-BODY                PIC X(250).
        05 CRS-HEADER REDEFINES CRS-BODY.
         10 CRS-HDR-TAX-YEAR       PIC 9(4).
         10 CRS-HDR-RUN-DATE       PIC 9(8).
         10 CRS-HDR-COUNTRY        PIC X(2).
         10 CRS-HDR-BANK-NAME      PIC X(20).
         10 FILLER                 PIC X(216).
        05 CRS-DETAIL REDEFINES CRS-BODY.
         10 CRS-CIF-ID             PIC 9(8).
         10 CRS-CUST-NAME          PIC X(50).
         10 CRS-CUST-TYPE          PIC X(1).
         10 CRS-BIRTH-DATE         PIC 9(8).
         10 CRS-RESIDENCY OCCURS 3 TIMES.
          15 CRS-RES-COUNTRY       PIC X(2).
          15 CRS-RES-TIN           PIC X(20).
      *D = documented by self-certification, U = undocumented
      *(reported on the strength of indicia alone).
         10 CRS-DOC-STATUS         PIC X(1).
         10 CRS-SELF-CERT-DATE     PIC 9(8).
         10 CRS-ADDRESS            PIC X(30).
         10 CRS-CITY               PIC X(20).
         10 CRS-ADDR-COUNTRY       PIC X(2).
         10 CRS-ACCOUNT-NUM        PIC 9(10).
         10 CRS-ACCOUNT-TYPE       PIC X(7).
         10 CRS-CURRENCY           PIC X(3).
         10 CRS-ACCOUNT-CLOSED     PIC X(1).
         10 CRS-BALANCE-SIGN       PIC X(1).
         10 CRS-BALANCE            PIC 9(10)V99.
         10 CRS-INTEREST-SIGN      PIC X(1).
         10 CRS-INTEREST           PIC 9(10)V99.
         10 FILLER                 PIC X(9).
        05 CRS-TRAILER REDEFINES CRS-BODY.
         10 CRS-TRL-CIF-COUNT      PIC 9(7).
         10 CRS-TRL-DETAIL-COUNT   PIC 9(7).
         10 CRS-TRL-BALANCE        PIC 9(14)V99.
         10 CRS-TRL-INTEREST       PIC 9(12)V99.
         10 FILLER                 PIC X(206).
