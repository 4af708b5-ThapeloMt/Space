      *Tax-Year Interest Totals Databook
      *One record per account with the interest projTaxCertificate
      *certified for the tax year (net of withholding), written
      *alongside the certificates as TAXINT-yyyy.dat so the annual
      *foreign-account report quotes the same figure the customer
      *was given.
       01 TAX-INTEREST-RECORD.
        05 TXI-ACCOUNT-NUM         PIC 9(10).
        05 TXI-TAX-YEAR            PIC 9(4).
        05 TXI-INTEREST            PIC S9(10)V99.
