      *Product Lookup Interface Databook
      *Passed to projProductLookup with a PRODUCT-RECORD. The caller
      *fills the product code; the module hands back whether the
      *product master holds it and, when it does, the full record.
       01 PRODUCT-REQUEST.
        05 PRDQ-CODE               PIC X(7).
        05 PRDQ-RESULT             PIC X(1).
           88 PRDQ-FOUND           VALUE "Y".
           88 PRDQ-NOT-FOUND       VALUE "N".
