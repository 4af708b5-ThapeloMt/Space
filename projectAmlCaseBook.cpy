      *AML Alert Case Databook
      *One record per scenario hit projAmlMonitor raises, keyed by
      *case number (KEYS-ID 15) with the account as an alternate
      *key so a scenario already open on an account is not raised
      *twice. Investigators take and close cases in
      *projAmlCaseReview; a case closed as suspicious is picked up
      *by projAmlSarExtract for the suspicious-activity report and
      *stamped with the date it went out.
       01 AML-CASE-RECORD.
        05 AMLC-CASE-ID            PIC 9(8).
        05 AMLC-ACCOUNT-NUM        PIC 9(10).
        05 AMLC-CIF-ID             PIC 9(8).
        05 AMLC-SCENARIO           PIC X(8).
        05 AMLC-DETECTED-DATE      PIC 9(8).
        05 AMLC-AMOUNT             PIC 9(10)V99.
        05 AMLC-DETAIL             PIC X(50).
        05 AMLC-STATUS             PIC X(1).
           88 AMLC-STATUS-OPEN     VALUE "O".
           88 AMLC-STATUS-WORKING  VALUE "W".
           88 AMLC-STATUS-CLOSED   VALUE "C".
        05 AMLC-INVESTIGATOR       PIC X(8).
      *Disposition on closure: FP false positive, EX explained by
      *the customer's known business, DU duplicate of another case,
      *SU suspicious - reported to the regulator.
        05 AMLC-DISPOSITION        PIC X(2).
           88 AMLC-DISP-FALSE-POSITIVE VALUE "FP".
           88 AMLC-DISP-EXPLAINED  VALUE "EX".
           88 AMLC-DISP-DUPLICATE  VALUE "DU".
           88 AMLC-DISP-SUSPICIOUS VALUE "SU".
           88 AMLC-DISP-VALID      VALUE "FP" "EX" "DU" "SU".
        05 AMLC-NOTES              PIC X(60).
        05 AMLC-CLOSED-DATE        PIC 9(8).
        05 AMLC-SAR-DATE           PIC 9(8).
