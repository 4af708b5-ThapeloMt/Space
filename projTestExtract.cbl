       01 TEST-TRANSACTION-RECORD.
        05 FILLER                 PIC 9(8).
        05 TTRN-TRANS-ID          PIC 9(10).
        05 FILLER                 PIC X(201).

       FD TEST-HISTORY-FILE.
       01 TEST-HISTORY-RECORD.
        05 THIS-HIS-ID            PIC 9(10).
        05 FILLER                 PIC X(86).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
