      *Annual interest tax-certificate report
      *Totals each account's interest for a tax year from both the
      *live HISTORY-FILE (INT postings carry the "Interest accrual"
      *memo; SAVINGS bonus interest is its own BNI posting) and the
      *long-term statement archive's interest totals, producing a
      *per-customer certificate print file
      *TAXCERT-YYYY.prt and a summary figure for the revenue
      *authority - no more reconstructing interest by hand from
      *history listings at tax season. The per-account totals are
      *also kept on TAXINT-YYYY.dat for projTaxResidencyExtract.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projTaxCertificate.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT TAX-INTEREST-FILE ASSIGN TO WS-TAXINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       FD TAXCERT-PRINT-FILE.
       01 TAXCERT-PRINT-LINE      PIC X(132).

       FD TAX-INTEREST-FILE.
       COPY projectTaxInterestBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY TransactionHIST.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-TAXCERT-FILENAME    PIC X(30).
       01  WS-TAXINT-FILENAME     PIC X(30).
       01  WS-TAX-YEAR            PIC 9(4).
       01  WS-STMT-PERIOD-YEAR    PIC 9(4).
       01  WS-GRAND-TOTAL         PIC S9(12)V99 VALUE 0.
           STRING "TAXCERT-" WS-TAX-YEAR ".prt" DELIMITED BY SIZE
                  INTO WS-TAXCERT-FILENAME
           PERFORM WRITE-CERTIFICATES
           MOVE SPACES TO WS-TAXINT-FILENAME
           STRING "TAXINT-" WS-TAX-YEAR ".dat" DELIMITED BY SIZE
                  INTO WS-TAXINT-FILENAME
           PERFORM WRITE-INTEREST-TOTALS

           DISPLAY "TAX CERTIFICATES WRITTEN: " WS-TAXCERT-FILENAME
           DISPLAY "CERTIFICATES PRODUCED   : " WS-CERT-COUNT
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF (WS-HIS-MEMO = "Interest accrual" OR
                     WS-HIS-TRANS-TYPE = "BNI") AND
                    WS-HIS-TRANS-YEAR = WS-TAX-YEAR
                    MOVE WS-HIS-ACCOUNT-NUM  TO WS-INT-WORK-ACCT
                    MOVE WS-HIS-TRANS-AMOUNT TO WS-INT-WORK-AMT
           CLOSE TAXCERT-PRINT-FILE.
       EXIT.

      *Every account certified, one record each, for the annual
      *foreign-account report.
       WRITE-INTEREST-TOTALS.

           OPEN OUTPUT TAX-INTEREST-FILE
           PERFORM VARYING WS-INT-IDX FROM 1 BY 1
                   UNTIL WS-INT-IDX > WS-INT-COUNT
             IF WS-INT-TOTAL(WS-INT-IDX) NOT = 0
                MOVE WS-INT-ACCOUNT(WS-INT-IDX) TO TXI-ACCOUNT-NUM
                MOVE WS-TAX-YEAR                TO TXI-TAX-YEAR
                MOVE WS-INT-TOTAL(WS-INT-IDX)   TO TXI-INTEREST
                WRITE TAX-INTEREST-RECORD
             END-IF
           END-PERFORM
           CLOSE TAX-INTEREST-FILE.
       EXIT.

       WRITE-ONE-CERTIFICATE.

           MOVE WS-INT-ACCOUNT(WS-INT-IDX) TO ACCOUNT-NUM
