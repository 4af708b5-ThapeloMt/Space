      *Account type conversion module
      *Called with a CONVERSION-REQUEST by projAccountConversion and
      *projMinorMajority, so a product change is made one way
      *whoever asks for it. The account must be active and the new
      *type a product on the product master that is open for sale
      *and not the one already held. ACCOUNT-TYPE is then changed
      *in place and the rewrite journalled: the new type's rate band
      *applies from the next daily accrual and its fee schedule from
      *the next assessment (both key off ACCOUNT-TYPE). A
      *LOAN-TERMS-RECORD is created when the account becomes a LOAN
      *and retired as settled when it stops being one, a posted
      *zero-amount CNV marker transaction shows on the statement
      *exactly when the terms changed, and the conversion is
      *audited under the calling program and operator.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projConversionApply.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       SELECT LOAN-TERMS-FILE ASSIGN TO 'projectLoanTerms.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS1.

       SELECT TRANSACTION-FILE ASSIGN TO 'projectTRANSACTIONFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS2.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS3.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectAuditDataBook.
       COPY projectProductReqBook.
       COPY projectProductBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-TRANS-ID-COUNTER    PIC 9(10) VALUE 1.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-OLD-TYPE            PIC X(7).
       01  WS-NEW-TYPE            PIC X(7).
       01  WS-PRINCIPAL           PIC 9(8)V99.
       01  WS-ENTRY-TERM          PIC 9(3).
       01  WS-MONTHLY-RATE        PIC 9(2)V9(8).
       01  WS-GROWTH-FACTOR       PIC 9(8)V9(8).
       01  WS-FACTOR-IDX          PIC 9(3).
       01  WS-INSTALLMENT         PIC 9(8)V99.
       01  WS-DUE-DATE            PIC 9(8).
       01  WS-DUE-SPLIT REDEFINES WS-DUE-DATE.
        05 WS-DUE-YEAR            PIC 9(4).
        05 WS-DUE-MONTH           PIC 9(2).
        05 WS-DUE-DAY             PIC 9(2).
       01  WS-BALJ-IMAGE.
        05 WS-BALJ-PROGRAM       PIC X(20).
        05 WS-BALJ-TRANS-ID      PIC 9(10).
        05 WS-BALJ-ACCOUNT       PIC 9(10).
        05 WS-BALJ-BEFORE        PIC S9(8)V99.
        05 WS-BALJ-AFTER         PIC S9(8)V99.

       LINKAGE SECTION.
       COPY projectConversionReqBook.

       PROCEDURE DIVISION USING CONVERSION-REQUEST.

           MOVE "E" TO CNVQ-RESULT
           MOVE SPACES TO CNVQ-OLD-TYPE
           MOVE 0 TO CNVQ-INSTALLMENT
           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN I-O CUSTOMER-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER-FILE not available. FILE STATUS: "
                      FILE-STATUS
              CLOSE CUSTOMER-FILE
              GOBACK
            END-IF
           PERFORM CONVERT-ACCOUNT THRU CONVERT-ACCOUNT-EXIT
           CLOSE CUSTOMER-FILE.

           GOBACK.

       CONVERT-ACCOUNT.

           MOVE CNVQ-ACCOUNT-NUM TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
              INVALID KEY
                MOVE "N" TO CNVQ-RESULT
                GO TO CONVERT-ACCOUNT-EXIT
           END-READ
           MOVE CUS-ACCOUNT-TYPE TO WS-OLD-TYPE
           MOVE CUS-ACCOUNT-TYPE TO CNVQ-OLD-TYPE
           MOVE CNVQ-NEW-TYPE TO WS-NEW-TYPE
           IF CUS-ACCOUNT-STATUS NOT = "A"
              MOVE "A" TO CNVQ-RESULT
              GO TO CONVERT-ACCOUNT-EXIT
           END-IF
           MOVE WS-NEW-TYPE TO PRDQ-CODE
           CALL 'projProductLookup' USING PRODUCT-REQUEST
                                          PRODUCT-RECORD
           IF NOT PRDQ-FOUND
              MOVE "P" TO CNVQ-RESULT
              GO TO CONVERT-ACCOUNT-EXIT
           END-IF
           IF PROD-WITHDRAWN
              MOVE "W" TO CNVQ-RESULT
              GO TO CONVERT-ACCOUNT-EXIT
           END-IF
           IF WS-NEW-TYPE = WS-OLD-TYPE
              MOVE "S" TO CNVQ-RESULT
              GO TO CONVERT-ACCOUNT-EXIT
           END-IF
           IF WS-NEW-TYPE = "LOAN   " AND CNVQ-LOAN-TERM = 0
              MOVE "T" TO CNVQ-RESULT
              GO TO CONVERT-ACCOUNT-EXIT
           END-IF

           MOVE WS-NEW-TYPE TO ACCOUNT-TYPE
           REWRITE CUSTOMER-RECORD
           MOVE CNVQ-PROGRAM TO WS-BALJ-PROGRAM
           MOVE 0 TO WS-BALJ-TRANS-ID
           MOVE ACCOUNT-NUM TO WS-BALJ-ACCOUNT
           MOVE ACCOUNT-BALANCE TO WS-BALJ-BEFORE
           MOVE ACCOUNT-BALANCE TO WS-BALJ-AFTER
           CALL 'projBalanceJournal' USING WS-BALJ-IMAGE

           IF WS-NEW-TYPE = "LOAN   "
              PERFORM CREATE-LOAN-TERMS
           END-IF
           IF WS-OLD-TYPE = "LOAN   "
              PERFORM RETIRE-LOAN-TERMS
           END-IF
           PERFORM WRITE-CONVERSION-MARKER
           MOVE "C" TO CNVQ-RESULT

           MOVE SPACES TO AUDIT-MESSAGE
           STRING "CONVERTED " WS-OLD-TYPE ">" WS-NEW-TYPE " "
                  CNVQ-ACCOUNT-NUM
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       CONVERT-ACCOUNT-EXIT.
       EXIT.

      *Becoming a LOAN needs terms: the amount owed (the negative
      *balance, or the caller's principal for a flat conversion)
      *with the level installment worked out the projLoanMaintenance
      *way.
       CREATE-LOAN-TERMS.

           IF CUS-ACCOUNT-BALANCE < 0
              COMPUTE WS-PRINCIPAL = 0 - CUS-ACCOUNT-BALANCE
           ELSE
              MOVE CNVQ-LOAN-PRINCIPAL TO WS-PRINCIPAL
           END-IF
           MOVE CNVQ-LOAN-TERM TO WS-ENTRY-TERM

           COMPUTE WS-MONTHLY-RATE ROUNDED = CNVQ-LOAN-RATE / 12
           IF WS-MONTHLY-RATE = 0
              COMPUTE WS-INSTALLMENT ROUNDED =
                      WS-PRINCIPAL / WS-ENTRY-TERM
           ELSE
              MOVE 1 TO WS-GROWTH-FACTOR
              PERFORM VARYING WS-FACTOR-IDX FROM 1 BY 1
                      UNTIL WS-FACTOR-IDX > WS-ENTRY-TERM
                COMPUTE WS-GROWTH-FACTOR ROUNDED =
                        WS-GROWTH-FACTOR * (1 + WS-MONTHLY-RATE)
              END-PERFORM
              COMPUTE WS-INSTALLMENT ROUNDED =
                      (WS-PRINCIPAL * WS-MONTHLY-RATE *
                       WS-GROWTH-FACTOR) / (WS-GROWTH-FACTOR - 1)
           END-IF
           MOVE WS-INSTALLMENT TO CNVQ-INSTALLMENT

           MOVE WS-RUN-DATE TO WS-DUE-DATE
           ADD 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH > 12
              MOVE 1 TO WS-DUE-MONTH
              ADD 1 TO WS-DUE-YEAR
           END-IF

           OPEN I-O LOAN-TERMS-FILE
            IF FILE-STATUS1 = "35"
              OPEN OUTPUT LOAN-TERMS-FILE
              CLOSE LOAN-TERMS-FILE
              OPEN I-O LOAN-TERMS-FILE
            END-IF
            IF FILE-STATUS1 = "00"
              MOVE CNVQ-ACCOUNT-NUM TO LOAN-ACCOUNT-NUM
              MOVE WS-PRINCIPAL     TO LOAN-PRINCIPAL
              MOVE CNVQ-LOAN-RATE   TO LOAN-ANNUAL-RATE
              MOVE WS-ENTRY-TERM    TO LOAN-TERM-MONTHS
              MOVE WS-INSTALLMENT   TO LOAN-INSTALLMENT
              MOVE WS-DUE-DATE      TO LOAN-NEXT-DUE-DATE
              MOVE 0                TO LOAN-INSTALLMENTS-POSTED
              MOVE "A"              TO LOAN-STATUS
              MOVE "N"              TO LOAN-RESTRUCTURED
              MOVE 0                TO LOAN-RESTRUCTURE-DATE
              MOVE 0                TO LOAN-ARREARS-FROM
              MOVE "F"              TO LOAN-RATE-TYPE
              MOVE 0                TO LOAN-PRIME-MARGIN
              MOVE 0                TO LOAN-LAST-REPRICED
              WRITE LOAN-TERMS-RECORD
               INVALID KEY
                 MOVE "A" TO LOAN-STATUS
                 REWRITE LOAN-TERMS-RECORD
                 DISPLAY "Existing terms record reactivated."
               NOT INVALID KEY
                 DISPLAY "Loan terms booked, installment "
                         WS-INSTALLMENT
              END-WRITE
            END-IF
           CLOSE LOAN-TERMS-FILE.
       EXIT.

       RETIRE-LOAN-TERMS.

           OPEN I-O LOAN-TERMS-FILE
            IF FILE-STATUS1 = "00"
              MOVE CNVQ-ACCOUNT-NUM TO LOAN-ACCOUNT-NUM
              READ LOAN-TERMS-FILE
                 KEY IS LOAN-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO LOAN-STATUS
                   REWRITE LOAN-TERMS-RECORD
                   DISPLAY "Loan terms retired as settled."
              END-READ
            END-IF
           CLOSE LOAN-TERMS-FILE.
       EXIT.

      *The marker: a posted zero-amount CNV so the statement shows
      *the day the terms changed without moving any money.
       WRITE-CONVERSION-MARKER.

           PERFORM CLAIM-TRANS-ID-COUNTER
           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS2 = "00"
              MOVE WS-RUN-DATE          TO TRANSACTION-DATE
              MOVE WS-TRANS-ID-COUNTER  TO TRANS-ID
              MOVE CNVQ-ACCOUNT-NUM     TO TRANS-ACCOUNT-NUM
              MOVE WS-NEW-TYPE          TO TRANS-ACCOUNT-TYPE
              MOVE "CNV"                TO TRANS-TYPE
              MOVE 0                    TO TRANS-AMOUNT
              MOVE 0                    TO HASH-TOTALS
              MOVE 0                    TO TRANS-REF-ID
              MOVE SPACES               TO TRANS-NEW-NAME
              MOVE "CONVERT"            TO TRANS-BATCH-ID
              MOVE SPACES               TO TRANS-MEMO
              STRING "Converted " WS-OLD-TYPE ">" WS-NEW-TYPE
                     DELIMITED BY SIZE INTO TRANS-MEMO
              MOVE CNVQ-CHANNEL         TO TRANS-CHANNEL
              MOVE CUS-BRANCH-CODE      TO TRANS-BRANCH-CODE
              MOVE "P"                  TO TRANS-STATUS
              MOVE 0                    TO TRANS-CONTRA-ACCOUNT
              MOVE CUS-CURRENCY-CODE    TO TRANS-CURRENCY-CODE
              MOVE 0                    TO TRANS-CHEQUE-NUM
              MOVE WS-RUN-DATE          TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision on the conversion "
                         "marker."
               NOT INVALID KEY
                 CONTINUE
              END-WRITE
              ADD 1 TO WS-TRANS-ID-COUNTER
              PERFORM SAVE-TRANS-ID-COUNTER
            END-IF
           CLOSE TRANSACTION-FILE.
       EXIT.

       CLAIM-TRANS-ID-COUNTER.

         MOVE 1 TO WS-TRANS-ID-COUNTER
         OPEN I-O KEYS
          IF FILE-STATUS3 = "00"
             MOVE 2 TO KEYS-ID
             READ KEYS INTO WS-KEYS-RECORD
                KEY IS KEYS-ID
                INVALID KEY
                  MOVE 2 TO KEYS-ID
                  MOVE 1 TO KEYS-VALUE
                  WRITE KEYS-RECORD
                NOT INVALID KEY
                  IF WS-KEYS-VALUE > 0
                    MOVE WS-KEYS-VALUE TO WS-TRANS-ID-COUNTER
                  END-IF
             END-READ
          END-IF
         CLOSE KEYS.
       EXIT.

       SAVE-TRANS-ID-COUNTER.

         OPEN I-O KEYS
            MOVE 2 TO KEYS-ID
            READ KEYS INTO WS-KEYS-RECORD
               KEY IS KEYS-ID
               INVALID KEY
                 MOVE 2 TO KEYS-ID
                 MOVE WS-TRANS-ID-COUNTER TO KEYS-VALUE
                 WRITE KEYS-RECORD
               NOT INVALID KEY
                 MOVE WS-TRANS-ID-COUNTER TO KEYS-VALUE
                 REWRITE KEYS-RECORD
            END-READ
         CLOSE KEYS.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE CNVQ-PROGRAM TO AUDIT-PROGRAM-NAME
         MOVE "projectCusFile.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE CNVQ-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
