      *detection marks a case whose promised payment never arrived
      *in HISTORY-FILE by its date and raises the next dunning
      *letter. Collectors work a file instead of a printed report
      *and a notebook. Once a loan has gone to non-accrual or been
      *charged off, a supervisor can call a guarantee on the
      *guarantor register - a demand letter goes out through the
      *notice engine - and recoveries taken from the guarantor's
      *account are entered here against the loan.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projCollections.
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS4.

       SELECT GUARANTOR-FILE ASSIGN TO 'projectGuarantor.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTR-KEY
                FILE STATUS IS FILE-STATUS5.

       SELECT LOAN-TERMS-FILE ASSIGN TO 'projectLoanTerms.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS6.

       SELECT TRANSACTION-FILE ASSIGN TO 'projectTRANSACTIONFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS7.

       DATA DIVISION.
       FILE SECTION.
       FD COLLECTION-FILE.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD GUARANTOR-FILE.
       COPY projectGuarantorBook.

       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY TransactionHIST.
       COPY projHISTdateDataBook.
       COPY projectSignonBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  END-OF-FILE1           PIC X VALUE "N".
       01  WS-KEYS-RECORD.
       01  WS-PAID-ENOUGH         PIC X.
       01  WS-WORK-ACCOUNT        PIC 9(10).

       01  WS-TRANS-ID-COUNTER    PIC 9(10) VALUE 1.
       01  WS-GTR-LOAN-NUM        PIC 9(10).
       01  WS-GTR-CIF-ID          PIC 9(8).
       01  WS-GTR-LOAN-OK         PIC X.
       01  WS-GTR-CHARGED-OFF     PIC X.
       01  WS-GTR-OWED            PIC S9(10)V99.
       01  WS-GTR-MAXIMUM         PIC 9(10)V99.
       01  WS-GTR-AMOUNT          PIC 9(10)V99.
       01  WS-GTR-AMOUNT-EDIT     PIC Z(9)9.99.
       01  WS-GTR-ACCT-BALANCE    PIC S9(10)V99.
       01  WS-GTR-ACCT-OK         PIC X.
       01  WS-GTR-TEXT            PIC X(60).
       01  WS-GTR-POSTED          PIC X.

       PROCEDURE DIVISION.

           MOVE "T" TO SIGNON-REQUIRED-ROLE

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (G=generate cases R=record contact "
                     "B=breach check L=list C=close case "
                     "D=call guarantee V=guarantor recovery): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "G"
                WHEN "C"
                WHEN "c"
                  PERFORM CLOSE-CASE
                WHEN "D"
                WHEN "d"
                  PERFORM CALL-GUARANTEE THRU CALL-GUARANTEE-EXIT
                WHEN "V"
                WHEN "v"
                  PERFORM POST-GUARANTOR-RECOVERY
                     THRU POST-GUARANTOR-RECOVERY-EXIT
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
           END-READ.
       EXIT.

      *Calling a guarantee is a supervisor decision, taken only on a
      *loan that has gone to non-accrual or been charged off. The
      *demand is capped at the guaranteed amount and, while the loan
      *is still on the book, at what the borrower owes; the letter
      *goes to the guarantor's recovery account through the notice
      *engine.
       CALL-GUARANTEE.

           PERFORM ACCEPT-GUARANTEE-KEY THRU ACCEPT-GUARANTEE-KEY-EXIT
           IF WS-GTR-LOAN-OK NOT = "Y"
              GO TO CALL-GUARANTEE-EXIT
           END-IF
           IF NOT GTR-STATUS-ACTIVE
              DISPLAY "Guarantee is not active (status " GTR-STATUS
                      ")."
              GO TO CALL-GUARANTEE-EXIT
           END-IF
           IF GTR-EXPIRY-DATE NOT = 0 AND
              GTR-EXPIRY-DATE < WS-RUN-DATE
              DISPLAY "Guarantee expired on " GTR-EXPIRY-DATE
              GO TO CALL-GUARANTEE-EXIT
           END-IF

           MOVE GTR-GUARANTEED-AMOUNT TO WS-GTR-MAXIMUM
           IF WS-GTR-CHARGED-OFF = "N"
              IF WS-GTR-OWED NOT > 0
                 DISPLAY "Loan owes nothing - no call to make."
                 GO TO CALL-GUARANTEE-EXIT
              END-IF
              IF WS-GTR-OWED < WS-GTR-MAXIMUM
                 MOVE WS-GTR-OWED TO WS-GTR-MAXIMUM
              END-IF
           END-IF
           DISPLAY "Guaranteed " GTR-GUARANTEED-AMOUNT
                   " loan owes " WS-GTR-OWED
           DISPLAY "Amount to demand (0 = maximum of "
                   WS-GTR-MAXIMUM "): "
           ACCEPT WS-GTR-AMOUNT
           IF WS-GTR-AMOUNT = 0
              MOVE WS-GTR-MAXIMUM TO WS-GTR-AMOUNT
           END-IF
           IF WS-GTR-AMOUNT > WS-GTR-MAXIMUM
              DISPLAY "Rejected: more than the maximum of "
                      WS-GTR-MAXIMUM
              GO TO CALL-GUARANTEE-EXIT
           END-IF

           DISPLAY "Calling a guarantee - supervisor approval "
                   "required."
           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not approved - guarantee not called."
              GO TO CALL-GUARANTEE-EXIT
           END-IF

           OPEN I-O GUARANTOR-FILE
           MOVE WS-GTR-LOAN-NUM TO GTR-LOAN-ACCOUNT-NUM
           MOVE WS-GTR-CIF-ID   TO GTR-CIF-ID
           READ GUARANTOR-FILE KEY IS GTR-KEY
              INVALID KEY
                DISPLAY "Guarantee no longer on file."
                CLOSE GUARANTOR-FILE
                GO TO CALL-GUARANTEE-EXIT
           END-READ
           MOVE "C"           TO GTR-STATUS
           MOVE WS-RUN-DATE   TO GTR-CALLED-DATE
           MOVE WS-GTR-AMOUNT TO GTR-AMOUNT-DEMANDED
           MOVE 0             TO GTR-AMOUNT-RECOVERED
           REWRITE GUARANTOR-RECORD
           CLOSE GUARANTOR-FILE

           MOVE WS-GTR-AMOUNT TO WS-GTR-AMOUNT-EDIT
           MOVE SPACES TO WS-GTR-TEXT
           STRING "Guarantee called on loan " WS-GTR-LOAN-NUM
                  " - pay " WS-GTR-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-GTR-TEXT
           MOVE GTR-RECOVERY-ACCOUNT TO WS-WORK-ACCOUNT
           PERFORM RAISE-GUARANTEE-TRIGGER
           DISPLAY "Guarantee called: " WS-GTR-AMOUNT
                   " demanded from CIF " WS-GTR-CIF-ID
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "GTR CALLED " WS-GTR-CIF-ID " ON "
                  WS-GTR-LOAN-NUM
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       CALL-GUARANTEE-EXIT.
       EXIT.

      *Loan and guarantor CIF for D and V. Leaves the guarantee in
      *the record area, what the borrower still owes in WS-GTR-OWED
      *and whether the loan has been charged off.
       ACCEPT-GUARANTEE-KEY.

           MOVE "N" TO WS-GTR-LOAN-OK
           MOVE "N" TO WS-GTR-CHARGED-OFF
           MOVE 0 TO WS-GTR-OWED
           DISPLAY "Loan account number: "
           ACCEPT WS-GTR-LOAN-NUM
           DISPLAY "Guarantor CIF id: "
           ACCEPT WS-GTR-CIF-ID

           OPEN INPUT LOAN-TERMS-FILE
           IF FILE-STATUS6 NOT = "00"
              DISPLAY "Loan terms file not available. FILE STATUS: "
                      FILE-STATUS6
              CLOSE LOAN-TERMS-FILE
              GO TO ACCEPT-GUARANTEE-KEY-EXIT
           END-IF
           MOVE WS-GTR-LOAN-NUM TO LOAN-ACCOUNT-NUM
           READ LOAN-TERMS-FILE KEY IS LOAN-ACCOUNT-NUM
              INVALID KEY
                DISPLAY "No loan terms on file for account "
                        WS-GTR-LOAN-NUM
                CLOSE LOAN-TERMS-FILE
                GO TO ACCEPT-GUARANTEE-KEY-EXIT
           END-READ
           CLOSE LOAN-TERMS-FILE
           IF LOAN-STATUS-CHARGEDOFF
              MOVE "Y" TO WS-GTR-CHARGED-OFF
           ELSE IF NOT LOAN-STATUS-NONACCRUAL
              DISPLAY "Loan is not in non-accrual or charged off - "
                      "a guarantee cannot be called on it."
              GO TO ACCEPT-GUARANTEE-KEY-EXIT
           END-IF
           END-IF

           OPEN INPUT CUSTOMER-FILE
           MOVE WS-GTR-LOAN-NUM TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
              INVALID KEY
                MOVE 0 TO WS-GTR-OWED
              NOT INVALID KEY
                IF CUS-ACCOUNT-BALANCE < 0
                   COMPUTE WS-GTR-OWED = 0 - CUS-ACCOUNT-BALANCE
                END-IF
           END-READ
           CLOSE CUSTOMER-FILE

           OPEN INPUT GUARANTOR-FILE
           IF FILE-STATUS5 NOT = "00"
              DISPLAY "Guarantor register not available. FILE "
                      "STATUS: " FILE-STATUS5
              CLOSE GUARANTOR-FILE
              GO TO ACCEPT-GUARANTEE-KEY-EXIT
           END-IF
           MOVE WS-GTR-LOAN-NUM TO GTR-LOAN-ACCOUNT-NUM
           MOVE WS-GTR-CIF-ID   TO GTR-CIF-ID
           READ GUARANTOR-FILE KEY IS GTR-KEY
              INVALID KEY
                DISPLAY "No guarantee by CIF " WS-GTR-CIF-ID
                        " on loan " WS-GTR-LOAN-NUM
              NOT INVALID KEY
                MOVE "Y" TO WS-GTR-LOAN-OK
           END-READ
           CLOSE GUARANTOR-FILE.
       ACCEPT-GUARANTEE-KEY-EXIT.
       EXIT.

      *A recovery is a TRF from the guarantor's recovery account
      *with the loan as contra, entered for the next posting run.
      *It cannot exceed what is still outstanding on the demand,
      *and the guarantor's ledger balance must cover it so the
      *register and the posting do not part company.
       POST-GUARANTOR-RECOVERY.

           PERFORM ACCEPT-GUARANTEE-KEY THRU ACCEPT-GUARANTEE-KEY-EXIT
           IF WS-GTR-LOAN-OK NOT = "Y"
              GO TO POST-GUARANTOR-RECOVERY-EXIT
           END-IF
           IF NOT GTR-STATUS-CALLED
              DISPLAY "Guarantee has not been called."
              GO TO POST-GUARANTOR-RECOVERY-EXIT
           END-IF
           COMPUTE WS-GTR-MAXIMUM =
                   GTR-AMOUNT-DEMANDED - GTR-AMOUNT-RECOVERED
           IF WS-GTR-MAXIMUM = 0
              DISPLAY "Demand already recovered in full."
              GO TO POST-GUARANTOR-RECOVERY-EXIT
           END-IF
           DISPLAY "Demanded " GTR-AMOUNT-DEMANDED " recovered "
                   GTR-AMOUNT-RECOVERED
           DISPLAY "Amount recovered now (0 = balance of "
                   WS-GTR-MAXIMUM "): "
           ACCEPT WS-GTR-AMOUNT
           IF WS-GTR-AMOUNT = 0
              MOVE WS-GTR-MAXIMUM TO WS-GTR-AMOUNT
           END-IF
           IF WS-GTR-AMOUNT > WS-GTR-MAXIMUM
              DISPLAY "Rejected: more than is outstanding on the "
                      "demand."
              GO TO POST-GUARANTOR-RECOVERY-EXIT
           END-IF

           MOVE "N" TO WS-GTR-ACCT-OK
           OPEN INPUT CUSTOMER-FILE
           MOVE GTR-RECOVERY-ACCOUNT TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
              INVALID KEY
                DISPLAY "Recovery account " GTR-RECOVERY-ACCOUNT
                        " not on file."
              NOT INVALID KEY
                MOVE CUS-ACCOUNT-BALANCE TO WS-GTR-ACCT-BALANCE
                IF CUS-ACCOUNT-STATUS NOT = "A"
                   DISPLAY "Recovery account is not active."
                ELSE IF WS-GTR-ACCT-BALANCE < WS-GTR-AMOUNT
                   DISPLAY "Recovery account balance "
                           WS-GTR-ACCT-BALANCE " does not cover it."
                ELSE
                   MOVE "Y" TO WS-GTR-ACCT-OK
                END-IF
                END-IF
           END-READ
           CLOSE CUSTOMER-FILE
           IF WS-GTR-ACCT-OK NOT = "Y"
              GO TO POST-GUARANTOR-RECOVERY-EXIT
           END-IF

           PERFORM WRITE-RECOVERY-TRANSACTION
           IF WS-GTR-POSTED NOT = "Y"
              GO TO POST-GUARANTOR-RECOVERY-EXIT
           END-IF
           OPEN I-O GUARANTOR-FILE
           MOVE WS-GTR-LOAN-NUM TO GTR-LOAN-ACCOUNT-NUM
           MOVE WS-GTR-CIF-ID   TO GTR-CIF-ID
           READ GUARANTOR-FILE KEY IS GTR-KEY
              INVALID KEY
                DISPLAY "Guarantee no longer on file."
              NOT INVALID KEY
                ADD WS-GTR-AMOUNT TO GTR-AMOUNT-RECOVERED
                REWRITE GUARANTOR-RECORD
                DISPLAY "Recovered to date: " GTR-AMOUNT-RECOVERED
                        " of " GTR-AMOUNT-DEMANDED
           END-READ
           CLOSE GUARANTOR-FILE
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "GTR RECOVERY " WS-GTR-CIF-ID " "
                  WS-GTR-AMOUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       POST-GUARANTOR-RECOVERY-EXIT.
       EXIT.

       WRITE-RECOVERY-TRANSACTION.

           MOVE "N" TO WS-GTR-POSTED
           PERFORM CLAIM-TRANS-ID-COUNTER
           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS7 = "00"
              MOVE WS-RUN-DATE           TO TRANSACTION-DATE
              MOVE WS-TRANS-ID-COUNTER   TO TRANS-ID
              MOVE GTR-RECOVERY-ACCOUNT  TO TRANS-ACCOUNT-NUM
              MOVE SPACES                TO TRANS-ACCOUNT-TYPE
              MOVE "TRF"                 TO TRANS-TYPE
              COMPUTE TRANS-AMOUNT = 0 - WS-GTR-AMOUNT
              MOVE 0                     TO HASH-TOTALS
              MOVE 0                     TO TRANS-REF-ID
              MOVE SPACES                TO TRANS-NEW-NAME
              MOVE "GUARCALL"            TO TRANS-BATCH-ID
              MOVE "Guarantee recovery"  TO TRANS-MEMO
              MOVE "BRANCH"              TO TRANS-CHANNEL
              MOVE SPACES                TO TRANS-BRANCH-CODE
              MOVE SPACE                 TO TRANS-STATUS
              MOVE WS-GTR-LOAN-NUM       TO TRANS-CONTRA-ACCOUNT
              MOVE SPACES                TO TRANS-CURRENCY-CODE
              MOVE 0                     TO TRANS-CHEQUE-NUM
              MOVE WS-RUN-DATE           TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision, recovery not written: "
                         WS-TRANS-ID-COUNTER
               NOT INVALID KEY
                 MOVE "Y" TO WS-GTR-POSTED
                 DISPLAY "Entered for posting, TRANS-ID: "
                         WS-TRANS-ID-COUNTER
              END-WRITE
              ADD 1 TO WS-TRANS-ID-COUNTER
              PERFORM SAVE-TRANS-ID-COUNTER
            ELSE
              DISPLAY "Error opening TRANSACTION-FILE. FILE STATUS: "
                      FILE-STATUS7
            END-IF
           CLOSE TRANSACTION-FILE.
       EXIT.

       RAISE-GUARANTEE-TRIGGER.

           OPEN EXTEND NOTICE-TRIGGER-FILE
            IF FILE-STATUS3 = "35"
              CLOSE NOTICE-TRIGGER-FILE
              OPEN OUTPUT NOTICE-TRIGGER-FILE
            END-IF
            MOVE WS-RUN-DATE     TO NTC-DATE
            MOVE WS-WORK-ACCOUNT TO NTC-ACCOUNT-NUM
            MOVE "GTRCALL"       TO NTC-TYPE
            MOVE WS-GTR-TEXT     TO NTC-TEXT
            MOVE "P"             TO NTC-STATUS
            WRITE NOTICE-TRIGGER-RECORD
           CLOSE NOTICE-TRIGGER-FILE.
       EXIT.

       FIND-LAST-PAYMENT.

         MOVE 0   TO WS-ARR-LAST-PAY-DATE
            END-IF
           CLOSE KEYS.
       EXIT.

       CLAIM-TRANS-ID-COUNTER.

         MOVE 1 TO WS-TRANS-ID-COUNTER
         OPEN I-O KEYS
          IF FILE-STATUS4 = "00"
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
         MOVE "projCollections" TO AUDIT-PROGRAM-NAME
         MOVE "projectGuarantor.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS5 TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
