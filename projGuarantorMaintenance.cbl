      *Loan guarantor register maintenance utility
      *Registers a customer (CIF) as guarantor of a LOAN account for
      *a guaranteed amount and expiry, releases a guarantee the bank
      *no longer holds the guarantor to, and lists who stands behind
      *a loan. Calling a guarantee and taking recoveries happen in
      *projCollections once the loan has gone bad.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projGuarantorMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GUARANTOR-FILE ASSIGN TO 'projectGuarantor.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTR-KEY
                FILE STATUS IS FILE-STATUS.

       SELECT LOAN-TERMS-FILE ASSIGN TO 'projectLoanTerms.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS1.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
                FILE STATUS IS FILE-STATUS2.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS3.

       DATA DIVISION.
       FILE SECTION.
       FD GUARANTOR-FILE.
       COPY projectGuarantorBook.

       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-BUSINESS-DATE       PIC 9(8).

       01  WS-ENTRY-LOAN-NUM      PIC 9(10).
       01  WS-ENTRY-CIF-ID        PIC 9(8).
       01  WS-ENTRY-AMOUNT        PIC 9(10)V99.
       01  WS-ENTRY-EXPIRY        PIC 9(8).
       01  WS-ENTRY-RECOVERY-ACCT PIC 9(10).
       01  WS-BORROWER-CIF-ID     PIC 9(8).
       01  WS-CHECK-OK            PIC X.

       PROCEDURE DIVISION.

           MOVE "T" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF

           OPEN I-O GUARANTOR-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT GUARANTOR-FILE
              CLOSE GUARANTOR-FILE
              OPEN I-O GUARANTOR-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Guarantor register not available. FILE "
                      "STATUS: " FILE-STATUS
              GOBACK
            END-IF
           CALL 'GetBusinessDate' USING WS-BUSINESS-DATE

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=register R=release L=list): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM REGISTER-GUARANTEE
                     THRU REGISTER-GUARANTEE-EXIT
                WHEN "R"
                WHEN "r"
                  PERFORM RELEASE-GUARANTEE
                     THRU RELEASE-GUARANTEE-EXIT
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-LOAN-GUARANTORS
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another guarantor action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE GUARANTOR-FILE.
         GOBACK.

      *The loan must be live on the loan terms file, the guarantor
      *an active CIF other than the borrower, and the recovery
      *account an active account belonging to that CIF.
       REGISTER-GUARANTEE.

           DISPLAY "Loan account number: "
           ACCEPT WS-ENTRY-LOAN-NUM
           PERFORM CHECK-LOAN-LIVE
           IF WS-CHECK-OK NOT = "Y"
              GO TO REGISTER-GUARANTEE-EXIT
           END-IF
           DISPLAY "Guarantor CIF id: "
           ACCEPT WS-ENTRY-CIF-ID
           PERFORM CHECK-GUARANTOR-CIF
           IF WS-CHECK-OK NOT = "Y"
              GO TO REGISTER-GUARANTEE-EXIT
           END-IF
           MOVE WS-ENTRY-LOAN-NUM TO GTR-LOAN-ACCOUNT-NUM
           MOVE WS-ENTRY-CIF-ID   TO GTR-CIF-ID
           READ GUARANTOR-FILE KEY IS GTR-KEY
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF NOT GTR-STATUS-RELEASED
                   DISPLAY "This customer already guarantees the "
                           "loan (status " GTR-STATUS ")."
                   GO TO REGISTER-GUARANTEE-EXIT
                END-IF
           END-READ

           DISPLAY "Guaranteed amount: "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT NOT > 0
              DISPLAY "Rejected: a guaranteed amount is required."
              GO TO REGISTER-GUARANTEE-EXIT
           END-IF
           DISPLAY "Expiry date YYYYMMDD (0 = open-ended): "
           ACCEPT WS-ENTRY-EXPIRY
           IF WS-ENTRY-EXPIRY NOT = 0 AND
              WS-ENTRY-EXPIRY NOT > WS-BUSINESS-DATE
              DISPLAY "Rejected: expiry must be after today."
              GO TO REGISTER-GUARANTEE-EXIT
           END-IF
           DISPLAY "Guarantor's recovery account number: "
           ACCEPT WS-ENTRY-RECOVERY-ACCT
           PERFORM CHECK-RECOVERY-ACCOUNT
           IF WS-CHECK-OK NOT = "Y"
              GO TO REGISTER-GUARANTEE-EXIT
           END-IF

           MOVE WS-ENTRY-LOAN-NUM      TO GTR-LOAN-ACCOUNT-NUM
           MOVE WS-ENTRY-CIF-ID        TO GTR-CIF-ID
           MOVE WS-ENTRY-AMOUNT        TO GTR-GUARANTEED-AMOUNT
           MOVE WS-ENTRY-EXPIRY        TO GTR-EXPIRY-DATE
           MOVE WS-BUSINESS-DATE       TO GTR-REGISTERED-DATE
           MOVE WS-ENTRY-RECOVERY-ACCT TO GTR-RECOVERY-ACCOUNT
           MOVE "A"                    TO GTR-STATUS
           MOVE 0                      TO GTR-CALLED-DATE
           MOVE 0                      TO GTR-AMOUNT-DEMANDED
           MOVE 0                      TO GTR-AMOUNT-RECOVERED
           WRITE GUARANTOR-RECORD
            INVALID KEY
              REWRITE GUARANTOR-RECORD
           END-WRITE
           DISPLAY "Guarantee registered: CIF " WS-ENTRY-CIF-ID
                   " for loan " WS-ENTRY-LOAN-NUM
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "GUARANTEE " WS-ENTRY-CIF-ID " ON "
                  WS-ENTRY-LOAN-NUM
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       REGISTER-GUARANTEE-EXIT.
       EXIT.

       CHECK-LOAN-LIVE.

           MOVE "N" TO WS-CHECK-OK
           OPEN INPUT LOAN-TERMS-FILE
            IF FILE-STATUS1 = "00"
              MOVE WS-ENTRY-LOAN-NUM TO LOAN-ACCOUNT-NUM
              READ LOAN-TERMS-FILE KEY IS LOAN-ACCOUNT-NUM
                 INVALID KEY
                   DISPLAY "No loan terms on file for account "
                           WS-ENTRY-LOAN-NUM
                 NOT INVALID KEY
                   IF LOAN-STATUS-SETTLED OR LOAN-STATUS-CHARGEDOFF
                      DISPLAY "Loan is settled or charged off - "
                              "nothing to guarantee."
                   ELSE
                      MOVE "Y" TO WS-CHECK-OK
                   END-IF
              END-READ
            ELSE
              DISPLAY "Loan terms file not available. FILE STATUS: "
                      FILE-STATUS1
            END-IF
           CLOSE LOAN-TERMS-FILE

           MOVE 0 TO WS-BORROWER-CIF-ID
           IF WS-CHECK-OK = "Y"
              OPEN INPUT CUSTOMER-FILE
              MOVE WS-ENTRY-LOAN-NUM TO ACCOUNT-NUM
              READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
                 INVALID KEY
                   MOVE "N" TO WS-CHECK-OK
                   DISPLAY "Loan account not on the customer file."
                 NOT INVALID KEY
                   MOVE CUS-CIF-ID TO WS-BORROWER-CIF-ID
              END-READ
              CLOSE CUSTOMER-FILE
           END-IF.
       EXIT.

       CHECK-GUARANTOR-CIF.

           MOVE "N" TO WS-CHECK-OK
           IF WS-ENTRY-CIF-ID = WS-BORROWER-CIF-ID
              DISPLAY "Rejected: the borrower cannot guarantee "
                      "their own loan."
           ELSE
              OPEN INPUT CIF-FILE
               IF FILE-STATUS2 = "00"
                 MOVE WS-ENTRY-CIF-ID TO CIF-ID
                 READ CIF-FILE KEY IS CIF-ID
                    INVALID KEY
                      DISPLAY "No such CIF id: " WS-ENTRY-CIF-ID
                    NOT INVALID KEY
                      IF CIF-ACTIVE
                         MOVE "Y" TO WS-CHECK-OK
                         DISPLAY "Guarantor: " CIF-NAME
                      ELSE
                         DISPLAY "Rejected: CIF is closed."
                      END-IF
                 END-READ
               ELSE
                 DISPLAY "CIF-FILE not available. FILE STATUS: "
                         FILE-STATUS2
               END-IF
              CLOSE CIF-FILE
           END-IF.
       EXIT.

       CHECK-RECOVERY-ACCOUNT.

           MOVE "N" TO WS-CHECK-OK
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS3 = "00"
              MOVE WS-ENTRY-RECOVERY-ACCT TO ACCOUNT-NUM
              READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
                 INVALID KEY
                   DISPLAY "No such account: " WS-ENTRY-RECOVERY-ACCT
                 NOT INVALID KEY
                   IF CUS-CIF-ID NOT = WS-ENTRY-CIF-ID
                      DISPLAY "Rejected: account does not belong to "
                              "the guarantor."
                   ELSE IF CUS-ACCOUNT-STATUS NOT = "A"
                      DISPLAY "Rejected: account is not active."
                   ELSE IF CUS-ACCOUNT-TYPE = "LOAN   "
                      DISPLAY "Rejected: recoveries cannot be taken "
                              "from a loan account."
                   ELSE
                      MOVE "Y" TO WS-CHECK-OK
                   END-IF
                   END-IF
                   END-IF
              END-READ
            ELSE
              DISPLAY "Error opening CUSTOMER-FILE. FILE STATUS: "
                      FILE-STATUS3
            END-IF
           CLOSE CUSTOMER-FILE.
       EXIT.

      *A called guarantee stays on the register until what was
      *demanded has been recovered.
       RELEASE-GUARANTEE.

           DISPLAY "Loan account number: "
           ACCEPT WS-ENTRY-LOAN-NUM
           DISPLAY "Guarantor CIF id: "
           ACCEPT WS-ENTRY-CIF-ID
           MOVE WS-ENTRY-LOAN-NUM TO GTR-LOAN-ACCOUNT-NUM
           MOVE WS-ENTRY-CIF-ID   TO GTR-CIF-ID
           READ GUARANTOR-FILE KEY IS GTR-KEY
              INVALID KEY
                DISPLAY "No such guarantee."
                GO TO RELEASE-GUARANTEE-EXIT
           END-READ
           IF GTR-STATUS-RELEASED
              DISPLAY "Guarantee already released."
              GO TO RELEASE-GUARANTEE-EXIT
           END-IF
           IF GTR-STATUS-CALLED AND
              GTR-AMOUNT-RECOVERED < GTR-AMOUNT-DEMANDED
              DISPLAY "Guarantee has been called and "
                      GTR-AMOUNT-RECOVERED " of "
                      GTR-AMOUNT-DEMANDED " recovered - it cannot "
                      "be released yet."
              GO TO RELEASE-GUARANTEE-EXIT
           END-IF
           MOVE "R" TO GTR-STATUS
           REWRITE GUARANTOR-RECORD
           DISPLAY "Guarantee released."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "GTR RELEASED " WS-ENTRY-CIF-ID " ON "
                  WS-ENTRY-LOAN-NUM
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       RELEASE-GUARANTEE-EXIT.
       EXIT.

       LIST-LOAN-GUARANTORS.

           DISPLAY "Loan account number: "
           ACCEPT WS-ENTRY-LOAN-NUM
           DISPLAY "CIF-ID   ST GUARANTEED    EXPIRY   RECOVERY-AC "
                   "CALLED   DEMANDED      RECOVERED"
           MOVE WS-ENTRY-LOAN-NUM TO GTR-LOAN-ACCOUNT-NUM
           MOVE 0 TO GTR-CIF-ID
           MOVE "N" TO END-OF-FILE
           START GUARANTOR-FILE KEY IS NOT LESS THAN GTR-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ GUARANTOR-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF GTR-LOAN-ACCOUNT-NUM NOT = WS-ENTRY-LOAN-NUM
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    DISPLAY GTR-CIF-ID " " GTR-STATUS "  "
                            GTR-GUARANTEED-AMOUNT " "
                            GTR-EXPIRY-DATE " "
                            GTR-RECOVERY-ACCOUNT " "
                            GTR-CALLED-DATE " "
                            GTR-AMOUNT-DEMANDED " "
                            GTR-AMOUNT-RECOVERED
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projGuarantorMaint" TO AUDIT-PROGRAM-NAME
         MOVE "projectGuarantor.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
