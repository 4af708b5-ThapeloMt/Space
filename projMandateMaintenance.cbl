      *Direct-debit mandate maintenance utility
      *Registers the authority a customer gives a third party to
      *collect from an account - the creditor's id and name, the
      *customer's reference with the creditor, the most any one
      *collection may take, how often it collects and the dates the
      *authority runs between - revokes a mandate at the customer's
      *instruction, and lists an account's mandates. Posting returns
      *unpaid any feed collection not covered by what is captured
      *here.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projMandateMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MANDATE-FILE ASSIGN TO 'projectMandate.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-KEY
                FILE STATUS IS FILE-STATUS.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS1.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       DATA DIVISION.
       FILE SECTION.
       FD MANDATE-FILE.
       COPY projectMandateBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ENTRY-ACCOUNT-NUM   PIC 9(10).
       01  WS-ENTRY-CREDITOR-ID   PIC X(12).
       01  WS-ENTRY-CREDITOR-REF  PIC X(18).
       01  WS-ENTRY-CREDITOR-NAME PIC X(30).
       01  WS-ENTRY-MAX-AMOUNT    PIC 9(6)V99.
       01  WS-ENTRY-FREQUENCY     PIC X.
       01  WS-ENTRY-START-DATE    PIC 9(8).
       01  WS-ENTRY-END-DATE      PIC 9(8).
       01  WS-BUSINESS-DATE       PIC 9(8).
       01  WS-CUSTOMER-FOUND      PIC X VALUE "N".
       01  WS-ANOTHER             PIC X VALUE "Y".

       PROCEDURE DIVISION.

           MOVE "T" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF

           OPEN I-O MANDATE-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT MANDATE-FILE
              CLOSE MANDATE-FILE
              OPEN I-O MANDATE-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Mandate register not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=register R=revoke L=list): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM REGISTER-MANDATE THRU REGISTER-MANDATE-EXIT
                WHEN "R"
                WHEN "r"
                  PERFORM REVOKE-MANDATE
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-MANDATES
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another mandate action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE MANDATE-FILE.
         GOBACK.

      *A mandate is captured whole from the customer's signed
      *instruction. Registering again for the same creditor and
      *reference replaces the terms and reinstates a revoked one.
       REGISTER-MANDATE.

           DISPLAY "Account number to be debited: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           PERFORM LOOKUP-CUSTOMER-ACCOUNT
           IF WS-CUSTOMER-FOUND NOT = "Y"
              DISPLAY "Mandate not registered."
              GO TO REGISTER-MANDATE-EXIT
           END-IF
           IF CUS-ACCOUNT-STATUS NOT = "A"
              DISPLAY "Account is not active - mandate not "
                      "registered."
              GO TO REGISTER-MANDATE-EXIT
           END-IF

           DISPLAY "Creditor id: "
           ACCEPT WS-ENTRY-CREDITOR-ID
           DISPLAY "Customer reference with the creditor: "
           ACCEPT WS-ENTRY-CREDITOR-REF
           IF WS-ENTRY-CREDITOR-ID = SPACES OR
              WS-ENTRY-CREDITOR-REF = SPACES
              DISPLAY "Rejected: creditor id and reference are both "
                      "required."
              GO TO REGISTER-MANDATE-EXIT
           END-IF
           DISPLAY "Creditor name: "
           ACCEPT WS-ENTRY-CREDITOR-NAME
           DISPLAY "Maximum amount per collection: "
           ACCEPT WS-ENTRY-MAX-AMOUNT
           IF WS-ENTRY-MAX-AMOUNT NOT > 0
              DISPLAY "Rejected: a maximum amount is required."
              GO TO REGISTER-MANDATE-EXIT
           END-IF
           DISPLAY "Frequency (W=weekly M=monthly Q=quarterly "
                   "A=annual O=one-off): "
           ACCEPT WS-ENTRY-FREQUENCY
           EVALUATE WS-ENTRY-FREQUENCY
              WHEN "w"
                MOVE "W" TO WS-ENTRY-FREQUENCY
              WHEN "m"
                MOVE "M" TO WS-ENTRY-FREQUENCY
              WHEN "q"
                MOVE "Q" TO WS-ENTRY-FREQUENCY
              WHEN "a"
                MOVE "A" TO WS-ENTRY-FREQUENCY
              WHEN "o"
                MOVE "O" TO WS-ENTRY-FREQUENCY
              WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WS-ENTRY-FREQUENCY NOT = "W" AND
              WS-ENTRY-FREQUENCY NOT = "M" AND
              WS-ENTRY-FREQUENCY NOT = "Q" AND
              WS-ENTRY-FREQUENCY NOT = "A" AND
              WS-ENTRY-FREQUENCY NOT = "O"
              DISPLAY "Rejected: unknown frequency "
                      WS-ENTRY-FREQUENCY
              GO TO REGISTER-MANDATE-EXIT
           END-IF

           CALL 'GetBusinessDate' USING WS-BUSINESS-DATE
           DISPLAY "Start date YYYYMMDD (0 for today): "
           ACCEPT WS-ENTRY-START-DATE
           IF WS-ENTRY-START-DATE = 0
              MOVE WS-BUSINESS-DATE TO WS-ENTRY-START-DATE
           END-IF
           DISPLAY "End date YYYYMMDD (0 for until revoked): "
           ACCEPT WS-ENTRY-END-DATE
           IF WS-ENTRY-END-DATE > 0 AND
              WS-ENTRY-END-DATE < WS-ENTRY-START-DATE
              DISPLAY "Rejected: end date is before the start date."
              GO TO REGISTER-MANDATE-EXIT
           END-IF

           MOVE WS-ENTRY-ACCOUNT-NUM   TO MAND-ACCOUNT-NUM
           MOVE WS-ENTRY-CREDITOR-ID   TO MAND-CREDITOR-ID
           MOVE WS-ENTRY-CREDITOR-REF  TO MAND-CREDITOR-REF
           MOVE WS-ENTRY-CREDITOR-NAME TO MAND-CREDITOR-NAME
           MOVE WS-ENTRY-MAX-AMOUNT    TO MAND-MAX-AMOUNT
           MOVE WS-ENTRY-FREQUENCY     TO MAND-FREQUENCY
           MOVE WS-ENTRY-START-DATE    TO MAND-START-DATE
           MOVE WS-ENTRY-END-DATE      TO MAND-END-DATE
           MOVE WS-BUSINESS-DATE       TO MAND-REGISTERED-DATE
           MOVE 0                      TO MAND-REVOKED-DATE
           MOVE "A"                    TO MAND-STATUS
           WRITE MANDATE-RECORD
            INVALID KEY
              REWRITE MANDATE-RECORD
              DISPLAY "Mandate terms replaced for creditor "
                      WS-ENTRY-CREDITOR-ID
            NOT INVALID KEY
              DISPLAY "Mandate registered."
           END-WRITE
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "MANDATE REGISTERED " WS-ENTRY-CREDITOR-ID
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       REGISTER-MANDATE-EXIT.
       EXIT.

      *Revocation stops collections from the next posting run; the
      *record stays on the register so returns can cite it.
       REVOKE-MANDATE.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           DISPLAY "Creditor id: "
           ACCEPT WS-ENTRY-CREDITOR-ID
           DISPLAY "Customer reference with the creditor: "
           ACCEPT WS-ENTRY-CREDITOR-REF
           MOVE WS-ENTRY-ACCOUNT-NUM  TO MAND-ACCOUNT-NUM
           MOVE WS-ENTRY-CREDITOR-ID  TO MAND-CREDITOR-ID
           MOVE WS-ENTRY-CREDITOR-REF TO MAND-CREDITOR-REF
           READ MANDATE-FILE
              KEY IS MAND-KEY
              INVALID KEY
                DISPLAY "No such mandate."
              NOT INVALID KEY
               IF MAND-STATUS-REVOKED
                DISPLAY "Mandate already revoked on "
                        MAND-REVOKED-DATE
               ELSE
                CALL 'GetBusinessDate' USING WS-BUSINESS-DATE
                MOVE "R" TO MAND-STATUS
                MOVE WS-BUSINESS-DATE TO MAND-REVOKED-DATE
                REWRITE MANDATE-RECORD
                DISPLAY "Mandate revoked - collections will be "
                        "returned unpaid from the next posting run."
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "MANDATE REVOKED " WS-ENTRY-CREDITOR-ID
                       DELIMITED BY SIZE INTO AUDIT-MESSAGE
                PERFORM WRITE-AUDIT-LOG
               END-IF
           END-READ.
       EXIT.

       LIST-MANDATES.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           MOVE WS-ENTRY-ACCOUNT-NUM TO MAND-ACCOUNT-NUM
           MOVE LOW-VALUES TO MAND-CREDITOR-ID
           MOVE LOW-VALUES TO MAND-CREDITOR-REF
           MOVE "N" TO END-OF-FILE
           START MANDATE-FILE KEY IS NOT LESS THAN MAND-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "CREDITOR     REFERENCE          ST F MAXIMUM   "
                   "START    END      NAME"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ MANDATE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF MAND-ACCOUNT-NUM NOT = WS-ENTRY-ACCOUNT-NUM
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    DISPLAY MAND-CREDITOR-ID " " MAND-CREDITOR-REF " "
                            MAND-STATUS "  " MAND-FREQUENCY " "
                            MAND-MAX-AMOUNT " " MAND-START-DATE " "
                            MAND-END-DATE " " MAND-CREDITOR-NAME
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       LOOKUP-CUSTOMER-ACCOUNT.

           MOVE "N" TO WS-CUSTOMER-FOUND
           MOVE WS-ENTRY-ACCOUNT-NUM TO ACCOUNT-NUM
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS1 = "00"
              READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
                 INVALID KEY
                   DISPLAY "No customer record found for account: "
                           WS-ENTRY-ACCOUNT-NUM
                 NOT INVALID KEY
                   MOVE "Y" TO WS-CUSTOMER-FOUND
              END-READ
            ELSE
              DISPLAY "Error opening CUSTOMER-FILE. FILE STATUS: "
                      FILE-STATUS1
            END-IF
           CLOSE CUSTOMER-FILE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projMandateMaint" TO AUDIT-PROGRAM-NAME
         MOVE "projectMandate.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
