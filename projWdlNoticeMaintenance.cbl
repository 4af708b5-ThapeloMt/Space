      *Withdrawal notice maintenance utility
      *Captures the notices of withdrawal customers give on their
      *notice-deposit accounts (products with PROD-NOTICE-DAYS),
      *cancels a notice the customer no longer needs, and lists an
      *account's notices. A notice is dated the business date, and
      *matures the product's notice days later; it then stays open
      *to be drawn for the product's grace days before it lapses.
      *Notice ids come from KEYS-ID 20. Teller sign-on is required
      *and every notice given or cancelled is written to the audit
      *log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projWdlNoticeMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NOTICE-FILE ASSIGN TO 'projectWithdrawalNotice.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS WNOT-ID
               ALTERNATE RECORD KEY IS WNOT-ACCOUNT-NUM WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS1.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS2.

       DATA DIVISION.
       FILE SECTION.
       FD NOTICE-FILE.
       COPY projectWithdrawalNoticeBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.
       COPY projectAuditDataBook.
       COPY projectProductReqBook.
       COPY projectProductBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-NEXT-NOTICE-ID      PIC 9(8) VALUE 1.
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ENTRY-ACCOUNT-NUM   PIC 9(10).
       01  WS-ENTRY-AMOUNT        PIC 9(8)V99.
       01  WS-PICK-NOTICE-ID      PIC 9(8).
       01  WS-CONFIRM             PIC X.
       01  WS-CUSTOMER-FOUND      PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-CALC-DATE           PIC 9(8).
       01  WS-CALC-SPLIT REDEFINES WS-CALC-DATE.
        05 WS-CALC-YEAR           PIC 9(4).
        05 WS-CALC-MONTH          PIC 9(2).
        05 WS-CALC-DAY            PIC 9(2).
       01  WS-EPOCH               PIC 9(9).
       01  WS-MATURITY-DATE       PIC 9(8).
       01  WS-LAPSE-DATE          PIC 9(8).
       01  WS-OPEN-NOTICE-TOTAL   PIC S9(10)V99.

       PROCEDURE DIVISION.

           MOVE "T" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: notices need a teller "
                      "sign-on."
              STOP RUN
           END-IF

           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN I-O NOTICE-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT NOTICE-FILE
              CLOSE NOTICE-FILE
              OPEN I-O NOTICE-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Withdrawal notice register not available. "
                      "FILE STATUS: " FILE-STATUS
              STOP RUN
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (G=give notice C=cancel notice "
                     "L=list account's notices): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "G"
                WHEN "g"
                  PERFORM GIVE-NOTICE
                WHEN "C"
                WHEN "c"
                  PERFORM CANCEL-NOTICE
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-ACCOUNT-NOTICES
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another notice action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE NOTICE-FILE.
         STOP RUN.

      *Only an active account on a notice-deposit product takes a
      *notice. A notice for more than the balance not already under
      *notice is accepted with a warning - the withdrawal itself
      *still has to pass the balance test when it posts.
       GIVE-NOTICE.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           PERFORM LOOKUP-CUSTOMER-ACCOUNT
           IF WS-CUSTOMER-FOUND NOT = "Y"
              DISPLAY "Notice not given."
           ELSE IF CUS-ACCOUNT-STATUS NOT = "A"
              DISPLAY "Rejected: account is not active."
           ELSE
              MOVE CUS-ACCOUNT-TYPE TO PRDQ-CODE
              CALL 'projProductLookup' USING PRODUCT-REQUEST
                                             PRODUCT-RECORD
              IF NOT PRDQ-FOUND OR PROD-NOTICE-DAYS = 0
                 DISPLAY "Rejected: " CUS-ACCOUNT-TYPE
                         " is not a notice-deposit product."
              ELSE
                 DISPLAY "Amount to withdraw: "
                 ACCEPT WS-ENTRY-AMOUNT
                 IF WS-ENTRY-AMOUNT NOT > 0
                    DISPLAY "Rejected: amount must be positive."
                 ELSE
                    PERFORM SET-NOTICE-DATES
                    PERFORM SUM-OPEN-NOTICES
                    IF WS-OPEN-NOTICE-TOTAL + WS-ENTRY-AMOUNT >
                       CUS-ACCOUNT-BALANCE
                       DISPLAY "WARNING: open notices would exceed "
                               "the balance of " CUS-ACCOUNT-BALANCE
                    END-IF
                    DISPLAY "Notice of " WS-ENTRY-AMOUNT
                            " matures " WS-MATURITY-DATE
                            ", open until " WS-LAPSE-DATE
                    DISPLAY "Confirm (Y/N): "
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM WRITE-NEW-NOTICE
                    ELSE
                       DISPLAY "Notice not given."
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.
       EXIT.

      *Calendar days, as the customer's terms count them.
       SET-NOTICE-DATES.

           call 'CalculateEpochDays' USING WS-RUN-YEAR WS-RUN-MONTH
                 WS-RUN-DAY WS-EPOCH
           ADD PROD-NOTICE-DAYS TO WS-EPOCH
           call 'CalculateCalendarDate' USING WS-EPOCH
                 WS-CALC-YEAR WS-CALC-MONTH WS-CALC-DAY
           MOVE WS-CALC-DATE TO WS-MATURITY-DATE
           ADD PROD-NOTICE-GRACE-DAYS TO WS-EPOCH
           call 'CalculateCalendarDate' USING WS-EPOCH
                 WS-CALC-YEAR WS-CALC-MONTH WS-CALC-DAY
           MOVE WS-CALC-DATE TO WS-LAPSE-DATE.
       EXIT.

      *What is already under notice and not yet drawn on the
      *account's given and available notices.
       SUM-OPEN-NOTICES.

           MOVE 0 TO WS-OPEN-NOTICE-TOTAL
           MOVE "N" TO END-OF-FILE
           MOVE WS-ENTRY-ACCOUNT-NUM TO WNOT-ACCOUNT-NUM
           START NOTICE-FILE KEY IS NOT LESS THAN WNOT-ACCOUNT-NUM
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ NOTICE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF WNOT-ACCOUNT-NUM NOT = WS-ENTRY-ACCOUNT-NUM
                    MOVE "Y" TO END-OF-FILE
                 ELSE IF WNOT-GIVEN OR WNOT-AVAILABLE
                    COMPUTE WS-OPEN-NOTICE-TOTAL =
                            WS-OPEN-NOTICE-TOTAL + WNOT-AMOUNT
                            - WNOT-TAKEN-AMOUNT
                 END-IF
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-NEW-NOTICE.

           PERFORM ALLOCATE-NOTICE-ID
           MOVE SPACES               TO WITHDRAWAL-NOTICE-RECORD
           MOVE WS-NEXT-NOTICE-ID    TO WNOT-ID
           MOVE WS-ENTRY-ACCOUNT-NUM TO WNOT-ACCOUNT-NUM
           MOVE WS-ENTRY-AMOUNT      TO WNOT-AMOUNT
           MOVE WS-RUN-DATE          TO WNOT-GIVEN-DATE
           MOVE WS-MATURITY-DATE     TO WNOT-MATURITY-DATE
           MOVE WS-LAPSE-DATE        TO WNOT-LAPSE-DATE
           MOVE "G"                  TO WNOT-STATUS
           MOVE 0                    TO WNOT-TAKEN-AMOUNT
           MOVE 0                    TO WNOT-LAST-TAKEN-DATE
           MOVE 0                    TO WNOT-CLOSED-DATE
           MOVE SIGNON-OPERATOR-ID   TO WNOT-OPERATOR-ID
           WRITE WITHDRAWAL-NOTICE-RECORD
            INVALID KEY
              DISPLAY "Notice id collision, notice not given: "
                      WS-NEXT-NOTICE-ID
            NOT INVALID KEY
              DISPLAY "Notice given, id: " WS-NEXT-NOTICE-ID
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "NOTICE GIVEN " WNOT-ID " ACCT "
                     WNOT-ACCOUNT-NUM
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-WRITE.
       EXIT.

      *A notice can be withdrawn by the customer until it has been
      *drawn on; one already partly drawn closes as taken instead,
      *keeping the amount drawn against it.
       CANCEL-NOTICE.

           DISPLAY "Notice id to cancel: "
           ACCEPT WS-PICK-NOTICE-ID
           MOVE WS-PICK-NOTICE-ID TO WNOT-ID
           READ NOTICE-FILE
              KEY IS WNOT-ID
              INVALID KEY
                DISPLAY "Notice id " WS-PICK-NOTICE-ID " not found."
              NOT INVALID KEY
                IF NOT WNOT-GIVEN AND NOT WNOT-AVAILABLE
                   DISPLAY "Rejected: notice is already closed, "
                           "status " WNOT-STATUS
                ELSE
                   IF WNOT-TAKEN-AMOUNT > 0
                      MOVE "T" TO WNOT-STATUS
                   ELSE
                      MOVE "C" TO WNOT-STATUS
                   END-IF
                   MOVE WS-RUN-DATE TO WNOT-CLOSED-DATE
                   REWRITE WITHDRAWAL-NOTICE-RECORD
                   DISPLAY "Notice cancelled: " WS-PICK-NOTICE-ID
                   MOVE SPACES TO AUDIT-MESSAGE
                   STRING "NOTICE CANCELLED " WNOT-ID " ACCT "
                          WNOT-ACCOUNT-NUM
                          DELIMITED BY SIZE INTO AUDIT-MESSAGE
                   PERFORM WRITE-AUDIT-LOG
                END-IF
           END-READ.
       EXIT.

       LIST-ACCOUNT-NOTICES.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           MOVE "N" TO END-OF-FILE
           MOVE WS-ENTRY-ACCOUNT-NUM TO WNOT-ACCOUNT-NUM
           START NOTICE-FILE KEY IS NOT LESS THAN WNOT-ACCOUNT-NUM
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "ID       AMOUNT      GIVEN    MATURES  LAPSES   "
                   "S TAKEN"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ NOTICE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF WNOT-ACCOUNT-NUM NOT = WS-ENTRY-ACCOUNT-NUM
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    DISPLAY WNOT-ID " " WNOT-AMOUNT " "
                            WNOT-GIVEN-DATE " " WNOT-MATURITY-DATE " "
                            WNOT-LAPSE-DATE " " WNOT-STATUS " "
                            WNOT-TAKEN-AMOUNT
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
                   DISPLAY "Customer: " CUS-ACCOUNT-NAMES
                           " balance " CUS-ACCOUNT-BALANCE
              END-READ
            ELSE
              DISPLAY "Error opening CUSTOMER-FILE. FILE STATUS: "
                      FILE-STATUS1
            END-IF
           CLOSE CUSTOMER-FILE.
       EXIT.

       ALLOCATE-NOTICE-ID.

           MOVE 1 TO WS-NEXT-NOTICE-ID
           OPEN I-O KEYS
            IF FILE-STATUS2 = "00"
               MOVE 20 TO KEYS-ID
               READ KEYS INTO WS-KEYS-RECORD
                  KEY IS KEYS-ID
                  INVALID KEY
                    MOVE 20 TO KEYS-ID
                    MOVE 2 TO KEYS-VALUE
                    WRITE KEYS-RECORD
                  NOT INVALID KEY
                    MOVE WS-KEYS-VALUE TO WS-NEXT-NOTICE-ID
                    ADD 1 TO WS-KEYS-VALUE
                    MOVE WS-KEYS-VALUE TO KEYS-VALUE
                    REWRITE KEYS-RECORD
               END-READ

            ELSE IF FILE-STATUS2 = "35"
              CLOSE KEYS
              OPEN OUTPUT KEYS
                MOVE 20 TO KEYS-ID
                MOVE 2 TO KEYS-VALUE
                WRITE KEYS-RECORD

             ELSE
              DISPLAY "Error opening KEYS file. FILE STATUS: "
                      FILE-STATUS2
            END-IF
           CLOSE KEYS.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projWdlNoticeMaint"          TO AUDIT-PROGRAM-NAME
         MOVE "projectWithdrawalNotice.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS                   TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID            TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
