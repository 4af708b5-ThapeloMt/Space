      *Negotiated interest rate override maintenance utility
      *Records a rate a relationship manager has agreed with a
      *customer for one account, with the dates it runs between, the
      *reason and the supervisor approving it; the daily accrual
      *uses it instead of the rate table while it is in force. The
      *signed-on supervisor is the approver. Two active overrides on
      *one account may not overlap; an override is ended early by
      *cancelling it, never by deleting it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projRateOverrideMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS1.

       SELECT RATE-OVERRIDE-FILE ASSIGN TO 'projectRateOverrides.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROV-KEY
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD RATE-OVERRIDE-FILE.
       COPY projectRateOverrideBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-BUSINESS-DATE       PIC 9(8).
       01  WS-ENTRY-ACCOUNT       PIC 9(10).
       01  WS-ENTRY-START         PIC 9(8).
       01  WS-ENTRY-EXPIRY        PIC 9(8).
       01  WS-ENTRY-RATE          PIC 9V9(6).
       01  WS-ENTRY-REASON        PIC X(30).
       01  WS-ENTRY-RM            PIC X(20).
       01  WS-OVERLAP             PIC X.

       PROCEDURE DIVISION.

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: rate overrides need a "
                      "supervisor's approval."
              GOBACK
           END-IF

           OPEN I-O RATE-OVERRIDE-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT RATE-OVERRIDE-FILE
              CLOSE RATE-OVERRIDE-FILE
              OPEN I-O RATE-OVERRIDE-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Rate override file not available. "
                      "FILE STATUS: " FILE-STATUS
              GOBACK
            END-IF
           OPEN INPUT CUSTOMER-FILE
           CALL 'GetBusinessDate' USING WS-BUSINESS-DATE

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (C=capture override X=cancel "
                     "L=list for account): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "C"
                WHEN "c"
                  PERFORM CAPTURE-OVERRIDE THRU CAPTURE-OVERRIDE-EXIT
                WHEN "X"
                WHEN "x"
                  PERFORM CANCEL-OVERRIDE THRU CANCEL-OVERRIDE-EXIT
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-OVERRIDES
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another override action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE CUSTOMER-FILE
           CLOSE RATE-OVERRIDE-FILE.
         GOBACK.

       CAPTURE-OVERRIDE.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT
           MOVE WS-ENTRY-ACCOUNT TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
              INVALID KEY
                DISPLAY "Account " WS-ENTRY-ACCOUNT " not found."
                GO TO CAPTURE-OVERRIDE-EXIT
           END-READ
           IF CUS-ACCOUNT-CLOSED
              DISPLAY "Account " WS-ENTRY-ACCOUNT " is closed."
              GO TO CAPTURE-OVERRIDE-EXIT
           END-IF
           DISPLAY "Daily rate agreed (e.g. 0.000250): "
           ACCEPT WS-ENTRY-RATE
           IF WS-ENTRY-RATE > 0.01
              DISPLAY "A daily rate above 0.01 cannot be right."
              GO TO CAPTURE-OVERRIDE-EXIT
           END-IF
           DISPLAY "Start date (YYYYMMDD, today or later): "
           ACCEPT WS-ENTRY-START
           IF WS-ENTRY-START < WS-BUSINESS-DATE
              DISPLAY "An override cannot start in the past."
              GO TO CAPTURE-OVERRIDE-EXIT
           END-IF
           DISPLAY "Expiry date (YYYYMMDD): "
           ACCEPT WS-ENTRY-EXPIRY
           IF WS-ENTRY-EXPIRY < WS-ENTRY-START
              DISPLAY "The expiry date is before the start date."
              GO TO CAPTURE-OVERRIDE-EXIT
           END-IF
           DISPLAY "Reason: "
           ACCEPT WS-ENTRY-REASON
           IF WS-ENTRY-REASON = SPACES
              DISPLAY "A reason is required."
              GO TO CAPTURE-OVERRIDE-EXIT
           END-IF
           DISPLAY "Relationship manager: "
           ACCEPT WS-ENTRY-RM

           PERFORM CHECK-OVERLAP
           IF WS-OVERLAP = "Y"
              DISPLAY "Account " WS-ENTRY-ACCOUNT " already has an "
                      "active override in those dates."
              GO TO CAPTURE-OVERRIDE-EXIT
           END-IF

           MOVE WS-ENTRY-ACCOUNT   TO ROV-ACCOUNT-NUM
           MOVE WS-ENTRY-START     TO ROV-START-DATE
           MOVE WS-ENTRY-EXPIRY    TO ROV-EXPIRY-DATE
           MOVE WS-ENTRY-RATE      TO ROV-RATE
           MOVE WS-ENTRY-REASON    TO ROV-REASON
           MOVE WS-ENTRY-RM        TO ROV-RM-NAME
           MOVE SIGNON-OPERATOR-ID TO ROV-APPROVED-BY
           MOVE WS-BUSINESS-DATE   TO ROV-APPROVED-DATE
           MOVE "A"                TO ROV-STATUS
           MOVE SPACES             TO ROV-CANCELLED-BY
           MOVE 0                  TO ROV-CANCELLED-DATE
           WRITE RATE-OVERRIDE-RECORD
              INVALID KEY
                DISPLAY "An override starting " WS-ENTRY-START
                        " is already on file for the account."
                GO TO CAPTURE-OVERRIDE-EXIT
           END-WRITE
           DISPLAY "Override " WS-ENTRY-RATE " recorded for "
                   WS-ENTRY-ACCOUNT " from " WS-ENTRY-START
                   " to " WS-ENTRY-EXPIRY
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "RATE OVERRIDE " WS-ENTRY-ACCOUNT " "
                  WS-ENTRY-RATE
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       CAPTURE-OVERRIDE-EXIT.
       EXIT.

      *Any active override on the account whose dates touch the new
      *one's.
       CHECK-OVERLAP.

           MOVE "N" TO WS-OVERLAP
           MOVE "N" TO END-OF-FILE
           MOVE WS-ENTRY-ACCOUNT TO ROV-ACCOUNT-NUM
           MOVE 0 TO ROV-START-DATE
           START RATE-OVERRIDE-FILE KEY IS NOT LESS THAN ROV-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ RATE-OVERRIDE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF ROV-ACCOUNT-NUM NOT = WS-ENTRY-ACCOUNT
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    IF ROV-STATUS-ACTIVE AND
                       ROV-START-DATE NOT > WS-ENTRY-EXPIRY AND
                       ROV-EXPIRY-DATE NOT < WS-ENTRY-START
                       MOVE "Y" TO WS-OVERLAP
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       CANCEL-OVERRIDE.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT
           DISPLAY "Start date of the override (YYYYMMDD): "
           ACCEPT WS-ENTRY-START
           MOVE WS-ENTRY-ACCOUNT TO ROV-ACCOUNT-NUM
           MOVE WS-ENTRY-START   TO ROV-START-DATE
           READ RATE-OVERRIDE-FILE KEY IS ROV-KEY
              INVALID KEY
                DISPLAY "No override on file for that account "
                        "and start date."
                GO TO CANCEL-OVERRIDE-EXIT
           END-READ
           IF NOT ROV-STATUS-ACTIVE
              DISPLAY "That override is already cancelled."
              GO TO CANCEL-OVERRIDE-EXIT
           END-IF
           MOVE "C"                TO ROV-STATUS
           MOVE SIGNON-OPERATOR-ID TO ROV-CANCELLED-BY
           MOVE WS-BUSINESS-DATE   TO ROV-CANCELLED-DATE
           REWRITE RATE-OVERRIDE-RECORD
           DISPLAY "Override cancelled; the table rate applies "
                   "from the next accrual."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "RATE OVERRIDE CANCELLED " WS-ENTRY-ACCOUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       CANCEL-OVERRIDE-EXIT.
       EXIT.

       LIST-OVERRIDES.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT
           MOVE "N" TO END-OF-FILE
           MOVE WS-ENTRY-ACCOUNT TO ROV-ACCOUNT-NUM
           MOVE 0 TO ROV-START-DATE
           START RATE-OVERRIDE-FILE KEY IS NOT LESS THAN ROV-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "START    EXPIRY   RATE     ST APPROVED BY "
                   "REASON"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ RATE-OVERRIDE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF ROV-ACCOUNT-NUM NOT = WS-ENTRY-ACCOUNT
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    DISPLAY ROV-START-DATE " " ROV-EXPIRY-DATE " "
                            ROV-RATE " " ROV-STATUS "  "
                            ROV-APPROVED-BY " " ROV-REASON
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projRateOverrideMnt" TO AUDIT-PROGRAM-NAME
         MOVE "projectRateOverrides.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
