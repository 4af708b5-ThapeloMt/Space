      *Customer complaints register workstation
      *Logs a complaint against the customer's CIF (and the account
      *it concerns, where there is one) with its category, the
      *channel it came in on and the operator who owns it, and
      *stamps it with the acknowledgment and final-response
      *deadlines its category is held to. The owner records the
      *acknowledgment, a complaint can be handed to another owner,
      *and closure records the outcome. Redress paid on an upheld
      *or partly upheld complaint is entered as an ADJ credit to
      *the customer's account in the PENDING state, so it reaches
      *the next posting run only once a supervisor has released it
      *in projApproval. Every action goes to the audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projComplaintRegister.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COMPLAINT-FILE ASSIGN TO 'projectComplaintFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-COMPLAINT-ID
               ALTERNATE RECORD KEY IS CMP-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS1.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS2.

       SELECT OPERATOR-FILE ASSIGN TO 'projectOperatorFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
                FILE STATUS IS FILE-STATUS3.

       SELECT TRANSACTION-FILE ASSIGN TO 'projectTRANSACTIONFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS4.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS5.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
       COPY projectComplaintBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD OPERATOR-FILE.
       COPY projectOperatorBook.

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projHISTdateDataBook.
       COPY projectComplaintSlaBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-TRANS-ID-COUNTER    PIC 9(10) VALUE 1.
       01  WS-NEXT-COMPLAINT-ID   PIC 9(8) VALUE 1.
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ENTRY-COMPLAINT-ID  PIC 9(8).
       01  WS-ENTRY-CIF-ID        PIC 9(8).
       01  WS-ENTRY-ACCOUNT       PIC 9(10).
       01  WS-ENTRY-CATEGORY      PIC X(4).
       01  WS-ENTRY-CHANNEL       PIC X(6).
       01  WS-ENTRY-OWNER         PIC X(8).
       01  WS-ENTRY-SUMMARY       PIC X(40).
       01  WS-ENTRY-OUTCOME       PIC X.
       01  WS-ENTRY-REDRESS       PIC 9(8)V99.
       01  WS-LIST-OWNER          PIC X(8).
       01  WS-ENTRY-OK            PIC X.
       01  WS-SLA-FOUND           PIC X.
       01  WS-DUE-DAYS            PIC 9(3).
       01  WS-DUE-EPOCH           PIC 9(9).
       01  WS-DUE-DATE.
        05 WS-DUE-YEAR            PIC 9(4).
        05 WS-DUE-MONTH           PIC 9(2).
        05 WS-DUE-DAY             PIC 9(2).
       01  WS-ACK-DUE-DATE        PIC 9(8).
       01  WS-RESOLVE-DUE-DATE    PIC 9(8).
       01  WS-POSTED-TRANS-ID     PIC 9(10).
       01  WS-LISTED              PIC 9(5).
       01  WS-REDRESS-ED          PIC Z(7)9.99.

       PROCEDURE DIVISION.

           MOVE "T" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF
           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN I-O COMPLAINT-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT COMPLAINT-FILE
              CLOSE COMPLAINT-FILE
              OPEN I-O COMPLAINT-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Complaint register not available. "
                      "FILE STATUS: " FILE-STATUS
              GOBACK
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (N=new complaint K=acknowledge "
                     "O=change owner C=close L=list open "
                     "H=customer history): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "N"
                WHEN "n"
                  PERFORM LOG-COMPLAINT
                WHEN "K"
                WHEN "k"
                  PERFORM ACKNOWLEDGE-COMPLAINT
                WHEN "O"
                WHEN "o"
                  PERFORM CHANGE-COMPLAINT-OWNER
                WHEN "C"
                WHEN "c"
                  PERFORM CLOSE-COMPLAINT
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-OPEN-COMPLAINTS
                WHEN "H"
                WHEN "h"
                  PERFORM LIST-CUSTOMER-COMPLAINTS
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another complaint action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE COMPLAINT-FILE.
         GOBACK.

      *A complaint must name a customer on the CIF master; the
      *account, where given, must be one of that customer's. The
      *owner defaults to the operator logging it.
       LOG-COMPLAINT.

           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Customer CIF number: "
           ACCEPT WS-ENTRY-CIF-ID
           PERFORM CHECK-CIF-ON-FILE
           IF WS-ENTRY-OK = "Y"
              DISPLAY "Account complained about (0 if none): "
              ACCEPT WS-ENTRY-ACCOUNT
              IF WS-ENTRY-ACCOUNT > 0
                 PERFORM CHECK-ACCOUNT-OF-CIF
              END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
              DISPLAY "Category (SERV=service FEES=fees and charges "
                      "PROD=product terms STAF=staff conduct "
                      "DIGI=digital channels FRAU=fraud and scams "
                      "OTHR=other): "
              ACCEPT WS-ENTRY-CATEGORY
              INSPECT WS-ENTRY-CATEGORY CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              PERFORM FIND-CATEGORY-SLA
              IF WS-SLA-FOUND = "N"
                 DISPLAY "Unknown category, complaint not logged."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
              DISPLAY "Received by (BRANCH PHONE EMAIL LETTER "
                      "ONLINE): "
              ACCEPT WS-ENTRY-CHANNEL
              INSPECT WS-ENTRY-CHANNEL CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              MOVE WS-ENTRY-CHANNEL TO CMP-CHANNEL
              IF NOT CMP-CHANNEL-VALID
                 DISPLAY "Unknown channel, complaint not logged."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
              DISPLAY "Owner operator id (blank for yourself): "
              ACCEPT WS-ENTRY-OWNER
              IF WS-ENTRY-OWNER = SPACES
                 MOVE SIGNON-OPERATOR-ID TO WS-ENTRY-OWNER
              ELSE
                 PERFORM CHECK-OWNER-ON-FILE
              END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
              DISPLAY "Summary of the complaint: "
              ACCEPT WS-ENTRY-SUMMARY
              PERFORM COMPUTE-DUE-DATES
              PERFORM ALLOCATE-COMPLAINT-ID
              MOVE WS-NEXT-COMPLAINT-ID TO CMP-COMPLAINT-ID
              MOVE WS-ENTRY-CIF-ID      TO CMP-CIF-ID
              MOVE WS-ENTRY-ACCOUNT     TO CMP-ACCOUNT-NUM
              MOVE WS-ENTRY-CATEGORY    TO CMP-CATEGORY
              MOVE WS-ENTRY-CHANNEL     TO CMP-CHANNEL
              MOVE WS-ENTRY-OWNER       TO CMP-OWNER-ID
              MOVE SIGNON-OPERATOR-ID   TO CMP-LOGGED-BY
              MOVE WS-RUN-DATE          TO CMP-RECEIVED-DATE
              MOVE WS-ACK-DUE-DATE      TO CMP-ACK-DUE-DATE
              MOVE WS-RESOLVE-DUE-DATE  TO CMP-RESOLVE-DUE-DATE
              MOVE 0                    TO CMP-ACK-DATE
              MOVE "O"                  TO CMP-STATUS
              MOVE SPACE                TO CMP-OUTCOME
              MOVE 0                    TO CMP-CLOSED-DATE
              MOVE 0                    TO CMP-REDRESS-AMOUNT
              MOVE 0                    TO CMP-REDRESS-TRANS-ID
              MOVE WS-ENTRY-SUMMARY     TO CMP-SUMMARY
              WRITE COMPLAINT-RECORD
               INVALID KEY
                 DISPLAY "Complaint id collision, complaint not "
                         "written: " WS-NEXT-COMPLAINT-ID
               NOT INVALID KEY
                 DISPLAY "Complaint " WS-NEXT-COMPLAINT-ID
                         " logged, acknowledge by " WS-ACK-DUE-DATE
                         ", respond by " WS-RESOLVE-DUE-DATE
                 MOVE SPACES TO AUDIT-MESSAGE
                 STRING "COMPLAINT " WS-NEXT-COMPLAINT-ID
                        " LOGGED " WS-ENTRY-CATEGORY
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
                 PERFORM WRITE-AUDIT-LOG
              END-WRITE
           END-IF.
       EXIT.

       CHECK-CIF-ON-FILE.

           OPEN INPUT CIF-FILE
            IF FILE-STATUS1 NOT = "00"
              DISPLAY "CIF master not available. FILE STATUS: "
                      FILE-STATUS1
              MOVE "N" TO WS-ENTRY-OK
            ELSE
              MOVE WS-ENTRY-CIF-ID TO CIF-ID
              READ CIF-FILE
                 KEY IS CIF-ID
                 INVALID KEY
                   DISPLAY "No customer with CIF " WS-ENTRY-CIF-ID
                   MOVE "N" TO WS-ENTRY-OK
                 NOT INVALID KEY
                   DISPLAY "Customer: " CIF-NAME
              END-READ
            END-IF
           CLOSE CIF-FILE.
       EXIT.

       CHECK-ACCOUNT-OF-CIF.

           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS2 NOT = "00"
              DISPLAY "Account master not available. FILE STATUS: "
                      FILE-STATUS2
              MOVE "N" TO WS-ENTRY-OK
            ELSE
              MOVE WS-ENTRY-ACCOUNT TO ACCOUNT-NUM
              READ CUSTOMER-FILE
                 KEY IS ACCOUNT-NUM
                 INVALID KEY
                   DISPLAY "Account " WS-ENTRY-ACCOUNT " not found."
                   MOVE "N" TO WS-ENTRY-OK
                 NOT INVALID KEY
                   IF ACCOUNT-CIF-ID NOT = WS-ENTRY-CIF-ID
                      DISPLAY "Account " WS-ENTRY-ACCOUNT
                              " does not belong to CIF "
                              WS-ENTRY-CIF-ID
                      MOVE "N" TO WS-ENTRY-OK
                   END-IF
              END-READ
            END-IF
           CLOSE CUSTOMER-FILE.
       EXIT.

       CHECK-OWNER-ON-FILE.

           OPEN INPUT OPERATOR-FILE
            IF FILE-STATUS3 NOT = "00"
              DISPLAY "Operator master not available. FILE STATUS: "
                      FILE-STATUS3
              MOVE "N" TO WS-ENTRY-OK
            ELSE
              MOVE WS-ENTRY-OWNER TO OPER-ID
              READ OPERATOR-FILE
                 KEY IS OPER-ID
                 INVALID KEY
                   DISPLAY "No operator " WS-ENTRY-OWNER
                   MOVE "N" TO WS-ENTRY-OK
              END-READ
            END-IF
           CLOSE OPERATOR-FILE.
       EXIT.

       FIND-CATEGORY-SLA.

           MOVE "N" TO WS-SLA-FOUND
           PERFORM VARYING CSLA-IDX FROM 1 BY 1
                   UNTIL CSLA-IDX > CSLA-COUNT OR WS-SLA-FOUND = "Y"
             IF CSLA-CATEGORY(CSLA-IDX) = WS-ENTRY-CATEGORY
                MOVE "Y" TO WS-SLA-FOUND
             END-IF
           END-PERFORM
           IF WS-SLA-FOUND = "Y"
              SUBTRACT 1 FROM CSLA-IDX
           END-IF.
       EXIT.

      *Both deadlines run in calendar days from the date received.
       COMPUTE-DUE-DATES.

           MOVE WS-RUN-DATE TO INPUT-DATE
           call 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                 TOTALRETURN1
           MOVE CSLA-ACK-DAYS(CSLA-IDX) TO WS-DUE-DAYS
           COMPUTE WS-DUE-EPOCH = TOTALRETURN1 + WS-DUE-DAYS
           call 'CalculateCalendarDate' USING WS-DUE-EPOCH
                 WS-DUE-YEAR WS-DUE-MONTH WS-DUE-DAY
           MOVE WS-DUE-DATE TO WS-ACK-DUE-DATE
           MOVE CSLA-RESOLVE-DAYS(CSLA-IDX) TO WS-DUE-DAYS
           COMPUTE WS-DUE-EPOCH = TOTALRETURN1 + WS-DUE-DAYS
           call 'CalculateCalendarDate' USING WS-DUE-EPOCH
                 WS-DUE-YEAR WS-DUE-MONTH WS-DUE-DAY
           MOVE WS-DUE-DATE TO WS-RESOLVE-DUE-DATE.
       EXIT.

       ACKNOWLEDGE-COMPLAINT.

           DISPLAY "Complaint number to acknowledge: "
           ACCEPT WS-ENTRY-COMPLAINT-ID
           MOVE WS-ENTRY-COMPLAINT-ID TO CMP-COMPLAINT-ID
           READ COMPLAINT-FILE
              KEY IS CMP-COMPLAINT-ID
              INVALID KEY
                DISPLAY "Complaint " WS-ENTRY-COMPLAINT-ID
                        " not found."
              NOT INVALID KEY
                IF NOT CMP-STATUS-OPEN
                   DISPLAY "Complaint is already acknowledged or "
                           "closed."
                ELSE
                   MOVE "A" TO CMP-STATUS
                   MOVE WS-RUN-DATE TO CMP-ACK-DATE
                   REWRITE COMPLAINT-RECORD
                   DISPLAY "Complaint acknowledged."
                   IF WS-RUN-DATE > CMP-ACK-DUE-DATE
                      DISPLAY "  Acknowledged after the due date "
                              CMP-ACK-DUE-DATE
                   END-IF
                   MOVE SPACES TO AUDIT-MESSAGE
                   STRING "COMPLAINT " CMP-COMPLAINT-ID
                          " ACKNOWLEDGED"
                          DELIMITED BY SIZE INTO AUDIT-MESSAGE
                   PERFORM WRITE-AUDIT-LOG
                END-IF
           END-READ.
       EXIT.

       CHANGE-COMPLAINT-OWNER.

           DISPLAY "Complaint number: "
           ACCEPT WS-ENTRY-COMPLAINT-ID
           MOVE WS-ENTRY-COMPLAINT-ID TO CMP-COMPLAINT-ID
           READ COMPLAINT-FILE
              KEY IS CMP-COMPLAINT-ID
              INVALID KEY
                DISPLAY "Complaint " WS-ENTRY-COMPLAINT-ID
                        " not found."
              NOT INVALID KEY
                IF CMP-STATUS-CLOSED
                   DISPLAY "Complaint is closed."
                ELSE
                   DISPLAY "Current owner " CMP-OWNER-ID
                   DISPLAY "New owner operator id: "
                   ACCEPT WS-ENTRY-OWNER
                   MOVE "Y" TO WS-ENTRY-OK
                   PERFORM CHECK-OWNER-ON-FILE
                   IF WS-ENTRY-OK = "Y"
                      MOVE WS-ENTRY-OWNER TO CMP-OWNER-ID
                      REWRITE COMPLAINT-RECORD
                      DISPLAY "Complaint now owned by "
                              WS-ENTRY-OWNER
                      MOVE SPACES TO AUDIT-MESSAGE
                      STRING "COMPLAINT " CMP-COMPLAINT-ID
                             " OWNER " WS-ENTRY-OWNER
                             DELIMITED BY SIZE INTO AUDIT-MESSAGE
                      PERFORM WRITE-AUDIT-LOG
                   END-IF
                END-IF
           END-READ.
       EXIT.

      *Closure records the outcome. Redress is only offered on an
      *upheld or partly upheld complaint, and only where the
      *complaint names an account to credit.
       CLOSE-COMPLAINT.

           DISPLAY "Complaint number to close: "
           ACCEPT WS-ENTRY-COMPLAINT-ID
           MOVE WS-ENTRY-COMPLAINT-ID TO CMP-COMPLAINT-ID
           READ COMPLAINT-FILE
              KEY IS CMP-COMPLAINT-ID
              INVALID KEY
                DISPLAY "Complaint " WS-ENTRY-COMPLAINT-ID
                        " not found."
              NOT INVALID KEY
                IF CMP-STATUS-CLOSED
                   DISPLAY "Complaint is already closed."
                ELSE
                   DISPLAY "Outcome (U=upheld P=partly upheld "
                           "N=not upheld W=withdrawn): "
                   ACCEPT WS-ENTRY-OUTCOME
                   INSPECT WS-ENTRY-OUTCOME CONVERTING "upnw"
                           TO "UPNW"
                   MOVE WS-ENTRY-OUTCOME TO CMP-OUTCOME
                   IF NOT CMP-OUTCOME-VALID
                      DISPLAY "Unknown outcome, complaint left open."
                   ELSE
                      MOVE 0 TO WS-ENTRY-REDRESS
                      IF (CMP-OUTCOME-UPHELD OR CMP-OUTCOME-PARTLY)
                         AND CMP-ACCOUNT-NUM > 0
                         DISPLAY "Redress to credit to account "
                                 CMP-ACCOUNT-NUM " (0 if none): "
                         ACCEPT WS-ENTRY-REDRESS
                      END-IF
                      IF WS-ENTRY-REDRESS > 0
                         PERFORM WRITE-REDRESS-TRANSACTION
                      ELSE
                         MOVE 0 TO WS-POSTED-TRANS-ID
                      END-IF
                      IF CMP-ACK-DATE = 0
                         MOVE WS-RUN-DATE TO CMP-ACK-DATE
                      END-IF
                      MOVE "C" TO CMP-STATUS
                      MOVE WS-RUN-DATE TO CMP-CLOSED-DATE
                      MOVE WS-ENTRY-REDRESS TO CMP-REDRESS-AMOUNT
                      MOVE WS-POSTED-TRANS-ID TO CMP-REDRESS-TRANS-ID
                      REWRITE COMPLAINT-RECORD
                      DISPLAY "Complaint closed."
                      IF WS-RUN-DATE > CMP-RESOLVE-DUE-DATE
                         DISPLAY "  Closed after the response date "
                                 CMP-RESOLVE-DUE-DATE
                      END-IF
                      MOVE SPACES TO AUDIT-MESSAGE
                      STRING "COMPLAINT " CMP-COMPLAINT-ID
                             " CLSD " CMP-OUTCOME " "
                             WS-ENTRY-REDRESS
                             DELIMITED BY SIZE INTO AUDIT-MESSAGE
                      PERFORM WRITE-AUDIT-LOG
                   END-IF
                END-IF
           END-READ.
       EXIT.

      *The redress credit is written PENDING whatever its size: a
      *payment to a complainant always has a supervisor's release.
       WRITE-REDRESS-TRANSACTION.

           PERFORM CLAIM-TRANS-ID-COUNTER
           MOVE 0 TO WS-POSTED-TRANS-ID
           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS4 = "00"
              MOVE WS-RUN-DATE           TO TRANSACTION-DATE
              MOVE WS-TRANS-ID-COUNTER   TO TRANS-ID
              MOVE CMP-ACCOUNT-NUM       TO TRANS-ACCOUNT-NUM
              MOVE SPACES                TO TRANS-ACCOUNT-TYPE
              MOVE "ADJ"                 TO TRANS-TYPE
              MOVE WS-ENTRY-REDRESS      TO TRANS-AMOUNT
              MOVE 0                     TO HASH-TOTALS
              MOVE CMP-COMPLAINT-ID      TO TRANS-REF-ID
              MOVE SPACES                TO TRANS-NEW-NAME
              MOVE "COMPLAINT"           TO TRANS-BATCH-ID
              MOVE SPACES                TO TRANS-MEMO
              STRING "Complaint redress " CMP-COMPLAINT-ID
                     DELIMITED BY SIZE INTO TRANS-MEMO
              MOVE "BRANCH"              TO TRANS-CHANNEL
              MOVE SPACES                TO TRANS-BRANCH-CODE
              MOVE "W"                   TO TRANS-STATUS
              MOVE 0                     TO TRANS-CONTRA-ACCOUNT
              MOVE SPACES                TO TRANS-CURRENCY-CODE
              MOVE 0                     TO TRANS-CHEQUE-NUM
              MOVE WS-RUN-DATE           TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision, redress not "
                         "entered: " WS-TRANS-ID-COUNTER
               NOT INVALID KEY
                 MOVE WS-TRANS-ID-COUNTER TO WS-POSTED-TRANS-ID
                 DISPLAY "Redress entered for supervisor approval, "
                         "TRANS-ID: " WS-TRANS-ID-COUNTER
              END-WRITE
              ADD 1 TO WS-TRANS-ID-COUNTER
              PERFORM SAVE-TRANS-ID-COUNTER
            ELSE
              DISPLAY "Error opening TRANSACTION-FILE. FILE STATUS: "
                      FILE-STATUS4
            END-IF
           CLOSE TRANSACTION-FILE
           IF WS-POSTED-TRANS-ID = 0
              MOVE 0 TO WS-ENTRY-REDRESS
           END-IF.
       EXIT.

      *Open complaints, for one owner or all, soonest deadline
      *flags first on each line.
       LIST-OPEN-COMPLAINTS.

           DISPLAY "Owner to list (blank for all): "
           ACCEPT WS-LIST-OWNER
           MOVE 0 TO WS-LISTED
           MOVE "N" TO END-OF-FILE
           MOVE 0 TO CMP-COMPLAINT-ID
           START COMPLAINT-FILE KEY IS NOT LESS THAN CMP-COMPLAINT-ID
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "COMPLAINT CIF      ACCOUNT    CAT  OWNER    "
                   "RECEIVED ACK DUE RESP DUE ST"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ COMPLAINT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF NOT CMP-STATUS-CLOSED AND
                    (WS-LIST-OWNER = SPACES OR
                     WS-LIST-OWNER = CMP-OWNER-ID)
                    ADD 1 TO WS-LISTED
                    DISPLAY CMP-COMPLAINT-ID "  " CMP-CIF-ID " "
                            CMP-ACCOUNT-NUM " " CMP-CATEGORY " "
                            CMP-OWNER-ID " " CMP-RECEIVED-DATE " "
                            CMP-ACK-DUE-DATE " " CMP-RESOLVE-DUE-DATE
                            " " CMP-STATUS
                    DISPLAY "          " CMP-SUMMARY
                    IF CMP-STATUS-OPEN AND
                       CMP-ACK-DUE-DATE < WS-RUN-DATE
                       DISPLAY "  *** ACKNOWLEDGMENT OVERDUE ***"
                    END-IF
                    IF CMP-RESOLVE-DUE-DATE < WS-RUN-DATE
                       DISPLAY "  *** RESPONSE DATE PASSED ***"
                    END-IF
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY WS-LISTED " open complaint(s) listed.".
       EXIT.

       LIST-CUSTOMER-COMPLAINTS.

           DISPLAY "Customer CIF number: "
           ACCEPT WS-ENTRY-CIF-ID
           MOVE 0 TO WS-LISTED
           MOVE "N" TO END-OF-FILE
           MOVE WS-ENTRY-CIF-ID TO CMP-CIF-ID
           START COMPLAINT-FILE KEY IS EQUAL TO CMP-CIF-ID
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "COMPLAINT ACCOUNT    CAT  RECEIVED CLOSED   "
                   "OUTCOME      REDRESS"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ COMPLAINT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF CMP-CIF-ID NOT = WS-ENTRY-CIF-ID
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    ADD 1 TO WS-LISTED
                    MOVE CMP-REDRESS-AMOUNT TO WS-REDRESS-ED
                    DISPLAY CMP-COMPLAINT-ID "  " CMP-ACCOUNT-NUM " "
                            CMP-CATEGORY " " CMP-RECEIVED-DATE " "
                            CMP-CLOSED-DATE " " CMP-OUTCOME "       "
                            WS-REDRESS-ED
                    DISPLAY "          " CMP-SUMMARY
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY WS-LISTED " complaint(s) for CIF " WS-ENTRY-CIF-ID.
       EXIT.

      *Complaint numbers come off KEYS-ID 17.
       ALLOCATE-COMPLAINT-ID.

           MOVE 1 TO WS-NEXT-COMPLAINT-ID
           OPEN I-O KEYS
            IF FILE-STATUS5 = "00"
               MOVE 17 TO KEYS-ID
               READ KEYS INTO WS-KEYS-RECORD
                  KEY IS KEYS-ID
                  INVALID KEY
                    MOVE 17 TO KEYS-ID
                    MOVE 2 TO KEYS-VALUE
                    WRITE KEYS-RECORD
                  NOT INVALID KEY
                    MOVE WS-KEYS-VALUE TO WS-NEXT-COMPLAINT-ID
                    ADD 1 TO WS-KEYS-VALUE
                    MOVE WS-KEYS-VALUE TO KEYS-VALUE
                    REWRITE KEYS-RECORD
               END-READ
            ELSE IF FILE-STATUS5 = "35"
              CLOSE KEYS
              OPEN OUTPUT KEYS
                MOVE 17 TO KEYS-ID
                MOVE 2 TO KEYS-VALUE
                WRITE KEYS-RECORD
             ELSE
              DISPLAY "Error opening KEYS file. FILE STATUS: "
                      FILE-STATUS5
            END-IF
            END-IF
           CLOSE KEYS.
       EXIT.

       CLAIM-TRANS-ID-COUNTER.

         MOVE 1 TO WS-TRANS-ID-COUNTER
         OPEN I-O KEYS
          IF FILE-STATUS5 = "00"
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
         MOVE "projComplaintReg" TO AUDIT-PROGRAM-NAME
         MOVE "projectComplaintFile.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
