      *Bank draft issuance and register maintenance utility
      *Issues a bank draft (manager's cheque) against a customer's
      *account: the draft goes on the draft register with its
      *number, payee, amount and issuing branch, and a DRAFTS TRF
      *is entered debiting the customer and crediting the
      *PARM-DRAFT-ACCOUNT drafts-payable control account - within
      *the teller's TRF limit it posts on the next run, above it it
      *waits for a supervisor in projApproval. The draft becomes
      *OUTSTANDING when that TRF posts, and PAID when it comes back
      *as a CHQ on the control account. Cancelling an outstanding
      *draft needs a supervisor's override (not the teller's own)
      *and enters the refund TRF from the control account back to
      *the customer. Drafts can be looked up by number or listed
      *for an account.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projDraftMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DRAFT-FILE ASSIGN TO 'projectDraftRegister.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRF-NUMBER
                FILE STATUS IS FILE-STATUS.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
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

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT OPERATOR-FILE ASSIGN TO 'projectOperatorFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
                FILE STATUS IS FILE-STATUS5.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD DRAFT-FILE.
       COPY projectDraftBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD OPERATOR-FILE.
       COPY projectOperatorBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.
       COPY projectOperLimitReqBook.
       COPY projectStaffCheckReqBook.

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
       01  WS-NEW-DRAFT-NUM       PIC 9(8) VALUE 0.
       01  WS-TELLER-ID           PIC X(8).
       01  WS-TELLER-BRANCH       PIC X(05) VALUE SPACES.
       01  WS-PARM-DRAFT-ACCOUNT  PIC 9(10) VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-CONFIRM             PIC X.
       01  WS-ENTRY-ACCOUNT-NUM   PIC 9(10).
       01  WS-ENTRY-DRAFT-NUM     PIC 9(8).
       01  WS-ENTRY-PAYEE         PIC X(40).
       01  WS-ENTRY-AMOUNT        PIC 9(6)V99.
       01  WS-CUSTOMER-FOUND      PIC X VALUE "N".
       01  WS-ISSUE-STATUS        PIC X(1).
       01  WS-LIST-COUNT          PIC 9(5).

      *Fields of the TRF entered for an issue or a refund.
       01  WS-TRF-ACCOUNT         PIC 9(10).
       01  WS-TRF-ACCOUNT-TYPE    PIC X(7).
       01  WS-TRF-CONTRA          PIC 9(10).
       01  WS-TRF-AMOUNT          PIC S9(6)V99.
       01  WS-TRF-BRANCH          PIC X(05).
       01  WS-TRF-CURRENCY        PIC X(3).
       01  WS-TRF-STATUS          PIC X(1).
       01  WS-TRF-MEMO            PIC X(30).
       01  WS-TRF-WRITTEN         PIC X.
       01  WS-TRF-TRANS-ID        PIC 9(10).

       PROCEDURE DIVISION.

           MOVE "T" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF
           MOVE SIGNON-OPERATOR-ID TO WS-TELLER-ID
           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-DRAFT-PARM
           IF WS-PARM-DRAFT-ACCOUNT = 0
              DISPLAY "No drafts-payable account is configured - "
                      "set DRAFT-ACCOUNT in projParmMaintenance."
              GOBACK
           END-IF
           PERFORM READ-TELLER-BRANCH

           OPEN I-O DRAFT-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT DRAFT-FILE
              CLOSE DRAFT-FILE
              OPEN I-O DRAFT-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Draft register not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (I=issue draft C=cancel draft "
                     "Q=query draft L=list account): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "I"
                WHEN "i"
                  PERFORM ISSUE-DRAFT
                WHEN "C"
                WHEN "c"
                  PERFORM CANCEL-DRAFT THRU CANCEL-DRAFT-EXIT
                WHEN "Q"
                WHEN "q"
                  PERFORM QUERY-DRAFT
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-ACCOUNT-DRAFTS
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another draft action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE DRAFT-FILE.
         GOBACK.

       READ-DRAFT-PARM.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS4 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-DRAFT-ACCOUNT IS NUMERIC
                     MOVE PARM-DRAFT-ACCOUNT TO WS-PARM-DRAFT-ACCOUNT
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

      *The issuing branch is the branch the teller is attached to.
       READ-TELLER-BRANCH.

           OPEN INPUT OPERATOR-FILE
            IF FILE-STATUS5 = "00"
              MOVE WS-TELLER-ID TO OPER-ID
              READ OPERATOR-FILE
                 KEY IS OPER-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE OPER-BRANCH-CODE TO WS-TELLER-BRANCH
              END-READ
            END-IF
           CLOSE OPERATOR-FILE.
       EXIT.

       ISSUE-DRAFT.

           DISPLAY "Account to debit for the draft: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           PERFORM LOOKUP-PURCHASER-ACCOUNT
           IF WS-CUSTOMER-FOUND NOT = "Y"
              DISPLAY "Draft not issued."
           ELSE
             MOVE WS-TELLER-ID         TO STFQ-OPERATOR-ID
             MOVE WS-ENTRY-ACCOUNT-NUM TO STFQ-ACCOUNT-NUM
             CALL 'projStaffAccountCheck' USING STAFF-CHECK-REQUEST
             IF STFQ-STAFF-ACCOUNT
               DISPLAY "REFUSED: account " STFQ-ACCOUNT-NUM
                       " is held by CIF " STFQ-MATCHED-CIF
                       ", linked to operator " WS-TELLER-ID "."
               MOVE SPACES TO AUDIT-MESSAGE
               STRING "STAFF ACCOUNT REFUSED " STFQ-ACCOUNT-NUM
                      DELIMITED BY SIZE INTO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
             ELSE
               DISPLAY "Payee name: "
               ACCEPT WS-ENTRY-PAYEE
               DISPLAY "Draft amount: "
               ACCEPT WS-ENTRY-AMOUNT
               IF WS-ENTRY-PAYEE = SPACES OR WS-ENTRY-AMOUNT = 0
                  DISPLAY "Payee and amount are required - draft "
                          "not issued."
               ELSE
                  PERFORM WRITE-DRAFT-ISSUE
               END-IF
             END-IF
           END-IF.
       EXIT.

      *The purchase TRF is held to the teller's TRF keying limit;
      *above it the draft waits UNFUNDED until a supervisor releases
      *the TRF and it posts.
       WRITE-DRAFT-ISSUE.

           MOVE WS-TELLER-ID TO OLMQ-OPERATOR-ID
           MOVE "TRF"        TO OLMQ-TRAN-TYPE
           COMPUTE OLMQ-AMOUNT = 0 - WS-ENTRY-AMOUNT
           CALL 'projOperatorLimit' USING OPER-LIMIT-REQUEST
           IF OLMQ-WITHIN-LIMIT
              MOVE SPACE TO WS-ISSUE-STATUS
           ELSE
              MOVE "W" TO WS-ISSUE-STATUS
              DISPLAY "Above your TRF limit of " OLMQ-LIMIT
                      " - referred for supervisor approval."
           END-IF

           PERFORM CLAIM-DRAFT-NUMBER
           MOVE SPACES TO WS-TRF-MEMO
           STRING "BANK DRAFT " WS-NEW-DRAFT-NUM
                  DELIMITED BY SIZE INTO WS-TRF-MEMO
           MOVE WS-NEW-DRAFT-NUM      TO WS-ENTRY-DRAFT-NUM
           MOVE WS-ENTRY-ACCOUNT-NUM  TO WS-TRF-ACCOUNT
           MOVE CUS-ACCOUNT-TYPE      TO WS-TRF-ACCOUNT-TYPE
           MOVE WS-PARM-DRAFT-ACCOUNT TO WS-TRF-CONTRA
           COMPUTE WS-TRF-AMOUNT = 0 - WS-ENTRY-AMOUNT
           IF WS-TELLER-BRANCH NOT = SPACES
              MOVE WS-TELLER-BRANCH   TO WS-TRF-BRANCH
           ELSE
              MOVE CUS-BRANCH-CODE    TO WS-TRF-BRANCH
           END-IF
           MOVE CUS-CURRENCY-CODE     TO WS-TRF-CURRENCY
           MOVE WS-ISSUE-STATUS       TO WS-TRF-STATUS
           PERFORM WRITE-DRAFT-TRANSACTION
           IF WS-TRF-WRITTEN = "Y"
              MOVE WS-NEW-DRAFT-NUM     TO DRF-NUMBER
              MOVE WS-ENTRY-ACCOUNT-NUM TO DRF-ACCOUNT-NUM
              MOVE WS-ENTRY-PAYEE       TO DRF-PAYEE
              MOVE WS-ENTRY-AMOUNT      TO DRF-AMOUNT
              MOVE WS-TRF-BRANCH        TO DRF-BRANCH-CODE
              MOVE WS-RUN-DATE          TO DRF-ISSUE-DATE
              MOVE WS-TELLER-ID         TO DRF-ISSUED-BY
              MOVE WS-TRF-TRANS-ID      TO DRF-ISSUE-TRANS-ID
              MOVE "N"                  TO DRF-STATUS
              MOVE 0                    TO DRF-CLOSED-DATE
              MOVE SPACES               TO DRF-CANCEL-APPROVER
              WRITE DRAFT-RECORD
               INVALID KEY
                 DISPLAY "Draft number already on register: "
                         WS-NEW-DRAFT-NUM
               NOT INVALID KEY
                 DISPLAY "Draft " WS-NEW-DRAFT-NUM " issued for "
                         WS-ENTRY-AMOUNT " to " WS-ENTRY-PAYEE
                 DISPLAY "Purchase TRANS-ID " WS-TRF-TRANS-ID
                         " - the draft is outstanding once it "
                         "posts."
                 MOVE SPACES TO AUDIT-MESSAGE
                 STRING "DRAFT ISSUED " WS-NEW-DRAFT-NUM
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
                 PERFORM WRITE-AUDIT-LOG
              END-WRITE
           ELSE
              DISPLAY "Purchase TRF not written - draft not issued."
           END-IF.
       EXIT.

      *Only an OUTSTANDING draft can be cancelled. The refund goes
      *back to the account that bought it, on a supervisor's
      *override taken here - the supervisor may not be the teller.
       CANCEL-DRAFT.

           DISPLAY "Draft number to cancel: "
           ACCEPT WS-ENTRY-DRAFT-NUM
           MOVE WS-ENTRY-DRAFT-NUM TO DRF-NUMBER
           READ DRAFT-FILE
              KEY IS DRF-NUMBER
              INVALID KEY
                DISPLAY "Draft not on register."
                GO TO CANCEL-DRAFT-EXIT
           END-READ
           IF NOT DRF-STATUS-OUTSTANDING
              DISPLAY "Only an outstanding draft can be cancelled - "
                      "this one is status " DRF-STATUS
              GO TO CANCEL-DRAFT-EXIT
           END-IF
           DISPLAY "Draft " DRF-NUMBER " for " DRF-AMOUNT
                   " to " DRF-PAYEE
           DISPLAY "Bought from account " DRF-ACCOUNT-NUM
                   " on " DRF-ISSUE-DATE
           DISPLAY "Cancel and refund the purchaser? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              GO TO CANCEL-DRAFT-EXIT
           END-IF

           DISPLAY "Supervisor approval required."
           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Approval refused - draft stays outstanding."
              GO TO CANCEL-DRAFT-EXIT
           END-IF
           IF SIGNON-OPERATOR-ID = WS-TELLER-ID
              DISPLAY "The approving supervisor must not be the "
                      "teller cancelling the draft."
              GO TO CANCEL-DRAFT-EXIT
           END-IF

           MOVE DRF-NUMBER TO WS-ENTRY-DRAFT-NUM
           MOVE SPACES TO WS-TRF-MEMO
           STRING "DRAFT " DRF-NUMBER " CANCELLED"
                  DELIMITED BY SIZE INTO WS-TRF-MEMO
           MOVE WS-PARM-DRAFT-ACCOUNT TO WS-TRF-ACCOUNT
           MOVE SPACES                TO WS-TRF-ACCOUNT-TYPE
           MOVE DRF-ACCOUNT-NUM       TO WS-TRF-CONTRA
           COMPUTE WS-TRF-AMOUNT = 0 - DRF-AMOUNT
           MOVE DRF-BRANCH-CODE       TO WS-TRF-BRANCH
           MOVE SPACES                TO WS-TRF-CURRENCY
           MOVE SPACE                 TO WS-TRF-STATUS
           PERFORM WRITE-DRAFT-TRANSACTION
           IF WS-TRF-WRITTEN NOT = "Y"
              DISPLAY "Refund TRF not written - draft stays "
                      "outstanding."
              GO TO CANCEL-DRAFT-EXIT
           END-IF

           MOVE WS-ENTRY-DRAFT-NUM TO DRF-NUMBER
           READ DRAFT-FILE
              KEY IS DRF-NUMBER
              INVALID KEY
                GO TO CANCEL-DRAFT-EXIT
           END-READ
           MOVE "C"                TO DRF-STATUS
           MOVE WS-RUN-DATE        TO DRF-CLOSED-DATE
           MOVE SIGNON-OPERATOR-ID TO DRF-CANCEL-APPROVER
           REWRITE DRAFT-RECORD
           DISPLAY "Draft " DRF-NUMBER " cancelled - refund of "
                   DRF-AMOUNT " to " DRF-ACCOUNT-NUM
                   " posts on the next run."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "DRAFT CANCELLED " DRF-NUMBER " BY "
                  SIGNON-OPERATOR-ID
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       CANCEL-DRAFT-EXIT.
       EXIT.

      *Both the purchase and the refund are entered as a DRAFTS
      *TRF carrying the draft number, so posting can move the
      *register and history shows which draft the money was for.
       WRITE-DRAFT-TRANSACTION.

           MOVE "N" TO WS-TRF-WRITTEN
           PERFORM CLAIM-TRANS-ID-COUNTER
           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS2 = "00"
              MOVE WS-RUN-DATE           TO TRANSACTION-DATE
              MOVE WS-TRANS-ID-COUNTER   TO TRANS-ID
              MOVE WS-TRF-ACCOUNT        TO TRANS-ACCOUNT-NUM
              MOVE WS-TRF-ACCOUNT-TYPE   TO TRANS-ACCOUNT-TYPE
              MOVE "TRF"                 TO TRANS-TYPE
              MOVE WS-TRF-AMOUNT         TO TRANS-AMOUNT
              MOVE 0                     TO HASH-TOTALS
              MOVE 0                     TO TRANS-REF-ID
              MOVE SPACES                TO TRANS-NEW-NAME
              MOVE "DRAFTS"              TO TRANS-BATCH-ID
              MOVE WS-TRF-MEMO           TO TRANS-MEMO
              MOVE "BRANCH"              TO TRANS-CHANNEL
              MOVE WS-TRF-BRANCH         TO TRANS-BRANCH-CODE
              MOVE WS-TRF-STATUS         TO TRANS-STATUS
              MOVE WS-TRF-CONTRA         TO TRANS-CONTRA-ACCOUNT
              MOVE WS-TRF-CURRENCY       TO TRANS-CURRENCY-CODE
              MOVE WS-ENTRY-DRAFT-NUM    TO TRANS-CHEQUE-NUM
              MOVE WS-RUN-DATE           TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision, TRF not written: "
                         WS-TRANS-ID-COUNTER
               NOT INVALID KEY
                 MOVE "Y" TO WS-TRF-WRITTEN
                 MOVE WS-TRANS-ID-COUNTER TO WS-TRF-TRANS-ID
              END-WRITE
              ADD 1 TO WS-TRANS-ID-COUNTER
              PERFORM SAVE-TRANS-ID-COUNTER
            ELSE
              DISPLAY "Error opening TRANSACTION-FILE. FILE STATUS: "
                      FILE-STATUS2
            END-IF
           CLOSE TRANSACTION-FILE.
       EXIT.

       QUERY-DRAFT.

           DISPLAY "Draft number: "
           ACCEPT WS-ENTRY-DRAFT-NUM
           MOVE WS-ENTRY-DRAFT-NUM TO DRF-NUMBER
           READ DRAFT-FILE
              KEY IS DRF-NUMBER
              INVALID KEY
                DISPLAY "Draft not on register."
              NOT INVALID KEY
                DISPLAY "Draft    " DRF-NUMBER "  status "
                        DRF-STATUS
                DISPLAY "Payee    " DRF-PAYEE
                DISPLAY "Amount   " DRF-AMOUNT
                DISPLAY "Account  " DRF-ACCOUNT-NUM "  branch "
                        DRF-BRANCH-CODE
                DISPLAY "Issued   " DRF-ISSUE-DATE " by "
                        DRF-ISSUED-BY " TRANS-ID "
                        DRF-ISSUE-TRANS-ID
                IF DRF-CLOSED-DATE > 0
                   DISPLAY "Closed   " DRF-CLOSED-DATE " "
                           DRF-CANCEL-APPROVER
                END-IF
           END-READ.
       EXIT.

      *The register is keyed by draft number, so an account's
      *drafts are found by reading it through.
       LIST-ACCOUNT-DRAFTS.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO DRF-NUMBER
           MOVE "N" TO END-OF-FILE
           START DRAFT-FILE
                 KEY IS NOT LESS THAN DRF-NUMBER
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "DRAFT    ST ISSUED   AMOUNT    PAYEE"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ DRAFT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF DRF-ACCOUNT-NUM = WS-ENTRY-ACCOUNT-NUM
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY DRF-NUMBER " " DRF-STATUS "  "
                            DRF-ISSUE-DATE " " DRF-AMOUNT " "
                            DRF-PAYEE
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " draft(s) for account "
                   WS-ENTRY-ACCOUNT-NUM.
       EXIT.

       LOOKUP-PURCHASER-ACCOUNT.

           MOVE "N" TO WS-CUSTOMER-FOUND
           MOVE WS-ENTRY-ACCOUNT-NUM TO ACCOUNT-NUM
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS1 = "00"
              READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
                 INVALID KEY
                   DISPLAY "No customer record found for account: "
                           WS-ENTRY-ACCOUNT-NUM
                 NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN CUS-ACCOUNT-STATUS NOT = "A"
                       DISPLAY "Account is not active."
                     WHEN CUS-ACCOUNT-TYPE = "LOAN   "
                       DISPLAY "Drafts are not bought from a LOAN "
                               "account."
                     WHEN CUS-ACCOUNT-NUM = WS-PARM-DRAFT-ACCOUNT
                       DISPLAY "That is the drafts-payable account."
                     WHEN OTHER
                       MOVE "Y" TO WS-CUSTOMER-FOUND
                   END-EVALUATE
              END-READ
            ELSE
              DISPLAY "Error opening CUSTOMER-FILE. FILE STATUS: "
                      FILE-STATUS1
            END-IF
           CLOSE CUSTOMER-FILE.
       EXIT.

       CLAIM-DRAFT-NUMBER.

         MOVE 1 TO WS-NEW-DRAFT-NUM
         OPEN I-O KEYS
          IF FILE-STATUS3 = "00"
             MOVE 12 TO KEYS-ID
             READ KEYS INTO WS-KEYS-RECORD
                KEY IS KEYS-ID
                INVALID KEY
                  MOVE 12 TO KEYS-ID
                  MOVE 1 TO KEYS-VALUE
                  WRITE KEYS-RECORD
                NOT INVALID KEY
                  COMPUTE WS-NEW-DRAFT-NUM = WS-KEYS-VALUE + 1
                  MOVE WS-NEW-DRAFT-NUM TO KEYS-VALUE
                  REWRITE KEYS-RECORD
             END-READ
          END-IF
         CLOSE KEYS.
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
         MOVE "projDraftMaintenance" TO AUDIT-PROGRAM-NAME
         MOVE "projectDraftRegister.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE WS-TELLER-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
