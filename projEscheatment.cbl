      *the money back when the owner reappears with a claim: the
      *account reopens, the balance returns, and the ledger record
      *is marked claimed - supervisor-approved and audit-logged.
      *Bank drafts left unpaid for the same period are surrendered
      *in the same run: the amount comes off the PARM-DRAFT-ACCOUNT
      *drafts-payable control account and the draft is marked
      *ESCHEATED on the draft register, which stays its record.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projEscheatment.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS8.

       SELECT DRAFT-FILE ASSIGN TO 'projectDraftRegister.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRF-NUMBER
                FILE STATUS IS FILE-STATUS9.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       FD DRAFT-FILE.
       COPY projectDraftBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY TransactionHIST.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  FILE-STATUS8           PIC XX.
       01  FILE-STATUS9           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  END-OF-FILE1           PIC X VALUE "N".
       01  WS-KEYS-RECORD.
       01  WS-ESCHEATED-COUNT     PIC 9(5) VALUE 0.
       01  WS-ESCHEATED-TOTAL     PIC S9(12)V99 VALUE 0.
       01  WS-ENTRY-ACCOUNT       PIC 9(10).
       01  WS-PARM-DRAFT-ACCOUNT  PIC 9(10) VALUE 0.
       01  WS-DRAFT-CUTOFF        PIC 9(8).
       01  WS-DRAFT-COUNT         PIC 9(5) VALUE 0.
       01  WS-DRAFT-TOTAL         PIC S9(12)V99 VALUE 0.

       01  WS-DORM-KEY.
        05 WS-DORM-KEY-ACCT       PIC 9(10).
                     PARM-ESCHEAT-YEARS > 0
                     MOVE PARM-ESCHEAT-YEARS TO WS-PARM-YEARS
                  END-IF
                  IF PARM-DRAFT-ACCOUNT IS NUMERIC
                     MOVE PARM-DRAFT-ACCOUNT TO WS-PARM-DRAFT-ACCOUNT
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
            END-IF
           CLOSE CUSTOMER-FILE
           MOVE "N" TO END-OF-FILE
           IF WS-PARM-DRAFT-ACCOUNT > 0
              PERFORM ESCHEAT-STALE-DRAFTS
           END-IF
           PERFORM SAVE-TRANS-ID-COUNTER

           MOVE SPACES TO SCHEDULE-PRINT-LINE
           CLOSE SCHEDULE-PRINT-FILE
           DISPLAY "ESCHEATED " WS-ESCHEATED-COUNT
                   " BALANCES TOTALLING " WS-ESCHEATED-TOTAL
           IF WS-PARM-DRAFT-ACCOUNT > 0
              DISPLAY "ESCHEATED " WS-DRAFT-COUNT
                      " BANK DRAFTS TOTALLING " WS-DRAFT-TOTAL
           END-IF
           DISPLAY "SCHEDULE WRITTEN: " WS-SCHEDULE-FILENAME
           MOVE "ESCHEATMENT RUN" TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
              MOVE CUS-CURRENCY-CODE     TO TRANS-CURRENCY-CODE
              MOVE 0                     TO TRANS-CHEQUE-NUM
              MOVE WS-RUN-DATE           TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision on escheat entry."
           CLOSE TRANSACTION-FILE.
       EXIT.

      *Drafts still OUTSTANDING and issued more than the statutory
      *years ago. The control account is read once and rewritten
      *after each draft it gives up.
       ESCHEAT-STALE-DRAFTS.

           MOVE 0 TO WS-DRAFT-COUNT
           MOVE 0 TO WS-DRAFT-TOTAL
           COMPUTE WS-DRAFT-CUTOFF = WS-RUN-DATE -
                   WS-PARM-YEARS * 10000
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "BANK DRAFTS UNPAID SINCE BEFORE " WS-DRAFT-CUTOFF
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE

           OPEN I-O DRAFT-FILE
            IF FILE-STATUS9 = "00"
              OPEN I-O CUSTOMER-FILE
              MOVE WS-PARM-DRAFT-ACCOUNT TO ACCOUNT-NUM
              READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
                INVALID KEY
                  DISPLAY "Drafts-payable account not found - "
                          "drafts not escheated."
                NOT INVALID KEY
                  MOVE "N" TO END-OF-FILE1
                  MOVE 0 TO DRF-NUMBER
                  START DRAFT-FILE
                        KEY IS NOT LESS THAN DRF-NUMBER
                    INVALID KEY
                      MOVE "Y" TO END-OF-FILE1
                  END-START
                  PERFORM UNTIL END-OF-FILE1 = "Y"
                    READ DRAFT-FILE NEXT RECORD
                      AT END
                        MOVE "Y" TO END-OF-FILE1
                      NOT AT END
                        IF DRF-STATUS-OUTSTANDING AND
                           DRF-ISSUE-DATE < WS-DRAFT-CUTOFF
                           PERFORM ESCHEAT-ONE-DRAFT
                        END-IF
                    END-READ
                  END-PERFORM
                  MOVE "N" TO END-OF-FILE1
              END-READ
              CLOSE CUSTOMER-FILE
            END-IF
           CLOSE DRAFT-FILE

           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "DRAFTS SURRENDERED: " WS-DRAFT-COUNT
                  " TOTALLING " WS-DRAFT-TOTAL
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE.
       EXIT.

       ESCHEAT-ONE-DRAFT.

           MOVE ACCOUNT-BALANCE TO WS-BALJ-BEFORE
           PERFORM WRITE-DRAFT-ESCHEAT-TRANS
           SUBTRACT DRF-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE CUSTOMER-RECORD
           MOVE ACCOUNT-NUM     TO WS-BALJ-ACCOUNT
           MOVE ACCOUNT-BALANCE TO WS-BALJ-AFTER
           CALL 'projBalanceJournal' USING WS-BALJ-IMAGE
           MOVE "E"         TO DRF-STATUS
           MOVE WS-RUN-DATE TO DRF-CLOSED-DATE
           REWRITE DRAFT-RECORD

           ADD 1 TO WS-DRAFT-COUNT
           ADD DRF-AMOUNT TO WS-DRAFT-TOTAL
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "DRAFT " DRF-NUMBER " " DRF-AMOUNT " ISSUED "
                  DRF-ISSUE-DATE " FROM " DRF-ACCOUNT-NUM " PAYEE "
                  DRF-PAYEE
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           DISPLAY "Escheated draft " DRF-NUMBER " for "
                   DRF-AMOUNT.
       EXIT.

       WRITE-DRAFT-ESCHEAT-TRANS.

           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS4 = "00"
              MOVE WS-RUN-DATE           TO TRANSACTION-DATE
              MOVE WS-TRANS-ID-COUNTER   TO TRANS-ID
              MOVE ACCOUNT-NUM           TO TRANS-ACCOUNT-NUM
              MOVE CUS-ACCOUNT-TYPE      TO TRANS-ACCOUNT-TYPE
              MOVE "ESC"                 TO TRANS-TYPE
              COMPUTE TRANS-AMOUNT = 0 - DRF-AMOUNT
              MOVE 0                     TO HASH-TOTALS
              MOVE 0                     TO TRANS-REF-ID
              MOVE SPACES                TO TRANS-NEW-NAME
              MOVE "ESCHEAT"             TO TRANS-BATCH-ID
              MOVE SPACES                TO TRANS-MEMO
              STRING "Draft " DRF-NUMBER " escheated"
                     DELIMITED BY SIZE INTO TRANS-MEMO
              MOVE "SYSTEM"              TO TRANS-CHANNEL
              MOVE DRF-BRANCH-CODE       TO TRANS-BRANCH-CODE
              MOVE "P"                   TO TRANS-STATUS
              MOVE 0                     TO TRANS-CONTRA-ACCOUNT
              MOVE CUS-CURRENCY-CODE     TO TRANS-CURRENCY-CODE
              MOVE DRF-NUMBER            TO TRANS-CHEQUE-NUM
              MOVE WS-RUN-DATE           TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision on draft escheat entry."
               NOT INVALID KEY
                 CONTINUE
              END-WRITE
              MOVE WS-TRANS-ID-COUNTER TO WS-BALJ-TRANS-ID
              ADD 1 TO WS-TRANS-ID-COUNTER
            END-IF
           CLOSE TRANSACTION-FILE.
       EXIT.

      *The owner came back with a claim: the account reopens, the
      *surrendered balance returns, and the ledger record is
      *marked claimed.
