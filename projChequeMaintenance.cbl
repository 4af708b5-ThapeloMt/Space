      *cheque register, captures teller stop-payment orders (written
      *to the stop-payment order file and marked on the register so
      *posting rejects the leaf), and lists an account's register.
      *Each stop is also entered as an STP instruction for the next
      *posting run, which raises the stop-payment charge.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projChequeMaintenance.
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS2.

       SELECT TRANSACTION-FILE ASSIGN TO 'projectTRANSACTIONFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS3.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD CHEQUE-REGISTER-FILE.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-TRANS-ID-COUNTER    PIC 9(10) VALUE 1.
       01  WS-ACTION              PIC X.
       01  WS-ENTRY-ACCOUNT-NUM   PIC 9(10).
       01  WS-ENTRY-FIRST-NUM     PIC 9(8).
                   MOVE "S" TO CHQ-STATUS
                   REWRITE CHEQUE-RECORD
                   PERFORM WRITE-STOP-ORDER
                   PERFORM WRITE-STOP-TRANSACTION
                   DISPLAY "Stop payment placed on cheque "
                           WS-ENTRY-CHEQUE-NUM
                END-IF
           CLOSE STOP-PAYMENT-FILE.
       EXIT.

      *The stop is entered NEW as a zero-amount STP on the account,
      *carrying the leaf it stops, so the next posting run raises
      *the stop-payment charge from the tariff.
       WRITE-STOP-TRANSACTION.

           PERFORM CLAIM-TRANS-ID-COUNTER
           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS3 = "00"
              CALL 'GetBusinessDate' USING TRANSACTION-DATE
              MOVE WS-TRANS-ID-COUNTER   TO TRANS-ID
              MOVE WS-ENTRY-ACCOUNT-NUM  TO TRANS-ACCOUNT-NUM
              MOVE SPACES                TO TRANS-ACCOUNT-TYPE
              MOVE "STP"                 TO TRANS-TYPE
              MOVE 0                     TO TRANS-AMOUNT
              MOVE 0                     TO HASH-TOTALS
              MOVE 0                     TO TRANS-REF-ID
              MOVE SPACES                TO TRANS-NEW-NAME
              MOVE "CHEQUES"             TO TRANS-BATCH-ID
              MOVE "STOP PAYMENT"        TO TRANS-MEMO
              MOVE "BRANCH"              TO TRANS-CHANNEL
              MOVE SPACES                TO TRANS-BRANCH-CODE
              MOVE SPACE                 TO TRANS-STATUS
              MOVE 0                     TO TRANS-CONTRA-ACCOUNT
              MOVE SPACES                TO TRANS-CURRENCY-CODE
              MOVE WS-ENTRY-CHEQUE-NUM   TO TRANS-CHEQUE-NUM
              MOVE TRANSACTION-DATE      TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision, STP not written: "
                         WS-TRANS-ID-COUNTER
               NOT INVALID KEY
                 CONTINUE
              END-WRITE
              ADD 1 TO WS-TRANS-ID-COUNTER
              PERFORM SAVE-TRANS-ID-COUNTER
            ELSE
              DISPLAY "Error opening TRANSACTION-FILE. FILE STATUS: "
                      FILE-STATUS3
            END-IF
           CLOSE TRANSACTION-FILE.
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

       LIST-ACCOUNT-REGISTER.

           DISPLAY "Account number: "
