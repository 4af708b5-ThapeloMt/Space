      *Daily safe deposit box billing
      *First settles the FEE each box was last billed with: once
      *posting has posted it the bill is cleared (a posted arrears
      *collection also clears the arrears it was raised for), and
      *once posting has suspended or rejected it the rental is added
      *to the box's arrears and the box listed as a failed rental -
      *in practice the account did not have the funds. Then every
      *rented box whose anniversary has come round, with nothing
      *still waiting on posting, is billed its annual fee as a FEE
      *for the next posting run and its anniversary moved on a
      *year. Billed boxes and failed rentals are listed on
      *SDBBILL-yyyymmdd.prt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projSafeBoxBilling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SAFE-BOX-FILE ASSIGN TO 'projectSafeBox.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDB-KEY
                FILE STATUS IS FILE-STATUS.

       SELECT TRANSACTION-FILE ASSIGN TO 'projectTRANSACTIONFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS1.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS2.

       SELECT BILLING-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD SAFE-BOX-FILE.
       COPY projectSafeBoxBook.

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD BILLING-PRINT-FILE.
       01 BILLING-PRINT-LINE      PIC X(132).

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
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
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-PASS                PIC X(1).
       01  WS-BILL-OUTCOME        PIC X(1).
       01  WS-FEE-WRITTEN         PIC X.
       01  WS-LINE-NOTE           PIC X(30).

       01  WS-BILLED-COUNT        PIC 9(5) VALUE 0.
       01  WS-BILLED-TOTAL        PIC S9(10)V99 VALUE 0.
       01  WS-FAILED-COUNT        PIC 9(5) VALUE 0.
       01  WS-FAILED-TOTAL        PIC S9(10)V99 VALUE 0.
       01  WS-PAID-COUNT          PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT         PIC 9(5) VALUE 0.

       01  WS-AMOUNT-SHOW         PIC ZZZZZ9.99.
       01  WS-TOTAL-SHOW          PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "SDBBILL-" WS-RUN-DATE ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT BILLING-PRINT-FILE
           MOVE SPACES TO BILLING-PRINT-LINE
           STRING "SAFE DEPOSIT BOX BILLING FOR " WS-RUN-DATE
                  DELIMITED BY SIZE INTO BILLING-PRINT-LINE
           WRITE BILLING-PRINT-LINE

           OPEN I-O SAFE-BOX-FILE
           IF FILE-STATUS NOT = "00"
              MOVE SPACES TO BILLING-PRINT-LINE
              WRITE BILLING-PRINT-LINE
              MOVE "SAFE BOX REGISTER NOT AVAILABLE"
                   TO BILLING-PRINT-LINE
              WRITE BILLING-PRINT-LINE
              CLOSE BILLING-PRINT-FILE
              DISPLAY "SAFE BOX REGISTER NOT AVAILABLE. FILE STATUS: "
                      FILE-STATUS
              GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF FILE-STATUS1 NOT = "00"
              DISPLAY "Error opening TRANSACTION-FILE. FILE STATUS: "
                      FILE-STATUS1
              CLOSE SAFE-BOX-FILE
              CLOSE BILLING-PRINT-FILE
              GOBACK
           END-IF
           MOVE "S" TO WS-PASS
           PERFORM WRITE-SECTION-HEADING
           PERFORM SCAN-BOXES
           CLOSE TRANSACTION-FILE

           PERFORM CLAIM-TRANS-ID-COUNTER
           OPEN I-O TRANSACTION-FILE
           IF FILE-STATUS1 = "00"
              MOVE "B" TO WS-PASS
              PERFORM WRITE-SECTION-HEADING
              PERFORM SCAN-BOXES
              PERFORM SAVE-TRANS-ID-COUNTER
           ELSE
              DISPLAY "Error opening TRANSACTION-FILE. FILE STATUS: "
                      FILE-STATUS1
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE SAFE-BOX-FILE

           PERFORM WRITE-SUMMARY
           CLOSE BILLING-PRINT-FILE
           IF WS-BILLED-COUNT > 0
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "SAFE BOX RENTALS BILLED " WS-BILLED-COUNT
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-IF
           DISPLAY "SAFE BOX BILLING WRITTEN: " WS-PRINT-FILENAME
           DISPLAY "BILLED " WS-BILLED-COUNT "  FAILED "
                   WS-FAILED-COUNT.
         GOBACK.

       WRITE-SECTION-HEADING.

           MOVE SPACES TO BILLING-PRINT-LINE
           WRITE BILLING-PRINT-LINE
           IF WS-PASS = "S"
              MOVE "EARLIER BILLS NOT PAID - POSTING SUSPENDED OR REJE
      -            "CTED THE FEE" TO BILLING-PRINT-LINE
           ELSE
              MOVE "RENTALS BILLED TODAY" TO BILLING-PRINT-LINE
           END-IF
           WRITE BILLING-PRINT-LINE
           MOVE SPACES TO BILLING-PRINT-LINE
           STRING "BRANCH BOX   SZ ACCOUNT    TRANS-ID      AMOUNT "
                  "NOTE"
                  DELIMITED BY SIZE INTO BILLING-PRINT-LINE
           WRITE BILLING-PRINT-LINE.
       EXIT.

      *One pass over the register to settle earlier bills and a
      *second to bill today's anniversaries, so a box whose bill
      *settles today can be billed again on the same run.
       SCAN-BOXES.

           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO SDB-KEY
           START SAFE-BOX-FILE
                 KEY IS NOT LESS THAN SDB-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ SAFE-BOX-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF WS-PASS = "S"
                    IF SDB-BILL-TRANS-ID > 0
                       PERFORM SETTLE-BILL
                    END-IF
                 ELSE
                    IF SDB-STATUS-RENTED AND SDB-BILL-TRANS-ID = 0
                       AND SDB-ANNUAL-FEE > 0
                       AND SDB-NEXT-BILL-DATE > 0
                       AND SDB-NEXT-BILL-DATE NOT > WS-RUN-DATE
                       PERFORM BILL-ANNIVERSARY
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

      *Outcome P = paid, F = failed, W = still waiting on posting
      *(new, pending approval or warehoused), X = bill not found.
       SETTLE-BILL.

           MOVE SDB-BILL-TRANS-ID TO TRANS-ID
           READ TRANSACTION-FILE
              KEY IS TRANS-ID
              INVALID KEY
                MOVE "X" TO WS-BILL-OUTCOME
              NOT INVALID KEY
                EVALUATE TRUE
                  WHEN TRANS-STATUS-POSTED
                  WHEN TRANS-STATUS-ARCHIVED
                    MOVE "P" TO WS-BILL-OUTCOME
                  WHEN TRANS-STATUS-SUSPENDED
                  WHEN TRANS-STATUS-REJECTED
                    MOVE "F" TO WS-BILL-OUTCOME
                  WHEN OTHER
                    MOVE "W" TO WS-BILL-OUTCOME
                END-EVALUATE
           END-READ

           EVALUATE WS-BILL-OUTCOME
             WHEN "P"
               ADD 1 TO WS-PAID-COUNT
               IF SDB-BILL-ARREARS
                  IF SDB-BILL-AMOUNT < SDB-ARREARS-AMOUNT
                     SUBTRACT SDB-BILL-AMOUNT FROM SDB-ARREARS-AMOUNT
                  ELSE
                     MOVE 0 TO SDB-ARREARS-AMOUNT
                     MOVE 0 TO SDB-ARREARS-SINCE
                  END-IF
               END-IF
               PERFORM CLEAR-BILL
             WHEN "F"
               ADD 1 TO WS-FAILED-COUNT
               ADD SDB-BILL-AMOUNT TO WS-FAILED-TOTAL
               IF SDB-BILL-RENTAL
                  ADD SDB-BILL-AMOUNT TO SDB-ARREARS-AMOUNT
                  IF SDB-ARREARS-SINCE = 0
                     MOVE SDB-BILL-DATE TO SDB-ARREARS-SINCE
                  END-IF
                  MOVE "RENTAL FAILED - NOW ARREARS" TO WS-LINE-NOTE
               ELSE
                  MOVE "ARREARS COLLECTION FAILED" TO WS-LINE-NOTE
               END-IF
               PERFORM WRITE-BOX-LINE
               PERFORM CLEAR-BILL
             WHEN "X"
               ADD 1 TO WS-ERROR-COUNT
               MOVE "*** BILL NOT ON FILE - CLEARED" TO WS-LINE-NOTE
               PERFORM WRITE-BOX-LINE
               PERFORM CLEAR-BILL
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       EXIT.

       CLEAR-BILL.

           MOVE 0     TO SDB-BILL-TRANS-ID
           MOVE 0     TO SDB-BILL-AMOUNT
           MOVE SPACE TO SDB-BILL-KIND
           MOVE 0     TO SDB-BILL-DATE
           REWRITE SAFE-BOX-RECORD.
       EXIT.

       BILL-ANNIVERSARY.

           MOVE "N" TO WS-FEE-WRITTEN
           MOVE WS-RUN-DATE           TO TRANSACTION-DATE
           MOVE WS-TRANS-ID-COUNTER   TO TRANS-ID
           MOVE SDB-ACCOUNT-NUM       TO TRANS-ACCOUNT-NUM
           MOVE SPACES                TO TRANS-ACCOUNT-TYPE
           MOVE "FEE"                 TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = 0 - SDB-ANNUAL-FEE
           MOVE 0                     TO HASH-TOTALS
           MOVE 0                     TO TRANS-REF-ID
           MOVE SPACES                TO TRANS-NEW-NAME
           MOVE "SDBOX"               TO TRANS-BATCH-ID
           MOVE SPACES                TO TRANS-MEMO
           STRING "SAFE BOX RENTAL " SDB-BRANCH-CODE "-"
                  SDB-BOX-NUM
                  DELIMITED BY SIZE INTO TRANS-MEMO
           MOVE "SYSTEM"              TO TRANS-CHANNEL
           MOVE SDB-BRANCH-CODE       TO TRANS-BRANCH-CODE
           MOVE SPACE                 TO TRANS-STATUS
           MOVE 0                     TO TRANS-CONTRA-ACCOUNT
           MOVE SPACES                TO TRANS-CURRENCY-CODE
           MOVE 0                     TO TRANS-CHEQUE-NUM
           MOVE WS-RUN-DATE           TO TRANS-VALUE-DATE
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           MOVE SPACE TO TRANS-CUTOFF-FLAG
           WRITE TRANSACTION-RECORD
            INVALID KEY
              ADD 1 TO WS-ERROR-COUNT
              DISPLAY "TRANS-ID collision, rental not billed: "
                      WS-TRANS-ID-COUNTER
            NOT INVALID KEY
              MOVE "Y" TO WS-FEE-WRITTEN
           END-WRITE

           IF WS-FEE-WRITTEN = "Y"
              MOVE WS-TRANS-ID-COUNTER TO SDB-BILL-TRANS-ID
              MOVE SDB-ANNUAL-FEE      TO SDB-BILL-AMOUNT
              MOVE "R"                 TO SDB-BILL-KIND
              MOVE WS-RUN-DATE         TO SDB-BILL-DATE
              ADD 10000 TO SDB-NEXT-BILL-DATE
              REWRITE SAFE-BOX-RECORD
              ADD 1 TO WS-BILLED-COUNT
              ADD SDB-ANNUAL-FEE TO WS-BILLED-TOTAL
              MOVE SPACES TO WS-LINE-NOTE
              STRING "NEXT ANNIVERSARY " SDB-NEXT-BILL-DATE
                     DELIMITED BY SIZE INTO WS-LINE-NOTE
              PERFORM WRITE-BOX-LINE
           END-IF
           ADD 1 TO WS-TRANS-ID-COUNTER.
       EXIT.

       WRITE-BOX-LINE.

           MOVE SDB-BILL-AMOUNT TO WS-AMOUNT-SHOW
           MOVE SPACES TO BILLING-PRINT-LINE
           STRING SDB-BRANCH-CODE "  " SDB-BOX-NUM " " SDB-SIZE
                  "  " SDB-ACCOUNT-NUM " " SDB-BILL-TRANS-ID " "
                  WS-AMOUNT-SHOW " " WS-LINE-NOTE
                  DELIMITED BY SIZE INTO BILLING-PRINT-LINE
           WRITE BILLING-PRINT-LINE.
       EXIT.

       WRITE-SUMMARY.

           MOVE SPACES TO BILLING-PRINT-LINE
           WRITE BILLING-PRINT-LINE
           MOVE "SUMMARY" TO BILLING-PRINT-LINE
           WRITE BILLING-PRINT-LINE
           MOVE WS-BILLED-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO BILLING-PRINT-LINE
           STRING "RENTALS BILLED   " WS-BILLED-COUNT "  "
                  WS-TOTAL-SHOW
                  DELIMITED BY SIZE INTO BILLING-PRINT-LINE
           WRITE BILLING-PRINT-LINE
           MOVE WS-FAILED-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO BILLING-PRINT-LINE
           STRING "BILLS FAILED     " WS-FAILED-COUNT "  "
                  WS-TOTAL-SHOW
                  DELIMITED BY SIZE INTO BILLING-PRINT-LINE
           WRITE BILLING-PRINT-LINE
           MOVE SPACES TO BILLING-PRINT-LINE
           STRING "BILLS PAID       " WS-PAID-COUNT
                  "  BILLS NOT ON FILE " WS-ERROR-COUNT
                  DELIMITED BY SIZE INTO BILLING-PRINT-LINE
           WRITE BILLING-PRINT-LINE.
       EXIT.

       CLAIM-TRANS-ID-COUNTER.

         MOVE 1 TO WS-TRANS-ID-COUNTER
         OPEN I-O KEYS
          IF FILE-STATUS2 = "00"
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
         MOVE "projSafeBoxBilling" TO AUDIT-PROGRAM-NAME
         MOVE "projectSafeBox.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
