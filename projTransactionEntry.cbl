      *writes a DEP/WIT transaction, so TRANSACTION-FILE-CHECK's
      *existing OPN/CLS/FRZ/REV handling has something to consume
      *instead of being limited to transactions that arrive through
      *the random generator. XPT enters a payment to a customer's
      *registered beneficiary at another bank. Account maintenance
      *always waits for a supervisor in projApproval; a money item
      *does only when it is above the teller's keying limit. No
      *teller may key onto an account held by their own or a
      *declared related CIF; the attempt is refused and audited.
      *WIT pays cash out over the counter. A WIT, TRF or CHQ on an
      *account operated under a signatory mandate needs the CIF-IDs
      *of the signatories who signed it, and is refused and audited
      *when they do not meet the mandate.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projTransactionEntry.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT BENEFICIARY-FILE ASSIGN TO 'projectBeneficiary.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-KEY
                FILE STATUS IS FILE-STATUS9.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS10.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       FD TELLER-JOURNAL-FILE.
       COPY projectTellerJournalBook.

       FD BENEFICIARY-FILE.
       COPY projectBeneficiaryBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  FILE-STATUS8           PIC XX.
       01  FILE-STATUS9           PIC XX.
       01  FILE-STATUS10          PIC XX.
       01  WS-STAFF-OK            PIC X VALUE "Y".
       01  WS-HOLD-THIS-ACCOUNT   PIC 9(10)V99.
       01  WS-HOLD-EOF            PIC X.
       01  WS-PARM-FLOOR          PIC S9(8)V99 VALUE -500.00.
       01  WS-ENTRY-ACCOUNT-NUM   PIC 9(10).
       01  WS-ENTRY-AMOUNT        PIC S9(8)V99 VALUE 0.
       01  WS-ENTRY-NEW-NAME      PIC X(50) VALUE SPACES.
       01  WS-ENTRY-CDP-DETAIL REDEFINES WS-ENTRY-NEW-NAME.
        05 WS-ENTRY-DRAWEE-BANK    PIC X(11).
        05 WS-ENTRY-DRAWEE-ACCOUNT PIC X(20).
        05 FILLER                  PIC X(19).
       01  WS-ENTRY-ACCOUNT-TYPE  PIC X(7)  VALUE SPACES.
       01  WS-ENTRY-BRANCH-CODE   PIC X(05) VALUE SPACES.
       01  WS-ENTRY-REF-ID        PIC 9(10) VALUE 0.
       01  WS-ENTRY-CURRENCY      PIC X(3)  VALUE SPACES.
       01  WS-ENTRY-CHEQUE-NUM    PIC 9(8)  VALUE 0.
       01  WS-ENTRY-VALUE-DATE    PIC 9(8)  VALUE 0.
       01  WS-ENTRY-REFERENCE     PIC X(30) VALUE SPACES.
       01  WS-BEN-OK              PIC X VALUE "N".
       01  WS-CUSTOMER-FOUND      PIC X VALUE "N".
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ENTRY-STATUS        PIC X(1)  VALUE "W".
       COPY projectOperLimitReqBook.
       COPY projectStaffCheckReqBook.
       COPY projectSignCheckReqBook.
       01  WS-MANDATE-OK          PIC X VALUE "Y".
       01  WS-SIGNER-IDX          PIC 9(1).

      *Product rules for the account in hand, from the shared
      *product lookup module.
       COPY projectProductReqBook.
       COPY projectProductBook.

       PROCEDURE DIVISION.

             MOVE SPACES TO WS-ENTRY-CURRENCY
             MOVE 0      TO WS-ENTRY-CHEQUE-NUM
             MOVE 0      TO WS-ENTRY-VALUE-DATE
             MOVE SPACES TO WS-ENTRY-REFERENCE

             DISPLAY "Transaction type (OPN/CLS/FRZ/REV/TRF/CHQ/"
                     "CDP/XPT/WIT): "
             ACCEPT WS-ENTRY-TYPE

             IF WS-ENTRY-TYPE = "REV" OR WS-ENTRY-TYPE = "TRF" OR
                WS-ENTRY-TYPE = "CHQ" OR WS-ENTRY-TYPE = "XPT"
                DISPLAY "Value date YYYYMMDD (0 for today): "
                ACCEPT WS-ENTRY-VALUE-DATE
             END-IF
                  PERFORM ENTER-CHEQUE
                WHEN "CDP"
                  PERFORM ENTER-CHEQUE-DEPOSIT
                WHEN "XPT"
                  PERFORM ENTER-EXTERNAL-PAYMENT
                WHEN "WIT"
                  PERFORM ENTER-WITHDRAWAL
                WHEN OTHER
                  DISPLAY "Unknown transaction type: " WS-ENTRY-TYPE
             END-EVALUATE
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           DISPLAY "Customer name: "
           ACCEPT WS-ENTRY-NEW-NAME
           DISPLAY "Product code (e.g. DEBIT, SAVINGS): "
           ACCEPT WS-ENTRY-ACCOUNT-TYPE
           MOVE WS-ENTRY-ACCOUNT-TYPE TO PRDQ-CODE
           CALL 'projProductLookup' USING PRODUCT-REQUEST
                                          PRODUCT-RECORD
           IF NOT PRDQ-FOUND
              DISPLAY "Product not on the product master, "
                      "account not opened."
           ELSE IF PROD-WITHDRAWN
              DISPLAY "Product withdrawn from sale, account not "
                      "opened."
           ELSE
              DISPLAY "Opening balance (minimum "
                      PROD-MIN-OPEN-BALANCE "): "
              ACCEPT WS-ENTRY-AMOUNT
              IF WS-ENTRY-AMOUNT < PROD-MIN-OPEN-BALANCE
                 DISPLAY "Below the product's opening minimum, "
                         "account not opened."
              ELSE
                 DISPLAY "Branch code: "
                 ACCEPT WS-ENTRY-BRANCH-CODE
                 DISPLAY "Currency (blank for ZAR): "
                 ACCEPT WS-ENTRY-CURRENCY
                 PERFORM WRITE-MAINTENANCE-TRANSACTION
              END-IF
           END-IF
           END-IF.
       EXIT.

       ENTER-CLOSE-OR-FREEZE.
           END-IF.
       EXIT.

      *A payment to another bank goes to one of the paying
      *account's external beneficiaries, chosen by the number the
      *register allocated it; posting takes it through the clearing
      *control account onto the outbound clearing file.
       ENTER-EXTERNAL-PAYMENT.

           DISPLAY "Account number paying: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           PERFORM LOOKUP-CUSTOMER-ACCOUNT
           IF WS-CUSTOMER-FOUND = "Y"
              DISPLAY "External beneficiary number: "
              ACCEPT WS-ENTRY-CONTRA-ACCOUNT
              PERFORM LOOKUP-EXTERNAL-BENEFICIARY
              IF WS-BEN-OK = "Y"
                 DISPLAY "Payment amount: "
                 ACCEPT WS-ENTRY-AMOUNT
                 IF WS-ENTRY-AMOUNT > 0
                    COMPUTE WS-ENTRY-AMOUNT = 0 - WS-ENTRY-AMOUNT
                 END-IF
                 DISPLAY "Reference for the beneficiary: "
                 ACCEPT WS-ENTRY-REFERENCE
                 PERFORM VALIDATE-INTRADAY-AVAILABLE
                 IF WS-MEMO-OK = "Y"
                    PERFORM WRITE-MAINTENANCE-TRANSACTION
                 END-IF
              END-IF
           ELSE
              DISPLAY "Account not found, transaction not entered."
           END-IF.
       EXIT.

       LOOKUP-EXTERNAL-BENEFICIARY.

           MOVE "N" TO WS-BEN-OK
           OPEN INPUT BENEFICIARY-FILE
            IF FILE-STATUS9 = "00"
              MOVE WS-ENTRY-ACCOUNT-NUM    TO BEN-ACCOUNT-NUM
              MOVE WS-ENTRY-CONTRA-ACCOUNT TO BEN-CONTRA-ACCOUNT
              READ BENEFICIARY-FILE
                 KEY IS BEN-KEY
                 INVALID KEY
                   DISPLAY "Not a registered beneficiary of this "
                           "account, transaction not entered."
                 NOT INVALID KEY
                   IF NOT BEN-STATUS-ACTIVE
                      DISPLAY "Beneficiary cancelled, transaction "
                              "not entered."
                   ELSE IF NOT BEN-EXTERNAL
                      DISPLAY "Beneficiary banks here - enter a "
                              "TRF instead."
                   ELSE
                      MOVE "Y" TO WS-BEN-OK
                      DISPLAY "Paying " BEN-NAME
                      DISPLAY "at bank " BEN-EXT-BANK-CODE
                              " account " BEN-EXT-ACCOUNT
                   END-IF
                   END-IF
              END-READ
            ELSE
              DISPLAY "No beneficiaries registered, transaction "
                      "not entered."
            END-IF
           CLOSE BENEFICIARY-FILE.
       EXIT.

       ENTER-CHEQUE.

           DISPLAY "Account number the cheque draws on: "
           END-IF.
       EXIT.

      *Cash paid out over the counter against the customer's own
      *withdrawal slip.
       ENTER-WITHDRAWAL.

           DISPLAY "Account number withdrawing from: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           PERFORM LOOKUP-CUSTOMER-ACCOUNT
           IF WS-CUSTOMER-FOUND = "Y"
              DISPLAY "Withdrawal amount: "
              ACCEPT WS-ENTRY-AMOUNT
              IF WS-ENTRY-AMOUNT > 0
                 COMPUTE WS-ENTRY-AMOUNT = 0 - WS-ENTRY-AMOUNT
              END-IF
              PERFORM VALIDATE-INTRADAY-AVAILABLE
              IF WS-MEMO-OK = "Y"
                 PERFORM WRITE-MAINTENANCE-TRANSACTION
              END-IF
           ELSE
              DISPLAY "Account not found, transaction not entered."
           END-IF.
       EXIT.

      *Memo-post gate: the entry must clear against the intraday
      *available balance - the ledger balance less the account's
      *active unexpired funds holds, plus everything this counter
      *already memo-posted today - down to the same floor the
      *nightly run enforces: the account's arranged overdraft
      *facility when one is active and unexpired, otherwise the
      *product's floor (the global PARM-OVERDRAFT-FLOOR or its own
      *minimum running balance). Products not held to a floor pass.
      *The counter must not refuse a drawing the batch would post,
      *nor honour one the batch would bounce against held funds.
       VALIDATE-INTRADAY-AVAILABLE.

           MOVE "Y" TO WS-MEMO-OK
           MOVE WS-ENTRY-ACCOUNT-TYPE TO PRDQ-CODE
           CALL 'projProductLookup' USING PRODUCT-REQUEST
                                          PRODUCT-RECORD
           IF NOT PRDQ-FOUND
              MOVE "P" TO PROD-FLOOR-RULE
           END-IF
           IF WS-ENTRY-AMOUNT < 0 AND
              NOT PROD-FLOOR-NONE
              PERFORM SUM-TODAYS-MEMO-POSTS
              PERFORM SUM-ACTIVE-HOLDS
              PERFORM SELECT-ENTRY-FLOOR

       SELECT-ENTRY-FLOOR.

           IF PROD-FLOOR-OWN
              MOVE PROD-MIN-RUN-BALANCE TO WS-EFFECTIVE-FLOOR
           ELSE
              MOVE WS-PARM-FLOOR TO WS-EFFECTIVE-FLOOR
           END-IF
           OPEN INPUT OD-FACILITY-FILE
            IF FILE-STATUS7 = "00"
              MOVE WS-ENTRY-ACCOUNT-NUM TO ODF-ACCOUNT-NUM

      *A cheque deposited from another bank: the credit enters as
      *a CDP and posting places the uncleared-effects hold for the
      *clearing period alongside it. The cheque's number and the
      *bank and account it is drawn on go out on the outward
      *clearing file.
       ENTER-CHEQUE-DEPOSIT.

           DISPLAY "Account number receiving the deposit: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           PERFORM LOOKUP-CUSTOMER-ACCOUNT
           IF WS-CUSTOMER-FOUND = "Y"
              DISPLAY "Cheque number: "
              ACCEPT WS-ENTRY-CHEQUE-NUM
              DISPLAY "Bank/branch code the cheque is drawn on: "
              ACCEPT WS-ENTRY-DRAWEE-BANK
              DISPLAY "Account number the cheque is drawn on: "
              ACCEPT WS-ENTRY-DRAWEE-ACCOUNT
              DISPLAY "Cheque amount deposited: "
              ACCEPT WS-ENTRY-AMOUNT
              IF WS-ENTRY-AMOUNT < 0

       WRITE-MAINTENANCE-TRANSACTION.

           PERFORM CHECK-STAFF-ACCOUNT
           IF WS-STAFF-OK = "Y"
              MOVE "Y" TO WS-MANDATE-OK
              IF WS-ENTRY-TYPE = "WIT" OR WS-ENTRY-TYPE = "TRF" OR
                 WS-ENTRY-TYPE = "CHQ"
                 PERFORM CHECK-SIGNING-MANDATE
              END-IF
              IF WS-MANDATE-OK = "Y"
                 PERFORM WRITE-ENTRY-TRANSACTION
              END-IF
           END-IF.
       EXIT.

       WRITE-ENTRY-TRANSACTION.

           ACCEPT INPUT-DATE FROM DATE YYYYMMDD
           MOVE "W" TO WS-ENTRY-STATUS
           IF WS-ENTRY-TYPE = "REV" OR WS-ENTRY-TYPE = "TRF" OR
              WS-ENTRY-TYPE = "CHQ" OR WS-ENTRY-TYPE = "CDP" OR
              WS-ENTRY-TYPE = "XPT" OR WS-ENTRY-TYPE = "WIT"
              PERFORM CHECK-KEYING-LIMIT
           END-IF
           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS2 = "00"
              MOVE INPUT-DATE            TO TRANSACTION-DATE
              MOVE "MAINT"               TO TRANS-BATCH-ID
              MOVE "BRANCH"              TO TRANS-CHANNEL
              MOVE WS-ENTRY-BRANCH-CODE  TO TRANS-BRANCH-CODE
      *Written PENDING unless it is a money item within the
      *teller's limit: account maintenance and anything larger than
      *the teller may key alone waits for a supervisor to release it
      *in projApproval.
              MOVE WS-ENTRY-STATUS       TO TRANS-STATUS
              MOVE WS-ENTRY-CONTRA-ACCOUNT TO TRANS-CONTRA-ACCOUNT
              MOVE WS-ENTRY-CURRENCY     TO TRANS-CURRENCY-CODE
              MOVE WS-ENTRY-CHEQUE-NUM   TO TRANS-CHEQUE-NUM
                   MOVE "Cheque presentment"      TO TRANS-MEMO
                 WHEN "CDP"
                   MOVE "Cheque deposit"          TO TRANS-MEMO
                 WHEN "WIT"
                   MOVE "Counter withdrawal"      TO TRANS-MEMO
                 WHEN "XPT"
                   IF WS-ENTRY-REFERENCE NOT = SPACES
                      MOVE WS-ENTRY-REFERENCE     TO TRANS-MEMO
                   ELSE
                      MOVE "Payment to other bank" TO TRANS-MEMO
                   END-IF
              END-EVALUATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
      *Keyed after the counter cut-off: value next business day.
              CALL 'projChannelCutoff' USING TRANSACTION-RECORD
              IF TRANS-CUTOFF-ROLLED
                 DISPLAY "After the branch cut-off, value date "
                         TRANS-VALUE-DATE
              END-IF
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision, transaction not "
                 PERFORM WRITE-TELLER-JOURNAL
                 IF WS-ENTRY-AMOUNT NOT = 0 AND
                    (WS-ENTRY-TYPE = "TRF" OR
                     WS-ENTRY-TYPE = "XPT" OR
                     WS-ENTRY-TYPE = "CHQ" OR
                     WS-ENTRY-TYPE = "WIT" OR
                     WS-ENTRY-TYPE = "REV")
                    PERFORM WRITE-MEMO-POST
                 END-IF
           CLOSE TRANSACTION-FILE.
       EXIT.

      *A money item within the teller's own limit for its type goes
      *straight to the next posting run.
       CHECK-KEYING-LIMIT.

           MOVE WS-TELLER-ID    TO OLMQ-OPERATOR-ID
           MOVE WS-ENTRY-TYPE   TO OLMQ-TRAN-TYPE
           MOVE WS-ENTRY-AMOUNT TO OLMQ-AMOUNT
           CALL 'projOperatorLimit' USING OPER-LIMIT-REQUEST
           IF OLMQ-WITHIN-LIMIT
              MOVE SPACE TO WS-ENTRY-STATUS
           ELSE
              DISPLAY "Above your " WS-ENTRY-TYPE " limit of "
                      OLMQ-LIMIT " - referred for supervisor "
                      "approval."
           END-IF.
       EXIT.

      *The account keyed, and for a transfer the account credited
      *too, must not be held by the teller or a related CIF they
      *declared - nothing is written or memo-posted for it.
       CHECK-STAFF-ACCOUNT.

           MOVE "Y" TO WS-STAFF-OK
           MOVE WS-TELLER-ID         TO STFQ-OPERATOR-ID
           MOVE WS-ENTRY-ACCOUNT-NUM TO STFQ-ACCOUNT-NUM
           CALL 'projStaffAccountCheck' USING STAFF-CHECK-REQUEST
           IF NOT STFQ-STAFF-ACCOUNT AND WS-ENTRY-TYPE = "TRF"
              MOVE WS-ENTRY-CONTRA-ACCOUNT TO STFQ-ACCOUNT-NUM
              CALL 'projStaffAccountCheck' USING STAFF-CHECK-REQUEST
           END-IF
           IF STFQ-STAFF-ACCOUNT
              MOVE "N" TO WS-STAFF-OK
              DISPLAY "REFUSED: account " STFQ-ACCOUNT-NUM
                      " is held by CIF " STFQ-MATCHED-CIF
                      ", linked to operator " WS-TELLER-ID "."
              DISPLAY "Staff accounts must be served by another "
                      "teller."
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "STAFF ACCOUNT REFUSED " STFQ-ACCOUNT-NUM
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       EXIT.

      *An account operated under an active signatory mandate takes
      *the CIF-IDs of the signatories who signed the slip, cheque or
      *instruction; the item is refused unless they meet the
      *mandate for its amount. An account without one is unchanged.
       CHECK-SIGNING-MANDATE.

           MOVE "Y" TO WS-MANDATE-OK
           MOVE WS-ENTRY-ACCOUNT-NUM TO SGNQ-ACCOUNT-NUM
           IF WS-ENTRY-AMOUNT < 0
              COMPUTE SGNQ-AMOUNT = 0 - WS-ENTRY-AMOUNT
           ELSE
              MOVE WS-ENTRY-AMOUNT TO SGNQ-AMOUNT
           END-IF
           MOVE 0 TO SGNQ-PRESENTED-CIF(1)
           MOVE 0 TO SGNQ-PRESENTED-CIF(2)
           MOVE 0 TO SGNQ-PRESENTED-CIF(3)
           CALL 'projSignatoryCheck' USING SIGN-CHECK-REQUEST
           IF NOT SGNQ-NO-MANDATE
              DISPLAY "Account operates under a signing mandate "
                      "(rule " SGNQ-RULE ")."
              PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
                      UNTIL WS-SIGNER-IDX > 3
                DISPLAY "CIF-ID of signatory " WS-SIGNER-IDX
                        " (0 when none): "
                ACCEPT SGNQ-PRESENTED-CIF(WS-SIGNER-IDX)
              END-PERFORM
              CALL 'projSignatoryCheck' USING SIGN-CHECK-REQUEST
              IF NOT SGNQ-MANDATE-MET
                 MOVE "N" TO WS-MANDATE-OK
                 DISPLAY "REFUSED: " SGNQ-REASON
                 MOVE SPACES TO AUDIT-MESSAGE
                 STRING "MANDATE NOT MET " WS-ENTRY-TYPE " "
                        SGNQ-ACCOUNT-NUM
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
                 PERFORM WRITE-AUDIT-LOG
              END-IF
           END-IF.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projTransactionEntry" TO AUDIT-PROGRAM-NAME
         MOVE "projectTRANSACTIONFile.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS2 TO AUDIT-FILE-STATUS
         MOVE WS-TELLER-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.

       CLAIM-TRANS-ID-COUNTER.

         MOVE 1 TO WS-TRANS-ID-COUNTER
