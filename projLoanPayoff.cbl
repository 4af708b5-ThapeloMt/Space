      *Daily loan payoff step
      *Runs after posting. For every open settlement quote on the
      *quote file it looks in HISTORY-FILE for a payment into the
      *loan of exactly the quoted total, made on or after the quote
      *date and no later than the quote's validity. When it finds
      *one the loan is settled: the early-settlement fee (ESF), any
      *uncapitalized penalty interest (PNI) and the interest still
      *due to the payoff date (INT) go onto TRANSACTION-FILE as
      *debits for the next posting run, the loan is marked
      *LOAN-STATUS-SETTLED so projLoanInstallment collects nothing
      *more, the quote is marked paid and a paid-up letter is
      *printed to PAIDUP-<acct>.prt. Interest already accrued on
      *the account capitalizes at month-end as usual, so the charges
      *are what the payment covers beyond the principal, the items
      *not yet posted and that accrual. Anything left over (an
      *installment collected after the quote) stays in credit on
      *the loan for the branch to refund. Quotes that pass their
      *validity unpaid are marked expired.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projLoanPayoff.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT QUOTE-FILE ASSIGN TO 'projectSettleQuote.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQT-LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS.

       SELECT LOAN-TERMS-FILE ASSIGN TO 'projectLoanTerms.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS1.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS2.

       SELECT HISTORY-FILE ASSIGN TO 'projectHistoryFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  HIS-ID
               ALTERNATE RECORD KEY IS HIS-ACCT-DATE-KEY WITH DUPLICATES
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

       SELECT PENALTY-FILE ASSIGN TO 'projectLoanPenalty.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPN-LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS6.

       SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS8.

       DATA DIVISION.
       FILE SECTION.
       FD QUOTE-FILE.
       COPY projectSettleQuoteBook.

       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD HISTORY-FILE.
       COPY projectHistDataBook.

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD PENALTY-FILE.
       COPY projectLoanPenaltyBook.

       FD LETTER-FILE.
       01 LETTER-LINE             PIC X(132).

       FD PARM-FILE.
       COPY projectParmDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY TransactionHIST.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  FILE-STATUS8           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  END-OF-FILE1           PIC X VALUE "N".
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-TRANS-ID-COUNTER    PIC 9(10) VALUE 1.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-LETTER-FILENAME     PIC X(30).
       01  WS-PARM-BANK-NAME      PIC X(20) VALUE SPACES.
       01  WS-PENALTY-OPEN        PIC X VALUE "N".

       01  WS-PAY-KEY.
        05 WS-PAY-KEY-ACCT        PIC 9(10).
        05 WS-PAY-KEY-DATE        PIC 9(8).
       01  WS-PAY-FOUND           PIC X.
       01  WS-PAY-DATE            PIC 9(8).
       01  WS-PAY-AMOUNT          PIC S9(10)V99.

       01  WS-PAYOFF-OK           PIC X.
       01  WS-PAYOFF-REASON       PIC X(40).
       01  WS-PENDING-TOTAL       PIC S9(10)V99.
       01  WS-AVAILABLE           PIC S9(10)V99.
       01  WS-CHARGE-FEE          PIC 9(8)V99.
       01  WS-CHARGE-PENALTY      PIC 9(8)V99.
       01  WS-CHARGE-INTEREST     PIC 9(8)V99.
       01  WS-CREDIT-LEFT         PIC 9(8)V99.
       01  WS-CHARGE-TYPE         PIC X(3).
       01  WS-CHARGE-AMOUNT       PIC 9(8)V99.
       01  WS-CHARGE-MEMO         PIC X(30).
       01  WS-SHOW-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-OPEN-COUNT          PIC 9(5) VALUE 0.
       01  WS-SETTLED-COUNT       PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT       PIC 9(5) VALUE 0.
       01  WS-SHORT-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-BANK-NAME

           OPEN I-O QUOTE-FILE
            IF FILE-STATUS = "35"
              DISPLAY "No settlement quotes on file, nothing to do."
              GOBACK
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Error opening QUOTE-FILE. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF
           OPEN I-O LOAN-TERMS-FILE
            IF FILE-STATUS1 NOT = "00"
              DISPLAY "Error opening LOAN-TERMS-FILE. FILE STATUS: "
                      FILE-STATUS1
              CLOSE QUOTE-FILE
              GOBACK
            END-IF
           PERFORM CLAIM-TRANS-ID-COUNTER
           OPEN INPUT CUSTOMER-FILE
           OPEN I-O PENALTY-FILE
            IF FILE-STATUS6 = "00"
              MOVE "Y" TO WS-PENALTY-OPEN
            END-IF
           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS4 = "35"
              CLOSE TRANSACTION-FILE
              OPEN OUTPUT TRANSACTION-FILE
              CLOSE TRANSACTION-FILE
              OPEN I-O TRANSACTION-FILE
            END-IF

           MOVE "N" TO END-OF-FILE
           MOVE 0 TO SQT-LOAN-ACCOUNT-NUM
           START QUOTE-FILE KEY IS NOT LESS THAN SQT-LOAN-ACCOUNT-NUM
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ QUOTE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF SQT-STATUS-OPEN
                    ADD 1 TO WS-OPEN-COUNT
                    PERFORM WORK-ONE-QUOTE THRU WORK-ONE-QUOTE-EXIT
                 END-IF
             END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE
           CLOSE PENALTY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LOAN-TERMS-FILE
           CLOSE QUOTE-FILE
           PERFORM SAVE-TRANS-ID-COUNTER

           DISPLAY "OPEN SETTLEMENT QUOTES   : " WS-OPEN-COUNT
           DISPLAY "LOANS PAID OFF           : " WS-SETTLED-COUNT
           DISPLAY "QUOTES EXPIRED           : " WS-EXPIRED-COUNT
           IF WS-SHORT-COUNT > 0
              DISPLAY "PAYMENTS NOT CLEARING    : " WS-SHORT-COUNT
           END-IF
         GOBACK.

       READ-BANK-NAME.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS8 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  MOVE PARM-PRINT-BANK-NAME TO WS-PARM-BANK-NAME
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

       WORK-ONE-QUOTE.

           MOVE SQT-LOAN-ACCOUNT-NUM TO LOAN-ACCOUNT-NUM
           READ LOAN-TERMS-FILE KEY IS LOAN-ACCOUNT-NUM
              INVALID KEY
                MOVE "LOAN TERMS GONE" TO WS-PAYOFF-REASON
                PERFORM EXPIRE-QUOTE
                GO TO WORK-ONE-QUOTE-EXIT
           END-READ
           IF LOAN-STATUS-SETTLED OR LOAN-STATUS-CHARGEDOFF
              MOVE "LOAN NO LONGER LIVE" TO WS-PAYOFF-REASON
              PERFORM EXPIRE-QUOTE
              GO TO WORK-ONE-QUOTE-EXIT
           END-IF

           PERFORM FIND-QUOTED-PAYMENT
           IF WS-PAY-FOUND = "N"
              IF WS-RUN-DATE > SQT-VALID-UNTIL
                 MOVE "VALIDITY PASSED UNPAID" TO WS-PAYOFF-REASON
                 PERFORM EXPIRE-QUOTE
              END-IF
              GO TO WORK-ONE-QUOTE-EXIT
           END-IF

           PERFORM WORK-OUT-CHARGES
           IF WS-PAYOFF-OK = "N"
              ADD 1 TO WS-SHORT-COUNT
              DISPLAY "Quoted payment on loan " SQT-LOAN-ACCOUNT-NUM
                      " does not clear it: " WS-PAYOFF-REASON
              GO TO WORK-ONE-QUOTE-EXIT
           END-IF

           PERFORM SETTLE-LOAN
           PERFORM PRINT-PAID-UP-LETTER.
       WORK-ONE-QUOTE-EXIT.
       EXIT.

      *The payment must be a single credit of exactly the quoted
      *total, dated from the quote day to the last valid day.
       FIND-QUOTED-PAYMENT.

         MOVE "N" TO WS-PAY-FOUND
         MOVE 0   TO WS-PAY-DATE
         MOVE SQT-LOAN-ACCOUNT-NUM TO WS-PAY-KEY-ACCT
         MOVE SQT-QUOTE-DATE       TO WS-PAY-KEY-DATE
         MOVE WS-PAY-KEY           TO HIS-ACCT-DATE-KEY

         MOVE "N" TO END-OF-FILE1
         OPEN INPUT HISTORY-FILE
          IF FILE-STATUS3 = "00"
            START HISTORY-FILE KEY IS NOT LESS THAN HIS-ACCT-DATE-KEY
              INVALID KEY
                MOVE "Y" TO END-OF-FILE1
            END-START
            PERFORM UNTIL END-OF-FILE1 = "Y"
              READ HISTORY-FILE NEXT RECORD INTO WS-HISTORY-RECORD
               AT END
                MOVE "Y" TO END-OF-FILE1
               NOT AT END
                IF WS-HIS-ACCOUNT-NUM NOT = SQT-LOAN-ACCOUNT-NUM OR
                   WS-HIS-TRANSACTION-DATE > SQT-VALID-UNTIL
                   MOVE "Y" TO END-OF-FILE1
                ELSE
                   MOVE WS-HIS-TRANS-AMOUNT TO WS-PAY-AMOUNT
                   IF WS-PAY-AMOUNT = SQT-TOTAL
                      MOVE "Y" TO WS-PAY-FOUND
                      MOVE WS-HIS-TRANSACTION-DATE TO WS-PAY-DATE
                      MOVE "Y" TO END-OF-FILE1
                   END-IF
                END-IF
              END-READ
            END-PERFORM
          END-IF
         CLOSE HISTORY-FILE.
       EXIT.

      *What the payment left after clearing the principal: the
      *loan's balance, plus items already waiting for the next
      *posting run, less the interest accrued that month-end will
      *capitalize. The fee comes out of it first, then penalty
      *interest not yet capitalized, then interest up to the
      *quoted figure; the rest is left in credit.
       WORK-OUT-CHARGES.

           MOVE "Y" TO WS-PAYOFF-OK
           MOVE LOAN-ACCOUNT-NUM TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
              INVALID KEY
                MOVE "N" TO WS-PAYOFF-OK
                MOVE "NO CUSTOMER RECORD" TO WS-PAYOFF-REASON
           END-READ
           IF WS-PAYOFF-OK = "Y"
              PERFORM TOTAL-PENDING-ITEMS
              COMPUTE WS-AVAILABLE =
                      CUS-ACCOUNT-BALANCE + WS-PENDING-TOTAL +
                      CUS-ACCRUED-INTEREST
              IF WS-AVAILABLE < 0
                 MOVE "N" TO WS-PAYOFF-OK
                 MOVE "LOAN STILL OWES AFTER PAYMENT"
                      TO WS-PAYOFF-REASON
              END-IF
           END-IF
           IF WS-PAYOFF-OK = "Y"
              MOVE SQT-FEE TO WS-CHARGE-FEE
              IF WS-CHARGE-FEE > WS-AVAILABLE
                 MOVE WS-AVAILABLE TO WS-CHARGE-FEE
              END-IF
              SUBTRACT WS-CHARGE-FEE FROM WS-AVAILABLE

              MOVE 0 TO WS-CHARGE-PENALTY
              IF WS-PENALTY-OPEN = "Y"
                 MOVE LOAN-ACCOUNT-NUM TO LPN-LOAN-ACCOUNT-NUM
                 READ PENALTY-FILE KEY IS LPN-LOAN-ACCOUNT-NUM
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      COMPUTE WS-CHARGE-PENALTY ROUNDED = LPN-ACCRUED
                 END-READ
              END-IF
              IF WS-CHARGE-PENALTY > WS-AVAILABLE
                 MOVE WS-AVAILABLE TO WS-CHARGE-PENALTY
              END-IF
              SUBTRACT WS-CHARGE-PENALTY FROM WS-AVAILABLE

              MOVE WS-AVAILABLE TO WS-CHARGE-INTEREST
              IF WS-CHARGE-INTEREST > SQT-INTEREST
                 MOVE SQT-INTEREST TO WS-CHARGE-INTEREST
              END-IF
              SUBTRACT WS-CHARGE-INTEREST FROM WS-AVAILABLE
              MOVE WS-AVAILABLE TO WS-CREDIT-LEFT
           END-IF.
       EXIT.

       TOTAL-PENDING-ITEMS.

           MOVE 0 TO WS-PENDING-TOTAL
           MOVE "N" TO END-OF-FILE1
           MOVE LOAN-ACCOUNT-NUM TO TRANS-ACCOUNT-NUM
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANS-ACCOUNT-NUM
             INVALID KEY
               MOVE "Y" TO END-OF-FILE1
           END-START
           PERFORM UNTIL END-OF-FILE1 = "Y"
             READ TRANSACTION-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE1
               NOT AT END
                 IF TRANS-ACCOUNT-NUM NOT = LOAN-ACCOUNT-NUM
                    MOVE "Y" TO END-OF-FILE1
                 ELSE
                    IF TRANS-STATUS-NEW
                       ADD TRANS-AMOUNT TO WS-PENDING-TOTAL
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       SETTLE-LOAN.

           IF WS-CHARGE-FEE > 0
              MOVE "ESF" TO WS-CHARGE-TYPE
              MOVE WS-CHARGE-FEE TO WS-CHARGE-AMOUNT
              MOVE "Early settlement fee" TO WS-CHARGE-MEMO
              PERFORM WRITE-PAYOFF-CHARGE
           END-IF
           IF WS-CHARGE-PENALTY > 0
              MOVE "PNI" TO WS-CHARGE-TYPE
              MOVE WS-CHARGE-PENALTY TO WS-CHARGE-AMOUNT
              MOVE "Penalty interest on settlement" TO WS-CHARGE-MEMO
              PERFORM WRITE-PAYOFF-CHARGE
           END-IF
           IF WS-CHARGE-INTEREST > 0
              MOVE "INT" TO WS-CHARGE-TYPE
              MOVE WS-CHARGE-INTEREST TO WS-CHARGE-AMOUNT
              MOVE "Interest to settlement date" TO WS-CHARGE-MEMO
              PERFORM WRITE-PAYOFF-CHARGE
           END-IF

      *Penalty settled here is capitalized for good; nothing more
      *accrues on a settled loan.
           IF WS-PENALTY-OPEN = "Y"
              MOVE LOAN-ACCOUNT-NUM TO LPN-LOAN-ACCOUNT-NUM
              READ PENALTY-FILE KEY IS LPN-LOAN-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD WS-CHARGE-PENALTY TO LPN-CAPITALIZED-TOTAL
                   MOVE 0 TO LPN-ACCRUED
                   MOVE 0 TO LPN-OVERDUE-AMOUNT
                   MOVE WS-RUN-DATE TO LPN-LAST-CAPITALIZED
                   REWRITE LOAN-PENALTY-RECORD
              END-READ
           END-IF

           MOVE "S" TO LOAN-STATUS
           REWRITE LOAN-TERMS-RECORD

           MOVE "P" TO SQT-STATUS
           MOVE WS-RUN-DATE TO SQT-PAID-DATE
           MOVE WS-CREDIT-LEFT TO SQT-CREDIT-LEFT
           REWRITE SETTLE-QUOTE-RECORD
           ADD 1 TO WS-SETTLED-COUNT
           DISPLAY "Loan paid off: " LOAN-ACCOUNT-NUM
                   " payment of " WS-PAY-DATE
           IF WS-CREDIT-LEFT > 0
              MOVE WS-CREDIT-LEFT TO WS-SHOW-AMOUNT
              DISPLAY "  Left in credit for refund: " WS-SHOW-AMOUNT
           END-IF
           MOVE "LOAN PAID OFF ON SETTLEMENT QUOTE" TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       EXIT.

       WRITE-PAYOFF-CHARGE.

           MOVE WS-RUN-DATE           TO TRANSACTION-DATE
           MOVE WS-TRANS-ID-COUNTER   TO TRANS-ID
           MOVE LOAN-ACCOUNT-NUM      TO TRANS-ACCOUNT-NUM
           MOVE "LOAN   "             TO TRANS-ACCOUNT-TYPE
           MOVE WS-CHARGE-TYPE        TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = 0 - WS-CHARGE-AMOUNT
           MOVE 0                     TO HASH-TOTALS
           MOVE 0                     TO TRANS-REF-ID
           MOVE SPACES                TO TRANS-NEW-NAME
           MOVE "PAYOFF"              TO TRANS-BATCH-ID
           MOVE WS-CHARGE-MEMO        TO TRANS-MEMO
           MOVE "SYSTEM"              TO TRANS-CHANNEL
           MOVE SPACES                TO TRANS-BRANCH-CODE
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
              DISPLAY "TRANS-ID collision on loan payoff, "
                      "account " LOAN-ACCOUNT-NUM
           END-WRITE
           ADD 1 TO WS-TRANS-ID-COUNTER.
       EXIT.

       EXPIRE-QUOTE.

           MOVE "X" TO SQT-STATUS
           REWRITE SETTLE-QUOTE-RECORD
           ADD 1 TO WS-EXPIRED-COUNT
           DISPLAY "Settlement quote expired: " SQT-LOAN-ACCOUNT-NUM
                   " " WS-PAYOFF-REASON.
       EXIT.

       PRINT-PAID-UP-LETTER.

           MOVE SPACES TO WS-LETTER-FILENAME
           STRING "PAIDUP-" LOAN-ACCOUNT-NUM ".prt"
                  DELIMITED BY SIZE INTO WS-LETTER-FILENAME
           OPEN OUTPUT LETTER-FILE

           MOVE WS-PARM-BANK-NAME TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "DATE " WS-RUN-DATE
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE CUS-ACCOUNT-NAMES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "LOAN ACCOUNT " LOAN-ACCOUNT-NUM
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "CONFIRMATION OF LOAN REPAID IN FULL" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SQT-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "WE RECEIVED YOUR PAYMENT OF " WS-SHOW-AMOUNT
                  " ON " WS-PAY-DATE
                  " IN SETTLEMENT OF THE QUOTATION OF "
                  SQT-QUOTE-DATE "."
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "THE LOAN HAS BEEN REPAID IN FULL AND CLOSED. NO"
                  " FURTHER INSTALLMENTS WILL BE COLLECTED."
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-CREDIT-LEFT > 0
              MOVE WS-CREDIT-LEFT TO WS-SHOW-AMOUNT
              MOVE SPACES TO LETTER-LINE
              STRING "AN AMOUNT OF " WS-SHOW-AMOUNT
                     " PAID BEYOND THE SETTLEMENT FIGURE WILL BE"
                     " REFUNDED TO YOU."
                     DELIMITED BY SIZE INTO LETTER-LINE
              WRITE LETTER-LINE
           END-IF

           CLOSE LETTER-FILE
           DISPLAY "Paid-up letter written: " WS-LETTER-FILENAME.
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
         MOVE "projLoanPayoff" TO AUDIT-PROGRAM-NAME
         MOVE "projectLoanTerms.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS1 TO AUDIT-FILE-STATUS
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
