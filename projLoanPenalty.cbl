      *Daily penalty interest on overdue loan installments
      *Runs after posting. For every active LOAN the installments
      *missed since the last incoming payment (the same
      *last-payment aging projArrearsReport and projBureauExtract
      *use, one installment per 30 days without a payment) are the
      *overdue amount; penalty interest accrues on it each day at
      *the loan's contractual rate plus PARM-PENALTY-MARGIN, and
      *stops once the arrears are cleared. On the month's last
      *business day the accrued penalty is capitalized onto the
      *loan as a PNI transaction for the next posting run. A loan
      *in non-accrual or charged off earns no penalty, and any
      *penalty accrued but not yet capitalized on it is dropped the
      *same way the contractual accrual stops. A restructured loan
      *counts its missed installments from LOAN-ARREARS-FROM when
      *that is later than its last payment.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projLoanPenalty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOAN-TERMS-FILE ASSIGN TO 'projectLoanTerms.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS.

       SELECT PENALTY-FILE ASSIGN TO 'projectLoanPenalty.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPN-LOAN-ACCOUNT-NUM
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

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD PENALTY-FILE.
       COPY projectLoanPenaltyBook.

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

       FD PARM-FILE.
       COPY projectParmDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY TransactionHIST.
       COPY projHISTdateDataBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  END-OF-FILE1           PIC X VALUE "N".
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-TRANS-ID-COUNTER    PIC 9(10) VALUE 1.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-RUN-EPOCH           PIC 9(9).
       01  WS-PARM-PENALTY-MARGIN PIC 9V9(4) VALUE 0.0200.

       01  WS-MONTH-END           PIC X VALUE "N".
       01  WS-ME-EPOCH            PIC 9(9).
       01  WS-ME-NEXT-DATE.
        05 WS-ME-NEXT-YEAR        PIC 9(4).
        05 WS-ME-NEXT-MONTH       PIC 9(2).
        05 WS-ME-NEXT-DAY         PIC 9(2).
       01  WS-ME-NEXT-BUSDAY      PIC 9(8).
       01  WS-ME-DIRECTION        PIC X.

       01  WS-ARR-KEY.
        05 WS-ARR-KEY-ACCT        PIC 9(10).
        05 WS-ARR-KEY-DATE        PIC 9(8).
       01  WS-ARR-LAST-PAY-DATE   PIC 9(8) VALUE 0.
       01  WS-ARR-HAS-PAYMENT     PIC X VALUE "N".
       01  WS-ARR-DAYS-IDLE       PIC 9(9).
       01  WS-MONTHS-ARREARS      PIC 9(3).

       01  WS-PEN-NEW-RECORD      PIC X.
       01  WS-PEN-OWED            PIC 9(10)V99.
       01  WS-PEN-DAYS            PIC 9(5).
       01  WS-PEN-DAY-AMOUNT      PIC 9(8)V9(4).
       01  WS-PEN-CAPITALIZE      PIC 9(8)V99.
       01  WS-PEN-CUST-FOUND      PIC X.

       01  WS-ACCRUING-COUNT      PIC 9(5) VALUE 0.
       01  WS-CAPITALIZED-COUNT   PIC 9(5) VALUE 0.
       01  WS-DROPPED-COUNT       PIC 9(5) VALUE 0.
       01  WS-ACCRUED-TODAY       PIC 9(10)V9(4) VALUE 0.
       01  WS-CAPITALIZED-TODAY   PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO INPUT-DATE
           CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                TOTALRETURN1
           MOVE TOTALRETURN1 TO WS-RUN-EPOCH
           PERFORM MONTH-END-CHECK
           PERFORM READ-PENALTY-PARM
           PERFORM CLAIM-TRANS-ID-COUNTER

           OPEN INPUT LOAN-TERMS-FILE
            IF FILE-STATUS = "35"
              DISPLAY "No loan-terms file on disk, no penalty to "
                      "accrue."
              GOBACK
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Error opening LOAN-TERMS-FILE. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF
           OPEN I-O PENALTY-FILE
            IF FILE-STATUS1 = "35"
              OPEN OUTPUT PENALTY-FILE
              CLOSE PENALTY-FILE
              OPEN I-O PENALTY-FILE
            END-IF
            IF FILE-STATUS1 NOT = "00"
              DISPLAY "Penalty file not available. FILE STATUS: "
                      FILE-STATUS1
              CLOSE LOAN-TERMS-FILE
              GOBACK
            END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS4 = "35"
              CLOSE TRANSACTION-FILE
              OPEN OUTPUT TRANSACTION-FILE
              CLOSE TRANSACTION-FILE
              OPEN I-O TRANSACTION-FILE
            END-IF

           MOVE "N" TO END-OF-FILE
           MOVE 0 TO LOAN-ACCOUNT-NUM
           START LOAN-TERMS-FILE KEY IS NOT LESS THAN LOAN-ACCOUNT-NUM
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ LOAN-TERMS-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF NOT LOAN-STATUS-SETTLED
                    PERFORM WORK-ONE-LOAN
                 END-IF
             END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PENALTY-FILE
           CLOSE LOAN-TERMS-FILE
           PERFORM SAVE-TRANS-ID-COUNTER

           DISPLAY "LOANS ACCRUING PENALTY      : " WS-ACCRUING-COUNT
           DISPLAY "PENALTY ACCRUED TODAY       : " WS-ACCRUED-TODAY
           IF WS-MONTH-END = "Y"
              DISPLAY "PENALTY CAPITALIZATIONS     : "
                      WS-CAPITALIZED-COUNT
              DISPLAY "PENALTY CAPITALIZED         : "
                      WS-CAPITALIZED-TODAY
           END-IF
           IF WS-DROPPED-COUNT > 0
              DISPLAY "NON-ACCRUAL PENALTY DROPPED : "
                      WS-DROPPED-COUNT
           END-IF
         GOBACK.

      *A parm file written before the penalty margin existed reads
      *it back as spaces - the NUMERIC guard keeps the default.
       READ-PENALTY-PARM.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS6 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-PENALTY-MARGIN IS NUMERIC
                     MOVE PARM-PENALTY-MARGIN
                          TO WS-PARM-PENALTY-MARGIN
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

       WORK-ONE-LOAN.

           MOVE "N" TO WS-PEN-NEW-RECORD
           MOVE LOAN-ACCOUNT-NUM TO LPN-LOAN-ACCOUNT-NUM
           READ PENALTY-FILE KEY IS LPN-LOAN-ACCOUNT-NUM
              INVALID KEY
                MOVE "Y" TO WS-PEN-NEW-RECORD
                MOVE LOAN-ACCOUNT-NUM TO LPN-LOAN-ACCOUNT-NUM
                MOVE 0 TO LPN-OVERDUE-AMOUNT
                MOVE 0 TO LPN-ACCRUED
                MOVE 0 TO LPN-LAST-ACCRUAL-DATE
                MOVE 0 TO LPN-CAPITALIZED-TOTAL
                MOVE 0 TO LPN-LAST-CAPITALIZED
           END-READ

           IF LOAN-STATUS-NONACCRUAL OR LOAN-STATUS-CHARGEDOFF
              IF WS-PEN-NEW-RECORD = "N"
                 PERFORM DROP-NONACCRUAL-PENALTY
              END-IF
           ELSE
              PERFORM MEASURE-OVERDUE
              IF LPN-OVERDUE-AMOUNT > 0
                 PERFORM ACCRUE-PENALTY
              END-IF
              IF WS-MONTH-END = "Y" AND LPN-ACCRUED NOT < 0.01
                 PERFORM CAPITALIZE-PENALTY
              END-IF
              MOVE WS-RUN-DATE TO LPN-LAST-ACCRUAL-DATE
              IF WS-PEN-NEW-RECORD = "Y"
                 IF LPN-OVERDUE-AMOUNT > 0
                    WRITE LOAN-PENALTY-RECORD
                 END-IF
              ELSE
                 REWRITE LOAN-PENALTY-RECORD
              END-IF
           END-IF.
       EXIT.

      *Installments missed: one per 30 days since the last incoming
      *payment, never more than the loan owes in total.
       MEASURE-OVERDUE.

           MOVE 0 TO WS-PEN-OWED
           MOVE "N" TO WS-PEN-CUST-FOUND
           MOVE LOAN-ACCOUNT-NUM TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE "Y" TO WS-PEN-CUST-FOUND
                IF CUS-ACCOUNT-BALANCE < 0
                   COMPUTE WS-PEN-OWED = 0 - CUS-ACCOUNT-BALANCE
                END-IF
           END-READ

           MOVE 0 TO LPN-OVERDUE-AMOUNT
           IF WS-PEN-CUST-FOUND = "Y" AND
              CUS-ACCOUNT-STATUS = "A" AND
              WS-PEN-OWED > 0
              PERFORM FIND-LAST-PAYMENT
              IF LOAN-IS-RESTRUCTURED AND
                 LOAN-ARREARS-FROM > WS-ARR-LAST-PAY-DATE
                 MOVE "Y" TO WS-ARR-HAS-PAYMENT
                 MOVE LOAN-ARREARS-FROM TO WS-ARR-LAST-PAY-DATE
              END-IF
              IF WS-ARR-HAS-PAYMENT = "N"
                 MOVE WS-RUN-EPOCH TO WS-ARR-DAYS-IDLE
              ELSE
                 MOVE WS-ARR-LAST-PAY-DATE TO INPUT-DATE
                 CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN
                      DAY-IN TOTALRETURN2
                 IF TOTALRETURN2 > WS-RUN-EPOCH
                    MOVE 0 TO WS-ARR-DAYS-IDLE
                 ELSE
                    COMPUTE WS-ARR-DAYS-IDLE =
                            WS-RUN-EPOCH - TOTALRETURN2
                 END-IF
              END-IF
              DIVIDE WS-ARR-DAYS-IDLE BY 30
                     GIVING WS-MONTHS-ARREARS
              IF WS-MONTHS-ARREARS > 0
                 IF WS-MONTHS-ARREARS > LOAN-TERM-MONTHS
                    MOVE LOAN-TERM-MONTHS TO WS-MONTHS-ARREARS
                 END-IF
                 COMPUTE LPN-OVERDUE-AMOUNT =
                         WS-MONTHS-ARREARS * LOAN-INSTALLMENT
                 IF LPN-OVERDUE-AMOUNT > WS-PEN-OWED
                    MOVE WS-PEN-OWED TO LPN-OVERDUE-AMOUNT
                 END-IF
              END-IF
           END-IF.
       EXIT.

      *Days since the last accrual, so a run skipped over a weekend
      *or holiday still charges every calendar day once.
       ACCRUE-PENALTY.

           MOVE 1 TO WS-PEN-DAYS
           IF LPN-LAST-ACCRUAL-DATE > 0 AND
              LPN-LAST-ACCRUAL-DATE < WS-RUN-DATE
              MOVE LPN-LAST-ACCRUAL-DATE TO INPUT-DATE
              CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN
                   DAY-IN TOTALRETURN2
              COMPUTE WS-PEN-DAYS = WS-RUN-EPOCH - TOTALRETURN2
           END-IF
           IF LPN-LAST-ACCRUAL-DATE = WS-RUN-DATE
              MOVE 0 TO WS-PEN-DAYS
           END-IF
           IF WS-PEN-DAYS > 0
              COMPUTE WS-PEN-DAY-AMOUNT ROUNDED =
                      LPN-OVERDUE-AMOUNT *
                      (LOAN-ANNUAL-RATE + WS-PARM-PENALTY-MARGIN) *
                      WS-PEN-DAYS / 365
              ADD WS-PEN-DAY-AMOUNT TO LPN-ACCRUED
              ADD WS-PEN-DAY-AMOUNT TO WS-ACCRUED-TODAY
              ADD 1 TO WS-ACCRUING-COUNT
           END-IF.
       EXIT.

      *The month's penalty goes onto the loan as its own PNI debit,
      *posted by the next run like any other system entry.
       CAPITALIZE-PENALTY.

           COMPUTE WS-PEN-CAPITALIZE ROUNDED = LPN-ACCRUED
           MOVE WS-RUN-DATE           TO TRANSACTION-DATE
           MOVE WS-TRANS-ID-COUNTER   TO TRANS-ID
           MOVE LOAN-ACCOUNT-NUM      TO TRANS-ACCOUNT-NUM
           MOVE "LOAN   "             TO TRANS-ACCOUNT-TYPE
           MOVE "PNI"                 TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = 0 - WS-PEN-CAPITALIZE
           MOVE 0                     TO HASH-TOTALS
           MOVE 0                     TO TRANS-REF-ID
           MOVE SPACES                TO TRANS-NEW-NAME
           MOVE "PENALTY"             TO TRANS-BATCH-ID
           MOVE "Penalty interest"    TO TRANS-MEMO
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
              DISPLAY "TRANS-ID collision on penalty interest, "
                      "account " LOAN-ACCOUNT-NUM
            NOT INVALID KEY
              ADD WS-PEN-CAPITALIZE TO LPN-CAPITALIZED-TOTAL
              ADD WS-PEN-CAPITALIZE TO WS-CAPITALIZED-TODAY
              MOVE WS-RUN-DATE TO LPN-LAST-CAPITALIZED
              MOVE 0 TO LPN-ACCRUED
              ADD 1 TO WS-CAPITALIZED-COUNT
           END-WRITE
           ADD 1 TO WS-TRANS-ID-COUNTER.
       EXIT.

       DROP-NONACCRUAL-PENALTY.

           IF LPN-ACCRUED > 0 OR LPN-OVERDUE-AMOUNT > 0
              IF LPN-ACCRUED > 0
                 DISPLAY "Penalty accrual dropped on non-accrual "
                         "loan " LOAN-ACCOUNT-NUM ": " LPN-ACCRUED
                 ADD 1 TO WS-DROPPED-COUNT
                 MOVE "PENALTY ACCRUAL DROPPED" TO AUDIT-MESSAGE
                 PERFORM WRITE-AUDIT-LOG
              END-IF
              MOVE 0 TO LPN-ACCRUED
              MOVE 0 TO LPN-OVERDUE-AMOUNT
              MOVE WS-RUN-DATE TO LPN-LAST-ACCRUAL-DATE
              REWRITE LOAN-PENALTY-RECORD
           END-IF.
       EXIT.

       FIND-LAST-PAYMENT.

         MOVE 0   TO WS-ARR-LAST-PAY-DATE
         MOVE "N" TO WS-ARR-HAS-PAYMENT
         MOVE LOAN-ACCOUNT-NUM TO WS-ARR-KEY-ACCT
         MOVE 0                TO WS-ARR-KEY-DATE
         MOVE WS-ARR-KEY       TO HIS-ACCT-DATE-KEY

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
                IF WS-HIS-ACCOUNT-NUM NOT = LOAN-ACCOUNT-NUM
                   MOVE "Y" TO END-OF-FILE1
                ELSE
                   IF WS-HIS-TRANS-AMOUNT > 0
                      MOVE "Y" TO WS-ARR-HAS-PAYMENT
                      MOVE WS-HIS-TRANSACTION-DATE
                           TO WS-ARR-LAST-PAY-DATE
                   END-IF
                END-IF
              END-READ
            END-PERFORM
          END-IF
         CLOSE HISTORY-FILE.
       EXIT.

      *Same test projMainProg and projScheduler use: the next
      *business day landing in a different month means today is
      *month-end.
       MONTH-END-CHECK.

           MOVE "N" TO WS-MONTH-END
           COMPUTE WS-ME-EPOCH = WS-RUN-EPOCH + 1
           CALL 'CalculateCalendarDate' USING WS-ME-EPOCH
                WS-ME-NEXT-YEAR WS-ME-NEXT-MONTH WS-ME-NEXT-DAY
           MOVE "F" TO WS-ME-DIRECTION
           CALL 'CalculateBusinessDay' USING WS-ME-NEXT-DATE
                WS-ME-DIRECTION WS-ME-NEXT-BUSDAY
           MOVE WS-ME-NEXT-BUSDAY TO WS-ME-NEXT-DATE
           IF WS-ME-NEXT-MONTH NOT = WS-RUN-MONTH OR
              WS-ME-NEXT-YEAR NOT = WS-RUN-YEAR
              MOVE "Y" TO WS-MONTH-END
           END-IF.
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
         MOVE "projLoanPenalty" TO AUDIT-PROGRAM-NAME
         MOVE "projectLoanPenalty.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS1 TO AUDIT-FILE-STATUS
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
