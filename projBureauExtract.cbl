      *installment, months in arrears derived from the same
      *last-payment aging projArrearsReport uses, and the loan's
      *status (active/settled/non-accrual/charged-off), with a
      *control trailer. Contractual interest accrued on the loan and
      *the penalty interest charged on its overdue installments are
      *reported in separate fields. A restructured loan is flagged
      *and its months in arrears count from LOAN-ARREARS-FROM when
      *that is later than its last payment. The file is
      *BUREAU-yyyymm.dat keyed off the business date's month, so
      *rerunning a failed submission month regenerates it exactly.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projBureauExtract.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT PENALTY-FILE ASSIGN TO 'projectLoanPenalty.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPN-LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-TERMS-FILE.
       FD BUREAU-FILE.
       COPY projectBureauBook.

       FD PENALTY-FILE.
       COPY projectLoanPenaltyBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY TransactionHIST.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  END-OF-FILE1           PIC X VALUE "N".
       01  WS-BUREAU-FILENAME     PIC X(30).
       01  WS-DETAIL-COUNT        PIC 9(7) VALUE 0.
       01  WS-BALANCE-TOTAL       PIC 9(12)V99 VALUE 0.
       01  WS-OWED                PIC 9(10)V99.
       01  WS-CONTRACT-INT        PIC 9(8)V99.
       01  WS-PENALTY-INT         PIC 9(8)V99.
       01  WS-PENALTY-OPEN        PIC X VALUE "N".

       PROCEDURE DIVISION.

           WRITE BUREAU-RECORD

           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT PENALTY-FILE
            IF FILE-STATUS4 = "00"
              MOVE "Y" TO WS-PENALTY-OPEN
            END-IF
           MOVE "N" TO END-OF-FILE
           OPEN INPUT LOAN-TERMS-FILE
            IF FILE-STATUS NOT = "00"
             END-READ
           END-PERFORM
           CLOSE LOAN-TERMS-FILE
           CLOSE PENALTY-FILE
           CLOSE CUSTOMER-FILE

           MOVE SPACES TO BUREAU-RECORD
       REPORT-ONE-LOAN.

           MOVE 0 TO WS-OWED
           MOVE 0 TO WS-CONTRACT-INT
           MOVE 0 TO WS-PENALTY-INT
           MOVE SPACES TO CUS-ACCOUNT-NAMES
           MOVE LOAN-ACCOUNT-NUM TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD
                IF CUS-ACCOUNT-BALANCE < 0
                   COMPUTE WS-OWED = 0 - CUS-ACCOUNT-BALANCE
                END-IF
                IF CUS-ACCRUED-INTEREST < 0
                   COMPUTE WS-CONTRACT-INT = 0 - CUS-ACCRUED-INTEREST
                END-IF
           END-READ
      *Penalty interest reported is everything charged so far:
      *capitalized onto the balance plus this month's accrual.
           IF WS-PENALTY-OPEN = "Y"
              MOVE LOAN-ACCOUNT-NUM TO LPN-LOAN-ACCOUNT-NUM
              READ PENALTY-FILE KEY IS LPN-LOAN-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   COMPUTE WS-PENALTY-INT ROUNDED =
                           LPN-CAPITALIZED-TOTAL + LPN-ACCRUED
              END-READ
           END-IF

           IF LOAN-STATUS-SETTLED OR WS-OWED = 0
              MOVE 0 TO WS-MONTHS-ARREARS
           ELSE
              PERFORM FIND-LAST-PAYMENT
              IF LOAN-IS-RESTRUCTURED AND
                 LOAN-ARREARS-FROM > WS-ARR-LAST-PAY-DATE
                 MOVE "Y" TO WS-ARR-HAS-PAYMENT
                 MOVE LOAN-ARREARS-FROM TO WS-ARR-LAST-PAY-DATE
              END-IF
              IF WS-ARR-HAS-PAYMENT = "N"
                 MOVE TOTALRETURN1 TO WS-ARR-DAYS-IDLE
              ELSE
                 MOVE WS-ARR-LAST-PAY-DATE TO INPUT-DATE
                 CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN
                      DAY-IN TOTALRETURN2
                 IF TOTALRETURN2 > TOTALRETURN1
                    MOVE 0 TO WS-ARR-DAYS-IDLE
                 ELSE
                    COMPUTE WS-ARR-DAYS-IDLE =
                            TOTALRETURN1 - TOTALRETURN2
                 END-IF
              END-IF
              DIVIDE WS-ARR-DAYS-IDLE BY 30
                     GIVING WS-MONTHS-ARREARS
           MOVE LOAN-INSTALLMENT   TO BUR-INSTALLMENT
           MOVE WS-MONTHS-ARREARS  TO BUR-MONTHS-ARREARS
           MOVE LOAN-STATUS        TO BUR-LOAN-STATUS
           MOVE WS-CONTRACT-INT    TO BUR-CONTRACT-INTEREST
           MOVE WS-PENALTY-INT     TO BUR-PENALTY-INTEREST
           IF LOAN-IS-RESTRUCTURED
              MOVE "Y" TO BUR-RESTRUCTURED
           ELSE
              MOVE "N" TO BUR-RESTRUCTURED
           END-IF
           WRITE BUREAU-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-OWED TO WS-BALANCE-TOTAL.
