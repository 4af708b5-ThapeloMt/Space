      *the HIS-ACCT-DATE-KEY alternate index per account to find the
      *last incoming payment (a positive movement), and buckets
      *accounts with no payment in 30/60/90+ days together with the
      *amounts owed, so collections can work a real queue. Each
      *line shows the contractual interest accrued on the account
      *apart from the penalty interest charged on its overdue
      *installments (accrued this month and capitalized to date).
      *A restructured loan is aged from LOAN-ARREARS-FROM on its
      *loan terms when that is later than its last payment, and is
      *marked R on its line.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projArrearsReport.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT PENALTY-FILE ASSIGN TO 'projectLoanPenalty.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPN-LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS3.

       SELECT LOAN-TERMS-FILE ASSIGN TO 'projectLoanTerms.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       FD ARREARS-PRINT-FILE.
       01 ARREARS-PRINT-LINE      PIC X(132).

       FD PENALTY-FILE.
       COPY projectLoanPenaltyBook.

       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY TransactionHIST.
       01  FILE-STATUS           PIC XX.
       01  FILE-STATUS1          PIC XX.
       01  FILE-STATUS2          PIC XX.
       01  FILE-STATUS3          PIC XX.
       01  FILE-STATUS4          PIC XX.
       01 END-OF-FILE            PIC X VALUE "N".
       01 END-OF-FILE1           PIC X VALUE "N".

       01 WS-ARR-DAYS-IDLE       PIC 9(9).
       01 WS-ARR-BUCKET          PIC X(4).
       01 WS-ARR-OWED            PIC S9(8)V99.
       01 WS-ARR-CONTRACT-INT    PIC 9(8)V99.
       01 WS-ARR-PEN-ACCRUED     PIC 9(8)V99.
       01 WS-ARR-PEN-CAPITALIZED PIC 9(10)V99.
       01 WS-ARR-PENALTY-TOTAL   PIC 9(10)V99 VALUE 0.
       01 WS-ARR-CONTRACT-TOTAL  PIC 9(10)V99 VALUE 0.
       01 WS-PENALTY-OPEN        PIC X VALUE "N".
       01 WS-TERMS-OPEN          PIC X VALUE "N".
       01 WS-ARR-RST-MARK        PIC X.

       01 WS-ARR-30-COUNT        PIC 9(5) VALUE 0.
       01 WS-ARR-60-COUNT        PIC 9(5) VALUE 0.
           STRING "AS AT " WS-RUN-DATE
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE
           MOVE SPACES TO ARREARS-PRINT-LINE
           STRING "BUCKET ACCOUNT  R LAST-PAYMENT DAYS  OWED  "
                  "CONTRACT-INT PENALTY-ACCRUED PENALTY-CAPITALIZED "
                  "NAME"
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE

           MOVE "N" TO END-OF-FILE
           OPEN INPUT PENALTY-FILE
            IF FILE-STATUS3 = "00"
              MOVE "Y" TO WS-PENALTY-OPEN
            END-IF
           OPEN INPUT LOAN-TERMS-FILE
            IF FILE-STATUS4 = "00"
              MOVE "Y" TO WS-TERMS-OPEN
            END-IF
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                     CUS-ACCOUNT-STATUS = "A" AND
                     CUS-ACCOUNT-BALANCE < 0
                     PERFORM FIND-LAST-PAYMENT
                     PERFORM APPLY-RESTRUCTURE-DATE
                     PERFORM BUCKET-THIS-ACCOUNT
                  END-IF
                END-READ
                      FILE-STATUS
            END-IF
           CLOSE CUSTOMER-FILE
           CLOSE PENALTY-FILE
           CLOSE LOAN-TERMS-FILE

           MOVE SPACES TO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE
                  WS-ARR-90-TOTAL
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE
           MOVE SPACES TO ARREARS-PRINT-LINE
           STRING "CONTRACTUAL INTEREST ACCRUED: "
                  WS-ARR-CONTRACT-TOTAL
                  "  PENALTY INTEREST: " WS-ARR-PENALTY-TOTAL
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE
           CLOSE ARREARS-PRINT-FILE

           DISPLAY "ARREARS AGING WRITTEN TO ARREARSAGING.prt"
         CLOSE HISTORY-FILE.
       EXIT.

      *A restructured loan's clock restarts at LOAN-ARREARS-FROM;
      *arrears before the restructure were dealt with by it.
       APPLY-RESTRUCTURE-DATE.

         MOVE SPACE TO WS-ARR-RST-MARK
         IF WS-TERMS-OPEN = "Y" AND CUS-ACCOUNT-TYPE = "LOAN   "
            MOVE CUS-ACCOUNT-NUM TO LOAN-ACCOUNT-NUM
            READ LOAN-TERMS-FILE KEY IS LOAN-ACCOUNT-NUM
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF LOAN-IS-RESTRUCTURED
                    MOVE "R" TO WS-ARR-RST-MARK
                    IF LOAN-ARREARS-FROM > WS-ARR-LAST-PAY-DATE
                       MOVE "Y" TO WS-ARR-HAS-PAYMENT
                       MOVE LOAN-ARREARS-FROM TO WS-ARR-LAST-PAY-DATE
                    END-IF
                 END-IF
            END-READ
         END-IF.
       EXIT.

       BUCKET-THIS-ACCOUNT.

         IF WS-ARR-HAS-PAYMENT = "N"
            MOVE WS-ARR-LAST-PAY-DATE TO INPUT-DATE
            CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                 TOTALRETURN2
            IF TOTALRETURN2 > TOTALRETURN1
               MOVE 0 TO WS-ARR-DAYS-IDLE
            ELSE
               COMPUTE WS-ARR-DAYS-IDLE = TOTALRETURN1 - TOTALRETURN2
            END-IF
         END-IF

         IF WS-ARR-DAYS-IDLE < 30
               ADD 1 TO WS-ARR-30-COUNT
               ADD WS-ARR-OWED TO WS-ARR-30-TOTAL
           END-EVALUATE
           PERFORM FETCH-PENALTY-FOR-ACCOUNT
           MOVE SPACES TO ARREARS-PRINT-LINE
           STRING WS-ARR-BUCKET " " CUS-ACCOUNT-NUM " "
                  WS-ARR-RST-MARK " "
                  WS-ARR-LAST-PAY-DATE " " WS-ARR-DAYS-IDLE " "
                  WS-ARR-OWED " " WS-ARR-CONTRACT-INT " "
                  WS-ARR-PEN-ACCRUED " " WS-ARR-PEN-CAPITALIZED " "
                  CUS-ACCOUNT-NAMES
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE
         END-IF.
       EXIT.

      *Contractual interest is the debit accrual still sitting on
      *the account; penalty interest comes off the penalty file the
      *daily projLoanPenalty step keeps (CREDIT accounts have none).
       FETCH-PENALTY-FOR-ACCOUNT.

         MOVE 0 TO WS-ARR-CONTRACT-INT
         MOVE 0 TO WS-ARR-PEN-ACCRUED
         MOVE 0 TO WS-ARR-PEN-CAPITALIZED
         IF CUS-ACCRUED-INTEREST < 0
            COMPUTE WS-ARR-CONTRACT-INT = 0 - CUS-ACCRUED-INTEREST
         END-IF
         IF WS-PENALTY-OPEN = "Y"
            MOVE CUS-ACCOUNT-NUM TO LPN-LOAN-ACCOUNT-NUM
            READ PENALTY-FILE KEY IS LPN-LOAN-ACCOUNT-NUM
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 COMPUTE WS-ARR-PEN-ACCRUED ROUNDED = LPN-ACCRUED
                 MOVE LPN-CAPITALIZED-TOTAL TO WS-ARR-PEN-CAPITALIZED
            END-READ
         END-IF
         ADD WS-ARR-CONTRACT-INT TO WS-ARR-CONTRACT-TOTAL
         ADD WS-ARR-PEN-ACCRUED TO WS-ARR-PENALTY-TOTAL
         ADD WS-ARR-PEN-CAPITALIZED TO WS-ARR-PENALTY-TOTAL.
       EXIT.
