      *prints the full amortization schedule to LOANSCHED-<acct>.prt
      *so the branch can hand the customer a payment plan. The batch
      *step projLoanInstallment services what is captured here.
      *It also gives early-settlement quotes: for a chosen payoff
      *date the principal outstanding, interest to that date, any
      *uncapitalized penalty interest and the early-settlement fee,
      *printed as a quote letter to SETTLEQUOTE-<acct>.prt and kept
      *on the quote file for the daily projLoanPayoff step to match
      *the customer's payment against.
      *Borrowers in hardship can be restructured here under a
      *supervisor's sign-on: the term extended, a number of
      *installments deferred as a payment holiday, or the arrears
      *capitalized into a new schedule. The outstanding balance is
      *re-amortized from the restructure date, the schedule is
      *reprinted, the loan is flagged restructured and the terms it
      *replaced are kept on projectLoanRestructure.dat for audit.
      *A loan captured as variable is priced at the prime rate in
      *force plus its margin; projLoanRepricing re-prices it when
      *prime changes.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projLoanMaintenance.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT PENALTY-FILE ASSIGN TO 'projectLoanPenalty.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPN-LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS3.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT QUOTE-FILE ASSIGN TO 'projectSettleQuote.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQT-LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS5.

       SELECT RESTRUCT-FILE ASSIGN TO 'projectLoanRestructure.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRS-KEY
                FILE STATUS IS FILE-STATUS6.

       SELECT HISTORY-FILE ASSIGN TO 'projectHistoryFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  HIS-ID
               ALTERNATE RECORD KEY IS HIS-ACCT-DATE-KEY WITH DUPLICATES
              FILE STATUS IS FILE-STATUS7.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-TERMS-FILE.
       FD SCHEDULE-PRINT-FILE.
       01 SCHEDULE-PRINT-LINE     PIC X(132).

       FD PENALTY-FILE.
       COPY projectLoanPenaltyBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD QUOTE-FILE.
       COPY projectSettleQuoteBook.

       FD RESTRUCT-FILE.
       COPY projectLoanRestructBook.

       FD HISTORY-FILE.
       COPY projectHistDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projHISTdateDataBook.
       COPY TransactionHIST.
       COPY projectSignonBook.
       COPY projectAuditDataBook.
       COPY projectPrimeReqBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  END-OF-FILE1           PIC X VALUE "N".
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-SCHED-FILENAME      PIC X(30).
       01  WS-ACTION              PIC X.
       01  WS-ENTRY-RATE          PIC 9(2)V9(4).
       01  WS-ENTRY-TERM          PIC 9(3).
       01  WS-ENTRY-FIRST-DUE     PIC 9(8).
       01  WS-ENTRY-RATE-TYPE     PIC X.
       01  WS-ENTRY-MARGIN        PIC S9(2)V9(4).
       01  WS-PRICED-RATE         PIC S9(2)V9(4).

       01  WS-MONTHLY-RATE        PIC 9(2)V9(8).
       01  WS-GROWTH-FACTOR       PIC 9(8)V9(8).
       01  WS-SCHED-PRINCIPAL     PIC S9(8)V99.
       01  WS-SCHED-PAYMENT       PIC S9(8)V99.

       01  WS-BUSINESS-DATE       PIC 9(8).
       01  WS-BUSINESS-EPOCH      PIC 9(9).
       01  WS-PAYOFF-EPOCH        PIC 9(9).
       01  WS-VALID-EPOCH         PIC 9(9).
       01  WS-VALID-DATE.
        05 WS-VALID-YEAR          PIC 9(4).
        05 WS-VALID-MONTH         PIC 9(2).
        05 WS-VALID-DAY           PIC 9(2).
       01  WS-QUOTE-DAYS          PIC 9(5).
       01  WS-PARM-SETTLE-QUOTE-DAYS PIC 9(3) VALUE 10.
       01  WS-PARM-SETTLE-FEE-PCT PIC 9V9(4) VALUE 0.0100.
       01  WS-PARM-BANK-NAME      PIC X(20) VALUE SPACES.
       01  WS-QUOTE-OK            PIC X.
       01  WS-QUOTE-PRINCIPAL     PIC 9(10)V99.
       01  WS-QUOTE-INTEREST      PIC 9(8)V99.
       01  WS-QUOTE-PENALTY       PIC 9(8)V99.
       01  WS-QUOTE-FEE           PIC 9(8)V99.
       01  WS-QUOTE-TOTAL         PIC 9(10)V99.
       01  WS-QUOTE-SHOW          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-RST-TYPE            PIC X.
       01  WS-RST-OUTSTANDING     PIC 9(10)V99.
       01  WS-RST-REMAINING       PIC S9(4).
       01  WS-RST-NEW-TERM        PIC 9(3).
       01  WS-RST-HOLIDAY         PIC 9(2).
       01  WS-RST-ARREARS         PIC 9(10)V99.
       01  WS-RST-NEW-DUE         PIC 9(8).
       01  WS-RST-ARREARS-FROM    PIC 9(8).
       01  WS-RST-SEQ             PIC 9(3).
       01  WS-RST-WRITTEN         PIC X.
       01  WS-MONTH-DATE.
        05 WS-MONTH-YEAR          PIC 9(4).
        05 WS-MONTH-MONTH         PIC 9(2).
        05 WS-MONTH-DAY           PIC 9(2).
       01  WS-MONTH-COUNT         PIC 9(3).
       01  WS-MONTH-IDX           PIC 9(3).
       01  WS-ARR-KEY.
        05 WS-ARR-KEY-ACCT        PIC 9(10).
        05 WS-ARR-KEY-DATE        PIC 9(8).
       01  WS-ARR-LAST-PAY-DATE   PIC 9(8).
       01  WS-ARR-HAS-PAYMENT     PIC X.
       01  WS-ARR-DAYS-IDLE       PIC 9(9).
       01  WS-ARR-MONTHS          PIC 9(3).

       PROCEDURE DIVISION.

           OPEN I-O LOAN-TERMS-FILE

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (C=capture terms S=print schedule "
                     "Q=settlement quote R=restructure "
                     "L=list loans): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "S"
                WHEN "s"
                  PERFORM PRINT-AMORTIZATION-SCHEDULE
                WHEN "Q"
                WHEN "q"
                  PERFORM SETTLEMENT-QUOTE THRU SETTLEMENT-QUOTE-EXIT
                WHEN "R"
                WHEN "r"
                  PERFORM RESTRUCTURE-LOAN THRU RESTRUCTURE-LOAN-EXIT
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-LOANS
           ELSE
             DISPLAY "Principal: "
             ACCEPT WS-ENTRY-PRINCIPAL
             DISPLAY "Rate type (F=fixed V=variable on prime): "
             ACCEPT WS-ENTRY-RATE-TYPE
             IF WS-ENTRY-RATE-TYPE = "v" OR WS-ENTRY-RATE-TYPE = "V"
                MOVE "V" TO WS-ENTRY-RATE-TYPE
                DISPLAY "Margin over prime (e.g. 0.0200, -0.0050): "
                ACCEPT WS-ENTRY-MARGIN
                PERFORM PRICE-OFF-PRIME
             ELSE
                MOVE "F" TO WS-ENTRY-RATE-TYPE
                MOVE 0   TO WS-ENTRY-MARGIN
                DISPLAY "Annual rate (e.g. 0.1250): "
                ACCEPT WS-ENTRY-RATE
             END-IF
             DISPLAY "Term in months: "
             ACCEPT WS-ENTRY-TERM
             DISPLAY "First installment date (YYYYMMDD): "
             MOVE WS-ENTRY-FIRST-DUE   TO LOAN-NEXT-DUE-DATE
             MOVE 0                    TO LOAN-INSTALLMENTS-POSTED
             MOVE "A"                  TO LOAN-STATUS
             MOVE "N"                  TO LOAN-RESTRUCTURED
             MOVE 0                    TO LOAN-RESTRUCTURE-DATE
             MOVE 0                    TO LOAN-ARREARS-FROM
             MOVE WS-ENTRY-RATE-TYPE   TO LOAN-RATE-TYPE
             MOVE WS-ENTRY-MARGIN      TO LOAN-PRIME-MARGIN
             MOVE 0                    TO LOAN-LAST-REPRICED
             WRITE LOAN-TERMS-RECORD
              INVALID KEY
                REWRITE LOAN-TERMS-RECORD
           CLOSE CUSTOMER-FILE.
       EXIT.

      *A variable loan starts at the prime in force today plus its
      *margin, never below zero.
       PRICE-OFF-PRIME.

           CALL 'GetBusinessDate' USING WS-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO PRQ-AS-AT-DATE
           CALL 'projPrimeRateLookup' USING PRIME-RATE-REQUEST
           IF PRQ-NOT-FOUND
              DISPLAY "No prime rate on file - pricing at the "
                      "margin alone."
           END-IF
           COMPUTE WS-PRICED-RATE = PRQ-RATE + WS-ENTRY-MARGIN
           IF WS-PRICED-RATE < 0
              MOVE 0 TO WS-PRICED-RATE
           END-IF
           MOVE WS-PRICED-RATE TO WS-ENTRY-RATE
           DISPLAY "Prime " PRQ-RATE " plus margin gives rate "
                   WS-ENTRY-RATE.
       EXIT.

      *Level annuity installment: P * i * (1+i)^n / ((1+i)^n - 1).
      *The growth factor is built by repeated multiplication so the
      *arithmetic stays in plain COMPUTEs.
                  " INSTALLMENT " LOAN-INSTALLMENT
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           IF LOAN-IS-RESTRUCTURED
              MOVE SPACES TO SCHEDULE-PRINT-LINE
              STRING "RESTRUCTURED " LOAN-RESTRUCTURE-DATE
                     " - SCHEDULE RUNS FROM THE RESTRUCTURE, FIRST"
                     " INSTALLMENT DUE " LOAN-NEXT-DUE-DATE
                     DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
              WRITE SCHEDULE-PRINT-LINE
           END-IF
           IF LOAN-RATE-VARIABLE
              MOVE SPACES TO SCHEDULE-PRINT-LINE
              STRING "VARIABLE RATE - PRIME PLUS " LOAN-PRIME-MARGIN
                     " - INSTALLMENTS CHANGE WHEN PRIME CHANGES"
                     DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
              WRITE SCHEDULE-PRINT-LINE
              IF LOAN-LAST-REPRICED > 0
                 MOVE SPACES TO SCHEDULE-PRINT-LINE
                 STRING "REPRICED " LOAN-LAST-REPRICED
                        " - SCHEDULE RUNS FROM THE REPRICING, NEXT"
                        " INSTALLMENT DUE " LOAN-NEXT-DUE-DATE
                        DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
                 WRITE SCHEDULE-PRINT-LINE
              END-IF
           END-IF
           MOVE "PER  PAYMENT     INTEREST    PRINCIPAL   BALANCE"
                TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "ACCOUNT    PRINCIPAL  RATE   TERM INST "
                   "NEXT-DUE POSTED ST RESTRUCTURED RATE-TYPE"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ LOAN-TERMS-FILE NEXT RECORD
               AT END
                         LOAN-ANNUAL-RATE " " LOAN-TERM-MONTHS " "
                         LOAN-INSTALLMENT " " LOAN-NEXT-DUE-DATE " "
                         LOAN-INSTALLMENTS-POSTED " " LOAN-STATUS
                         " " LOAN-RESTRUCTURED " "
                         LOAN-RESTRUCTURE-DATE " " LOAN-RATE-TYPE
                         " " LOAN-PRIME-MARGIN
             END-READ
           END-PERFORM.
       EXIT.

      *Early-settlement quote. The principal is what the loan owes
      *on CUSTOMER-FILE today; interest is what has accrued and not
      *yet capitalized plus the days from the business date to the
      *payoff date at the contractual rate (a loan in non-accrual
      *earns no more); penalty interest is whatever projLoanPenalty
      *has accrued and not capitalized. The payoff date must fall
      *inside the quote's validity.
       SETTLEMENT-QUOTE.

           DISPLAY "LOAN account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           MOVE WS-ENTRY-ACCOUNT-NUM TO LOAN-ACCOUNT-NUM
           READ LOAN-TERMS-FILE
              KEY IS LOAN-ACCOUNT-NUM
              INVALID KEY
                DISPLAY "No loan terms on file for "
                        WS-ENTRY-ACCOUNT-NUM
                GO TO SETTLEMENT-QUOTE-EXIT
           END-READ
           IF LOAN-STATUS-SETTLED OR LOAN-STATUS-CHARGEDOFF
              DISPLAY "Loan is " LOAN-STATUS
                      " - no settlement quote can be given."
              GO TO SETTLEMENT-QUOTE-EXIT
           END-IF
           PERFORM LOOKUP-LOAN-ACCOUNT
           IF WS-CUSTOMER-FOUND NOT = "Y"
              GO TO SETTLEMENT-QUOTE-EXIT
           END-IF
           IF CUS-ACCOUNT-BALANCE NOT < 0
              DISPLAY "Loan owes nothing - no settlement quote."
              GO TO SETTLEMENT-QUOTE-EXIT
           END-IF

           PERFORM READ-SETTLEMENT-PARM
           CALL 'GetBusinessDate' USING WS-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO INPUT-DATE
           CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                WS-BUSINESS-EPOCH
           COMPUTE WS-VALID-EPOCH =
                   WS-BUSINESS-EPOCH + WS-PARM-SETTLE-QUOTE-DAYS
           CALL 'CalculateCalendarDate' USING WS-VALID-EPOCH
                WS-VALID-YEAR WS-VALID-MONTH WS-VALID-DAY

           DISPLAY "Payoff date (YYYYMMDD): "
           ACCEPT WS-ENTRY-FIRST-DUE
           MOVE WS-ENTRY-FIRST-DUE TO INPUT-DATE
           CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                WS-PAYOFF-EPOCH
           IF WS-PAYOFF-EPOCH < WS-BUSINESS-EPOCH OR
              WS-PAYOFF-EPOCH > WS-VALID-EPOCH
              DISPLAY "Payoff date must be between " WS-BUSINESS-DATE
                      " and " WS-VALID-DATE "."
              GO TO SETTLEMENT-QUOTE-EXIT
           END-IF

           COMPUTE WS-QUOTE-PRINCIPAL = 0 - CUS-ACCOUNT-BALANCE
           MOVE 0 TO WS-QUOTE-INTEREST
           IF CUS-ACCRUED-INTEREST < 0
              COMPUTE WS-QUOTE-INTEREST = 0 - CUS-ACCRUED-INTEREST
           END-IF
           IF LOAN-STATUS-ACTIVE
              COMPUTE WS-QUOTE-DAYS =
                      WS-PAYOFF-EPOCH - WS-BUSINESS-EPOCH
              COMPUTE WS-QUOTE-INTEREST ROUNDED =
                      WS-QUOTE-INTEREST +
                      WS-QUOTE-PRINCIPAL * LOAN-ANNUAL-RATE *
                      WS-QUOTE-DAYS / 365
           END-IF
           MOVE 0 TO WS-QUOTE-PENALTY
           OPEN INPUT PENALTY-FILE
            IF FILE-STATUS3 = "00"
              MOVE LOAN-ACCOUNT-NUM TO LPN-LOAN-ACCOUNT-NUM
              READ PENALTY-FILE KEY IS LPN-LOAN-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   COMPUTE WS-QUOTE-PENALTY ROUNDED = LPN-ACCRUED
              END-READ
            END-IF
           CLOSE PENALTY-FILE
           COMPUTE WS-QUOTE-FEE ROUNDED =
                   WS-QUOTE-PRINCIPAL * WS-PARM-SETTLE-FEE-PCT
           COMPUTE WS-QUOTE-TOTAL =
                   WS-QUOTE-PRINCIPAL + WS-QUOTE-INTEREST +
                   WS-QUOTE-PENALTY + WS-QUOTE-FEE

           PERFORM RECORD-SETTLEMENT-QUOTE
           IF WS-QUOTE-OK = "Y"
              PERFORM PRINT-QUOTE-LETTER
              MOVE WS-QUOTE-TOTAL TO WS-QUOTE-SHOW
              DISPLAY "Settlement figure " WS-QUOTE-SHOW
                      " valid until " WS-VALID-DATE
           END-IF.
       SETTLEMENT-QUOTE-EXIT.
       EXIT.

      *A parm file written before the settlement fields existed
      *reads them back as spaces - the NUMERIC guards keep the
      *defaults.
       READ-SETTLEMENT-PARM.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS4 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-SETTLE-QUOTE-DAYS IS NUMERIC AND
                     PARM-SETTLE-QUOTE-DAYS > 0
                     MOVE PARM-SETTLE-QUOTE-DAYS
                          TO WS-PARM-SETTLE-QUOTE-DAYS
                  END-IF
                  IF PARM-SETTLE-FEE-PCT IS NUMERIC
                     MOVE PARM-SETTLE-FEE-PCT
                          TO WS-PARM-SETTLE-FEE-PCT
                  END-IF
                  MOVE PARM-PRINT-BANK-NAME TO WS-PARM-BANK-NAME
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

      *One quote per loan: a fresh quote replaces the last one,
      *whatever became of it.
       RECORD-SETTLEMENT-QUOTE.

           MOVE "N" TO WS-QUOTE-OK
           OPEN I-O QUOTE-FILE
            IF FILE-STATUS5 = "35"
              OPEN OUTPUT QUOTE-FILE
              CLOSE QUOTE-FILE
              OPEN I-O QUOTE-FILE
            END-IF
            IF FILE-STATUS5 NOT = "00"
              DISPLAY "Quote file not available. FILE STATUS: "
                      FILE-STATUS5
            ELSE
              MOVE LOAN-ACCOUNT-NUM   TO SQT-LOAN-ACCOUNT-NUM
              MOVE WS-BUSINESS-DATE   TO SQT-QUOTE-DATE
              MOVE WS-ENTRY-FIRST-DUE TO SQT-PAYOFF-DATE
              MOVE WS-VALID-DATE      TO SQT-VALID-UNTIL
              MOVE WS-QUOTE-PRINCIPAL TO SQT-PRINCIPAL
              MOVE WS-QUOTE-INTEREST  TO SQT-INTEREST
              MOVE WS-QUOTE-PENALTY   TO SQT-PENALTY
              MOVE WS-QUOTE-FEE       TO SQT-FEE
              MOVE WS-QUOTE-TOTAL     TO SQT-TOTAL
              MOVE "O"                TO SQT-STATUS
              MOVE 0                  TO SQT-PAID-DATE
              MOVE 0                  TO SQT-CREDIT-LEFT
              MOVE "Y" TO WS-QUOTE-OK
              WRITE SETTLE-QUOTE-RECORD
               INVALID KEY
                 REWRITE SETTLE-QUOTE-RECORD
                 DISPLAY "Earlier quote replaced for account "
                         LOAN-ACCOUNT-NUM
              END-WRITE
            END-IF
           CLOSE QUOTE-FILE.
       EXIT.

       PRINT-QUOTE-LETTER.

           MOVE SPACES TO WS-SCHED-FILENAME
           STRING "SETTLEQUOTE-" LOAN-ACCOUNT-NUM ".prt"
                  DELIMITED BY SIZE INTO WS-SCHED-FILENAME
           OPEN OUTPUT SCHEDULE-PRINT-FILE

           MOVE WS-PARM-BANK-NAME TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "DATE " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE CUS-ACCOUNT-NAMES TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "LOAN ACCOUNT " LOAN-ACCOUNT-NUM
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "EARLY SETTLEMENT QUOTATION FOR PAYOFF ON "
                  WS-ENTRY-FIRST-DUE
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE

           MOVE WS-QUOTE-PRINCIPAL TO WS-QUOTE-SHOW
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "PRINCIPAL OUTSTANDING       " WS-QUOTE-SHOW
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE WS-QUOTE-INTEREST TO WS-QUOTE-SHOW
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "INTEREST TO PAYOFF DATE     " WS-QUOTE-SHOW
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           IF WS-QUOTE-PENALTY > 0
              MOVE WS-QUOTE-PENALTY TO WS-QUOTE-SHOW
              MOVE SPACES TO SCHEDULE-PRINT-LINE
              STRING "PENALTY INTEREST            " WS-QUOTE-SHOW
                     DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
              WRITE SCHEDULE-PRINT-LINE
           END-IF
           MOVE WS-QUOTE-FEE TO WS-QUOTE-SHOW
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "EARLY SETTLEMENT FEE        " WS-QUOTE-SHOW
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE WS-QUOTE-TOTAL TO WS-QUOTE-SHOW
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "TOTAL TO SETTLE             " WS-QUOTE-SHOW
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE

           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "THIS QUOTATION IS VALID UNTIL " WS-VALID-DATE
                  ". PAY THE TOTAL ABOVE INTO THE LOAN ACCOUNT IN"
                  " ONE PAYMENT"
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE SPACES TO SCHEDULE-PRINT-LINE
           STRING "AND THE LOAN WILL BE CLOSED AND A PAID-UP LETTER"
                  " SENT. AN INSTALLMENT COLLECTED BEFORE THEN IS"
                  " REFUNDED"
                  DELIMITED BY SIZE INTO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE
           MOVE "ONCE THE LOAN IS SETTLED." TO SCHEDULE-PRINT-LINE
           WRITE SCHEDULE-PRINT-LINE

           CLOSE SCHEDULE-PRINT-FILE
           DISPLAY "Quote letter written: " WS-SCHED-FILENAME.
       EXIT.

      *Restructure for a borrower in hardship. The balance owed
      *today is re-amortized at the contractual rate:
      *  E - over a longer remaining term,
      *  H - over the same remaining term after a payment holiday
      *      of 1 to 12 installments (interest over the holiday is
      *      built into the restructured principal),
      *  C - over the remaining term with the missed installments
      *      rolled in and the first new one due a month out.
      *The arrears clock restarts at the restructure date, or for
      *a holiday at the last installment it deferred.
       RESTRUCTURE-LOAN.

           DISPLAY "LOAN account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           MOVE WS-ENTRY-ACCOUNT-NUM TO LOAN-ACCOUNT-NUM
           READ LOAN-TERMS-FILE
              KEY IS LOAN-ACCOUNT-NUM
              INVALID KEY
                DISPLAY "No loan terms on file for "
                        WS-ENTRY-ACCOUNT-NUM
                GO TO RESTRUCTURE-LOAN-EXIT
           END-READ
           IF NOT LOAN-STATUS-ACTIVE AND NOT LOAN-STATUS-NONACCRUAL
              DISPLAY "Loan is " LOAN-STATUS
                      " - only a live loan can be restructured."
              GO TO RESTRUCTURE-LOAN-EXIT
           END-IF
           PERFORM LOOKUP-LOAN-ACCOUNT
           IF WS-CUSTOMER-FOUND NOT = "Y"
              GO TO RESTRUCTURE-LOAN-EXIT
           END-IF
           IF CUS-ACCOUNT-BALANCE NOT < 0
              DISPLAY "Loan owes nothing - nothing to restructure."
              GO TO RESTRUCTURE-LOAN-EXIT
           END-IF

           DISPLAY "Restructure (E=extend term H=payment holiday "
                   "C=capitalize arrears): "
           ACCEPT WS-RST-TYPE
           IF WS-RST-TYPE = "e"
              MOVE "E" TO WS-RST-TYPE
           END-IF
           IF WS-RST-TYPE = "h"
              MOVE "H" TO WS-RST-TYPE
           END-IF
           IF WS-RST-TYPE = "c"
              MOVE "C" TO WS-RST-TYPE
           END-IF
           IF WS-RST-TYPE NOT = "E" AND WS-RST-TYPE NOT = "H" AND
              WS-RST-TYPE NOT = "C"
              DISPLAY "Unknown restructure type: " WS-RST-TYPE
              GO TO RESTRUCTURE-LOAN-EXIT
           END-IF

           CALL 'GetBusinessDate' USING WS-BUSINESS-DATE
           COMPUTE WS-RST-OUTSTANDING = 0 - CUS-ACCOUNT-BALANCE
           COMPUTE WS-RST-REMAINING =
                   LOAN-TERM-MONTHS - LOAN-INSTALLMENTS-POSTED
           IF WS-RST-REMAINING < 1
              MOVE 1 TO WS-RST-REMAINING
           END-IF
           MOVE WS-RST-REMAINING TO WS-RST-NEW-TERM
           MOVE 0 TO WS-RST-HOLIDAY
           MOVE 0 TO WS-RST-ARREARS
           MOVE WS-BUSINESS-DATE TO WS-RST-ARREARS-FROM
           MOVE WS-BUSINESS-DATE TO WS-MONTH-DATE
           MOVE 1 TO WS-MONTH-COUNT
           PERFORM ADD-MONTHS-TO-DATE
           IF LOAN-NEXT-DUE-DATE < WS-MONTH-DATE
              MOVE WS-MONTH-DATE TO WS-RST-NEW-DUE
           ELSE
              MOVE LOAN-NEXT-DUE-DATE TO WS-RST-NEW-DUE
           END-IF

           EVALUATE WS-RST-TYPE
             WHEN "E"
               DISPLAY "Installments left now: " WS-RST-REMAINING
               DISPLAY "New remaining term in months: "
               ACCEPT WS-RST-NEW-TERM
               IF WS-RST-NEW-TERM NOT > WS-RST-REMAINING
                  DISPLAY "An extension must be longer than the "
                          "installments left."
                  GO TO RESTRUCTURE-LOAN-EXIT
               END-IF
             WHEN "H"
               DISPLAY "Installments to defer (1-12): "
               ACCEPT WS-RST-HOLIDAY
               IF WS-RST-HOLIDAY < 1 OR WS-RST-HOLIDAY > 12
                  DISPLAY "A payment holiday is 1 to 12 "
                          "installments."
                  GO TO RESTRUCTURE-LOAN-EXIT
               END-IF
               MOVE WS-RST-NEW-DUE TO WS-MONTH-DATE
               MOVE WS-RST-HOLIDAY TO WS-MONTH-COUNT
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-MONTH-DATE TO WS-RST-NEW-DUE
               MOVE WS-RST-NEW-DUE TO WS-MONTH-DATE
               PERFORM BACK-ONE-MONTH
               MOVE WS-MONTH-DATE TO WS-RST-ARREARS-FROM
             WHEN "C"
               PERFORM MEASURE-RESTRUCTURE-ARREARS
               IF WS-RST-ARREARS = 0
                  DISPLAY "Loan is not in arrears - nothing to "
                          "capitalize."
                  GO TO RESTRUCTURE-LOAN-EXIT
               END-IF
               MOVE WS-BUSINESS-DATE TO WS-MONTH-DATE
               MOVE 1 TO WS-MONTH-COUNT
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-MONTH-DATE TO WS-RST-NEW-DUE
           END-EVALUATE

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: a restructure needs a "
                      "supervisor."
              GO TO RESTRUCTURE-LOAN-EXIT
           END-IF

           MOVE LOAN-PRINCIPAL           TO LRS-OLD-PRINCIPAL
           MOVE LOAN-ANNUAL-RATE         TO LRS-OLD-RATE
           MOVE LOAN-TERM-MONTHS         TO LRS-OLD-TERM-MONTHS
           MOVE LOAN-INSTALLMENT         TO LRS-OLD-INSTALLMENT
           MOVE LOAN-NEXT-DUE-DATE       TO LRS-OLD-NEXT-DUE
           MOVE LOAN-INSTALLMENTS-POSTED TO LRS-OLD-POSTED
           MOVE LOAN-STATUS              TO LRS-OLD-STATUS

           MOVE WS-RST-OUTSTANDING TO WS-ENTRY-PRINCIPAL
           MOVE LOAN-ANNUAL-RATE   TO WS-ENTRY-RATE
           MOVE WS-RST-NEW-TERM    TO WS-ENTRY-TERM
           IF WS-RST-HOLIDAY > 0
              COMPUTE WS-MONTHLY-RATE ROUNDED = LOAN-ANNUAL-RATE / 12
              PERFORM VARYING WS-FACTOR-IDX FROM 1 BY 1
                      UNTIL WS-FACTOR-IDX > WS-RST-HOLIDAY
                COMPUTE WS-ENTRY-PRINCIPAL ROUNDED =
                        WS-ENTRY-PRINCIPAL * (1 + WS-MONTHLY-RATE)
              END-PERFORM
           END-IF
           PERFORM COMPUTE-INSTALLMENT

           MOVE WS-ENTRY-PRINCIPAL  TO LOAN-PRINCIPAL
           MOVE WS-RST-NEW-TERM     TO LOAN-TERM-MONTHS
           MOVE WS-INSTALLMENT      TO LOAN-INSTALLMENT
           MOVE WS-RST-NEW-DUE      TO LOAN-NEXT-DUE-DATE
           MOVE 0                   TO LOAN-INSTALLMENTS-POSTED
           MOVE "Y"                 TO LOAN-RESTRUCTURED
           MOVE WS-BUSINESS-DATE    TO LOAN-RESTRUCTURE-DATE
           MOVE WS-RST-ARREARS-FROM TO LOAN-ARREARS-FROM
           REWRITE LOAN-TERMS-RECORD

           PERFORM WRITE-RESTRUCTURE-HISTORY
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "LOAN RESTRUCTURED TYPE " WS-RST-TYPE
                  " " LOAN-ACCOUNT-NUM
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Loan " LOAN-ACCOUNT-NUM " restructured: "
                   LOAN-TERM-MONTHS " installments of "
                   LOAN-INSTALLMENT " from " LOAN-NEXT-DUE-DATE
           PERFORM WRITE-SCHEDULE-FILE.
       RESTRUCTURE-LOAN-EXIT.
       EXIT.

      *Missed installments by the same aging the arrears report
      *uses: one per 30 days since the last incoming payment (or
      *since an earlier restructure restarted the clock), never
      *more than is owed.
       MEASURE-RESTRUCTURE-ARREARS.

         MOVE 0   TO WS-ARR-LAST-PAY-DATE
         MOVE "N" TO WS-ARR-HAS-PAYMENT
         MOVE LOAN-ACCOUNT-NUM TO WS-ARR-KEY-ACCT
         MOVE 0                TO WS-ARR-KEY-DATE
         MOVE WS-ARR-KEY       TO HIS-ACCT-DATE-KEY

         MOVE "N" TO END-OF-FILE1
         OPEN INPUT HISTORY-FILE
          IF FILE-STATUS7 = "00"
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
         CLOSE HISTORY-FILE

         IF LOAN-IS-RESTRUCTURED AND
            LOAN-ARREARS-FROM > WS-ARR-LAST-PAY-DATE
            MOVE "Y" TO WS-ARR-HAS-PAYMENT
            MOVE LOAN-ARREARS-FROM TO WS-ARR-LAST-PAY-DATE
         END-IF
         MOVE WS-BUSINESS-DATE TO INPUT-DATE
         CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
              TOTALRETURN1
         IF WS-ARR-HAS-PAYMENT = "N"
            MOVE TOTALRETURN1 TO WS-ARR-DAYS-IDLE
         ELSE
            MOVE WS-ARR-LAST-PAY-DATE TO INPUT-DATE
            CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                 TOTALRETURN2
            IF TOTALRETURN2 > TOTALRETURN1
               MOVE 0 TO WS-ARR-DAYS-IDLE
            ELSE
               COMPUTE WS-ARR-DAYS-IDLE = TOTALRETURN1 - TOTALRETURN2
            END-IF
         END-IF
         DIVIDE WS-ARR-DAYS-IDLE BY 30 GIVING WS-ARR-MONTHS
         IF WS-ARR-MONTHS > LOAN-TERM-MONTHS
            MOVE LOAN-TERM-MONTHS TO WS-ARR-MONTHS
         END-IF
         COMPUTE WS-RST-ARREARS = WS-ARR-MONTHS * LOAN-INSTALLMENT
         IF WS-RST-ARREARS > WS-RST-OUTSTANDING
            MOVE WS-RST-OUTSTANDING TO WS-RST-ARREARS
         END-IF.
       EXIT.

      *Several restructures on one day take the next sequence.
       WRITE-RESTRUCTURE-HISTORY.

           OPEN I-O RESTRUCT-FILE
            IF FILE-STATUS6 = "35"
              OPEN OUTPUT RESTRUCT-FILE
              CLOSE RESTRUCT-FILE
              OPEN I-O RESTRUCT-FILE
            END-IF
            IF FILE-STATUS6 NOT = "00"
              DISPLAY "Restructure history not available. FILE "
                      "STATUS: " FILE-STATUS6
            ELSE
              MOVE LOAN-ACCOUNT-NUM    TO LRS-LOAN-ACCOUNT-NUM
              MOVE WS-BUSINESS-DATE    TO LRS-RESTRUCTURE-DATE
              MOVE WS-RST-TYPE         TO LRS-TYPE
              MOVE SIGNON-OPERATOR-ID  TO LRS-SUPERVISOR-ID
              MOVE WS-RST-OUTSTANDING  TO LRS-OUTSTANDING
              MOVE WS-RST-HOLIDAY      TO LRS-HOLIDAY-MONTHS
              MOVE WS-RST-ARREARS      TO LRS-ARREARS-AMOUNT
              MOVE LOAN-PRINCIPAL      TO LRS-NEW-PRINCIPAL
              MOVE LOAN-TERM-MONTHS    TO LRS-NEW-TERM-MONTHS
              MOVE LOAN-INSTALLMENT    TO LRS-NEW-INSTALLMENT
              MOVE LOAN-NEXT-DUE-DATE  TO LRS-NEW-NEXT-DUE
              MOVE LOAN-ARREARS-FROM   TO LRS-NEW-ARREARS-FROM
              MOVE "N" TO WS-RST-WRITTEN
              PERFORM VARYING WS-RST-SEQ FROM 1 BY 1
                      UNTIL WS-RST-SEQ > 99 OR WS-RST-WRITTEN = "Y"
                MOVE WS-RST-SEQ TO LRS-SEQ
                WRITE LOAN-RESTRUCTURE-RECORD
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-RST-WRITTEN
                END-WRITE
              END-PERFORM
              IF WS-RST-WRITTEN = "N"
                 DISPLAY "Restructure history full for today on "
                         LOAN-ACCOUNT-NUM
              END-IF
            END-IF
           CLOSE RESTRUCT-FILE.
       EXIT.

      *Calendar month steps with the same day-28 cap
      *projLoanInstallment uses when it advances a due date.
       ADD-MONTHS-TO-DATE.

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
             ADD 1 TO WS-MONTH-MONTH
             IF WS-MONTH-MONTH > 12
                MOVE 1 TO WS-MONTH-MONTH
                ADD 1 TO WS-MONTH-YEAR
             END-IF
           END-PERFORM
           IF WS-MONTH-DAY > 28
              MOVE 28 TO WS-MONTH-DAY
           END-IF.
       EXIT.

       BACK-ONE-MONTH.

           IF WS-MONTH-MONTH = 1
              MOVE 12 TO WS-MONTH-MONTH
              SUBTRACT 1 FROM WS-MONTH-YEAR
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MONTH
           END-IF.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projLoanMaintenance" TO AUDIT-PROGRAM-NAME
         MOVE "projectLoanTerms.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
