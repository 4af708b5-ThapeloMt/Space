      *Daily variable-rate loan repricing step
      *Looks on the prime rate file for a new prime rate whose
      *effective date has been reached and that has not yet been
      *applied. When there is one, every live variable-rate loan
      *(active or non-accrual) is re-priced at the new prime plus
      *its own margin (never below zero) and, where the rate moves,
      *the balance owed is re-amortized over the installments left
      *from the next due date so the borrower's next installment is
      *at the new amount. Each re-priced loan goes on the repricing
      *report REPRICING-yyyymmdd.prt and gets a LOANRATE notice
      *trigger for projNoticeEngine. If several pending rates have
      *come due together only the latest is used; the earlier ones
      *are marked superseded. A day with no new rate does nothing.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projLoanRepricing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRIME-RATE-FILE ASSIGN TO 'projectPrimeRates.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-EFFECTIVE-DATE
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

       SELECT NOTICE-TRIGGER-FILE ASSIGN TO
           'projectNoticeTriggers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT REPRICING-PRINT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD PRIME-RATE-FILE.
       COPY projectPrimeRateBook.

       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD NOTICE-TRIGGER-FILE.
       COPY projectNoticeBook.

       FD REPRICING-PRINT-FILE.
       01 REPRICING-PRINT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-REPORT-FILENAME     PIC X(30).

       01  WS-NEW-PRIME           PIC 9(2)V9(4) VALUE 0.
       01  WS-NEW-EFFECTIVE       PIC 9(8) VALUE 0.

       01  WS-NEW-RATE            PIC S9(2)V9(4).
       01  WS-OLD-RATE            PIC 9(2)V9(4).
       01  WS-OLD-INSTALLMENT     PIC 9(8)V99.
       01  WS-OUTSTANDING         PIC 9(10)V99.
       01  WS-REMAINING           PIC S9(4).
       01  WS-INSTALLMENT         PIC 9(8)V99.
       01  WS-MONTHLY-RATE        PIC 9(2)V9(8).
       01  WS-GROWTH-FACTOR       PIC 9(4)V9(8).
       01  WS-FACTOR-IDX          PIC 9(4).
       01  WS-SHOW-RATE           PIC Z9.9999.
       01  WS-SHOW-INSTALLMENT    PIC Z(7)9.99.

       01  WS-VARIABLE-COUNT      PIC 9(5) VALUE 0.
       01  WS-REPRICED-COUNT      PIC 9(5) VALUE 0.
       01  WS-UNCHANGED-COUNT     PIC 9(5) VALUE 0.
       01  WS-SUPERSEDED-COUNT    PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN I-O PRIME-RATE-FILE
            IF FILE-STATUS = "35"
              DISPLAY "No prime rate file, nothing to reprice."
              GOBACK
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Error opening PRIME-RATE-FILE. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF
           PERFORM FIND-NEW-PRIME-RATE
           IF WS-NEW-EFFECTIVE = 0
              CLOSE PRIME-RATE-FILE
              DISPLAY "No new prime rate takes effect by "
                      WS-RUN-DATE " - no repricing."
              GOBACK
           END-IF

           OPEN I-O LOAN-TERMS-FILE
            IF FILE-STATUS1 NOT = "00"
              DISPLAY "Error opening LOAN-TERMS-FILE. FILE STATUS: "
                      FILE-STATUS1
              CLOSE PRIME-RATE-FILE
              GOBACK
            END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN EXTEND NOTICE-TRIGGER-FILE
            IF FILE-STATUS3 = "35"
              CLOSE NOTICE-TRIGGER-FILE
              OPEN OUTPUT NOTICE-TRIGGER-FILE
            END-IF
           PERFORM WRITE-REPORT-HEADINGS

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
                 IF LOAN-RATE-VARIABLE AND
                    (LOAN-STATUS-ACTIVE OR LOAN-STATUS-NONACCRUAL)
                    ADD 1 TO WS-VARIABLE-COUNT
                    PERFORM REPRICE-ONE-LOAN
                 END-IF
             END-READ
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPRICING-PRINT-FILE
           CLOSE NOTICE-TRIGGER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LOAN-TERMS-FILE

           PERFORM MARK-PRIME-RATES-APPLIED
           CLOSE PRIME-RATE-FILE

           MOVE SPACES TO AUDIT-MESSAGE
           STRING "PRIME " WS-NEW-PRIME " REPRICED "
                  WS-REPRICED-COUNT " LOANS"
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "PRIME RATE APPLIED       : " WS-NEW-PRIME
                   " EFFECTIVE " WS-NEW-EFFECTIVE
           DISPLAY "VARIABLE LOANS          : " WS-VARIABLE-COUNT
           DISPLAY "LOANS REPRICED          : " WS-REPRICED-COUNT
           DISPLAY "REPRICING WRITTEN TO " WS-REPORT-FILENAME
         GOBACK.

      *The latest pending rate whose effective date has come.
       FIND-NEW-PRIME-RATE.

           MOVE "N" TO END-OF-FILE
           MOVE 0 TO PRM-EFFECTIVE-DATE
           START PRIME-RATE-FILE
                 KEY IS NOT LESS THAN PRM-EFFECTIVE-DATE
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ PRIME-RATE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF PRM-EFFECTIVE-DATE > WS-RUN-DATE
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    IF PRM-STATUS-PENDING
                       MOVE PRM-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE
                       MOVE PRM-RATE           TO WS-NEW-PRIME
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

      *Rate moves: the balance owed today is re-amortized at the
      *new rate over the installments left, the first at the
      *unchanged next due date, the same way a restructure rebases
      *the terms. A loan that owes nothing just takes the new rate.
       REPRICE-ONE-LOAN.

           COMPUTE WS-NEW-RATE = WS-NEW-PRIME + LOAN-PRIME-MARGIN
           IF WS-NEW-RATE < 0
              MOVE 0 TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE = LOAN-ANNUAL-RATE
              ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
              MOVE WS-RUN-DATE TO LOAN-LAST-REPRICED
              MOVE LOAN-ANNUAL-RATE TO WS-OLD-RATE
              MOVE LOAN-INSTALLMENT TO WS-OLD-INSTALLMENT
              MOVE 0 TO WS-OUTSTANDING
              MOVE LOAN-ACCOUNT-NUM TO ACCOUNT-NUM
              READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
                 INVALID KEY
                   MOVE SPACES TO CUS-ACCOUNT-NAMES
                 NOT INVALID KEY
                   IF CUS-ACCOUNT-BALANCE < 0
                      COMPUTE WS-OUTSTANDING = 0 - CUS-ACCOUNT-BALANCE
                   END-IF
              END-READ
              MOVE WS-NEW-RATE TO LOAN-ANNUAL-RATE
              IF WS-OUTSTANDING > 0
                 COMPUTE WS-REMAINING =
                         LOAN-TERM-MONTHS - LOAN-INSTALLMENTS-POSTED
                 IF WS-REMAINING < 1
                    MOVE 1 TO WS-REMAINING
                 END-IF
                 PERFORM COMPUTE-INSTALLMENT
                 MOVE WS-OUTSTANDING TO LOAN-PRINCIPAL
                 MOVE WS-REMAINING   TO LOAN-TERM-MONTHS
                 MOVE WS-INSTALLMENT TO LOAN-INSTALLMENT
                 MOVE 0              TO LOAN-INSTALLMENTS-POSTED
              END-IF
              REWRITE LOAN-TERMS-RECORD
              ADD 1 TO WS-REPRICED-COUNT
              PERFORM WRITE-REPRICING-LINE
              PERFORM RAISE-RATE-NOTICE
           END-IF.
       EXIT.

      *Level annuity installment the projLoanMaintenance way:
      *P * i * (1+i)^n / ((1+i)^n - 1), flat when the rate is zero.
       COMPUTE-INSTALLMENT.

           COMPUTE WS-MONTHLY-RATE ROUNDED = LOAN-ANNUAL-RATE / 12
           IF WS-MONTHLY-RATE = 0
              COMPUTE WS-INSTALLMENT ROUNDED =
                      WS-OUTSTANDING / WS-REMAINING
           ELSE
              MOVE 1 TO WS-GROWTH-FACTOR
              PERFORM VARYING WS-FACTOR-IDX FROM 1 BY 1
                      UNTIL WS-FACTOR-IDX > WS-REMAINING
                COMPUTE WS-GROWTH-FACTOR ROUNDED =
                        WS-GROWTH-FACTOR * (1 + WS-MONTHLY-RATE)
              END-PERFORM
              COMPUTE WS-INSTALLMENT ROUNDED =
                      (WS-OUTSTANDING * WS-MONTHLY-RATE *
                       WS-GROWTH-FACTOR) / (WS-GROWTH-FACTOR - 1)
           END-IF.
       EXIT.

       WRITE-REPORT-HEADINGS.

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "REPRICING-" WS-RUN-DATE ".prt"
                  DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPRICING-PRINT-FILE
           MOVE "VARIABLE-RATE LOAN REPRICING REPORT"
                TO REPRICING-PRINT-LINE
           WRITE REPRICING-PRINT-LINE
           MOVE SPACES TO REPRICING-PRINT-LINE
           STRING "RUN " WS-RUN-DATE "  PRIME RATE " WS-NEW-PRIME
                  " EFFECTIVE " WS-NEW-EFFECTIVE
                  DELIMITED BY SIZE INTO REPRICING-PRINT-LINE
           WRITE REPRICING-PRINT-LINE
           MOVE SPACES TO REPRICING-PRINT-LINE
           STRING "ACCOUNT    MARGIN  OLD-RATE NEW-RATE "
                  "OLD-INSTALL NEW-INSTALL OUTSTANDING   LEFT "
                  "NEXT-DUE ST NAME"
                  DELIMITED BY SIZE INTO REPRICING-PRINT-LINE
           WRITE REPRICING-PRINT-LINE.
       EXIT.

       WRITE-REPRICING-LINE.

           MOVE SPACES TO REPRICING-PRINT-LINE
           STRING LOAN-ACCOUNT-NUM " " LOAN-PRIME-MARGIN " "
                  WS-OLD-RATE "   " LOAN-ANNUAL-RATE "   "
                  WS-OLD-INSTALLMENT "  " LOAN-INSTALLMENT "  "
                  WS-OUTSTANDING " " LOAN-TERM-MONTHS "  "
                  LOAN-NEXT-DUE-DATE " " LOAN-STATUS "  "
                  CUS-ACCOUNT-NAMES
                  DELIMITED BY SIZE INTO REPRICING-PRINT-LINE
           WRITE REPRICING-PRINT-LINE.
       EXIT.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO REPRICING-PRINT-LINE
           WRITE REPRICING-PRINT-LINE
           MOVE SPACES TO REPRICING-PRINT-LINE
           STRING "VARIABLE LOANS " WS-VARIABLE-COUNT
                  "  REPRICED " WS-REPRICED-COUNT
                  "  RATE UNCHANGED " WS-UNCHANGED-COUNT
                  DELIMITED BY SIZE INTO REPRICING-PRINT-LINE
           WRITE REPRICING-PRINT-LINE.
       EXIT.

       RAISE-RATE-NOTICE.

           MOVE LOAN-ANNUAL-RATE TO WS-SHOW-RATE
           MOVE LOAN-INSTALLMENT TO WS-SHOW-INSTALLMENT
           MOVE WS-RUN-DATE      TO NTC-DATE
           MOVE LOAN-ACCOUNT-NUM TO NTC-ACCOUNT-NUM
           MOVE "LOANRATE"       TO NTC-TYPE
           MOVE SPACES           TO NTC-TEXT
           STRING "Loan rate now" WS-SHOW-RATE
                  " installment" WS-SHOW-INSTALLMENT
                  " from " LOAN-NEXT-DUE-DATE
                  DELIMITED BY SIZE INTO NTC-TEXT
           MOVE "P"              TO NTC-STATUS
           WRITE NOTICE-TRIGGER-RECORD.
       EXIT.

      *The rate used is marked applied with the number of loans it
      *moved; older pending rates it overtook are superseded.
       MARK-PRIME-RATES-APPLIED.

           MOVE "N" TO END-OF-FILE
           MOVE 0 TO PRM-EFFECTIVE-DATE
           START PRIME-RATE-FILE
                 KEY IS NOT LESS THAN PRM-EFFECTIVE-DATE
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ PRIME-RATE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF PRM-EFFECTIVE-DATE > WS-NEW-EFFECTIVE
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    IF PRM-STATUS-PENDING
                       MOVE WS-RUN-DATE TO PRM-APPLIED-DATE
                       IF PRM-EFFECTIVE-DATE = WS-NEW-EFFECTIVE
                          MOVE "A" TO PRM-STATUS
                          MOVE WS-REPRICED-COUNT
                               TO PRM-LOANS-REPRICED
                       ELSE
                          MOVE "S" TO PRM-STATUS
                          MOVE 0 TO PRM-LOANS-REPRICED
                          ADD 1 TO WS-SUPERSEDED-COUNT
                       END-IF
                       REWRITE PRIME-RATE-RECORD
                    END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WS-SUPERSEDED-COUNT > 0
              DISPLAY "EARLIER PENDING RATES SUPERSEDED: "
                      WS-SUPERSEDED-COUNT
           END-IF.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projLoanRepricing" TO AUDIT-PROGRAM-NAME
         MOVE "projectLoanTerms.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS1 TO AUDIT-FILE-STATUS
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
