      *Month-end accrued interest report and accrual journal
      *On the month's last business day, after posting, lists the
      *interest earned or charged but not yet paid, summarized by
      *product, currency and branch, into ACCRUAL-yyyymm.prt:
      *  - deposit accounts: ACCOUNT-ACCRUED-INTEREST still held on
      *    CUSTOMER-FILE (a credit balance accrual is payable, a
      *    debit-interest accrual on an overdrawn account receivable);
      *  - term deposits: simple interest on each ACTIVE deposit's
      *    principal at its contractual rate from its start date;
      *  - loans: interest on the balance outstanding at the loan
      *    rate since the last installment fell due. Non-accrual,
      *    charged-off and settled loans accrue nothing.
      *The same figures are journalled to GLIF-ACCR-yyyymmdd.dat in
      *the GL interface layout, payables under the ACP posting rule
      *(interest expense against accrued interest payable) and
      *receivables under ACR (accrued interest receivable against
      *interest income). If any line has no rule, the report is
      *still printed but no journal is written and the step fails.
      *On the first business day of the next month the run reverses
      *that journal, every line with its sides swapped, into
      *GLIF-ACRV-yyyymmdd.dat dated the new business day, so the
      *accrual comes off again before the real interest posts.
      *Scheduled daily; on other days it does nothing.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projAccruedInterest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       SELECT TERM-DEPOSIT-FILE ASSIGN TO 'projectTermDeposits.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS1.

       SELECT LOAN-TERMS-FILE ASSIGN TO 'projectLoanTerms.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS2.

       SELECT ACCRUAL-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT GLIF-FILE ASSIGN TO WS-GLIF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT ACCRUAL-IN-FILE ASSIGN TO WS-ACCRUAL-IN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD TERM-DEPOSIT-FILE.
       COPY projectTermDepositBook.

       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD ACCRUAL-PRINT-FILE.
       01 ACCRUAL-PRINT-LINE      PIC X(132).

       FD GLIF-FILE.
       COPY projectGlifBook.

       FD ACCRUAL-IN-FILE.
       01 ACCRUAL-IN-RECORD       PIC X(51).

       WORKING-STORAGE SECTION.
       COPY projHISTdateDataBook.
       COPY projectAuditDataBook.
       COPY projectGlRuleReqBook.
       COPY projectGlRuleBook.
       COPY projectGlAccountBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-TD-OPEN             PIC X VALUE "N".
       01  WS-LOAN-OPEN           PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-RUN-MONTH-VIEW REDEFINES WS-RUN-DATE.
        05 WS-RUN-YYYYMM          PIC 9(6).
        05 FILLER                 PIC 9(2).
       01  WS-RUN-EPOCH           PIC 9(9).
       01  WS-PREV-DATE           PIC 9(8).
       01  WS-PREV-SPLIT REDEFINES WS-PREV-DATE.
        05 WS-PREV-YEAR           PIC 9(4).
        05 WS-PREV-MONTH          PIC 9(2).
        05 WS-PREV-DAY            PIC 9(2).
       01  WS-PREV-BUSDAY         PIC 9(8).
       01  WS-PREV-BUS-SPLIT REDEFINES WS-PREV-BUSDAY.
        05 WS-PREV-BUS-YEAR       PIC 9(4).
        05 WS-PREV-BUS-MONTH      PIC 9(2).
        05 WS-PREV-BUS-DAY        PIC 9(2).
       01  WS-ROLL-BACK           PIC X VALUE "B".
       01  WS-MONTH-END           PIC X VALUE "N".
       01  WS-MONTH-START         PIC X VALUE "N".
       01  WS-ME-EPOCH            PIC 9(9).
       01  WS-ME-NEXT-DATE.
        05 WS-ME-NEXT-YEAR        PIC 9(4).
        05 WS-ME-NEXT-MONTH       PIC 9(2).
        05 WS-ME-NEXT-DAY         PIC 9(2).
       01  WS-ME-NEXT-BUSDAY      PIC 9(8).
       01  WS-ME-DIRECTION        PIC X.

       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-GLIF-FILENAME       PIC X(30).
       01  WS-ACCRUAL-IN-FILENAME PIC X(30).

      *One account's accrual: P = payable by the bank, R = receivable.
       01  WS-ACCRUAL-AMOUNT      PIC S9(10)V99.
       01  WS-ACCRUAL-SIDE        PIC X(1).
       01  WS-ACCRUAL-CURRENCY    PIC X(3).
       01  WS-ACCRUAL-DAYS        PIC S9(9).
       01  WS-LOAN-OUTSTANDING    PIC 9(10)V99.
       01  WS-LAST-INSTALLMENT.
        05 WS-LAST-INST-YEAR      PIC 9(4).
        05 WS-LAST-INST-MONTH     PIC 9(2).
        05 WS-LAST-INST-DAY       PIC 9(2).
       01  WS-FROM-EPOCH          PIC 9(9).

      *Accruals by product, currency and branch, in the order met.
       01  WS-ACC-COUNT           PIC 9(3) VALUE 0.
       01  WS-ACC-IDX             PIC 9(3).
       01  WS-ACC-FOUND           PIC X.
       01  WS-ACC-OVERFLOW        PIC X VALUE "N".
       01  WS-ACC-TABLE.
        05 WS-ACC-ENTRY OCCURS 300 TIMES.
         10 WS-ACC-PRODUCT        PIC X(7).
         10 WS-ACC-CURRENCY       PIC X(3).
         10 WS-ACC-BRANCH         PIC X(5).
         10 WS-ACC-ACCOUNTS       PIC 9(7).
         10 WS-ACC-PAYABLE        PIC 9(10)V99.
         10 WS-ACC-RECEIVABLE     PIC 9(10)V99.
         10 WS-ACC-PAY-RULE       PIC X(36).
         10 WS-ACC-REC-RULE       PIC X(36).

       01  WS-DEP-PAYABLE         PIC 9(12)V99 VALUE 0.
       01  WS-DEP-RECEIVABLE      PIC 9(12)V99 VALUE 0.
       01  WS-TD-PAYABLE          PIC 9(12)V99 VALUE 0.
       01  WS-LOAN-RECEIVABLE     PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-PAYABLE       PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-RECEIVABLE    PIC 9(12)V99 VALUE 0.
       01  WS-ACCOUNT-COUNT       PIC 9(7) VALUE 0.

       01  WS-RULE-MISSING        PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT          PIC 9(7) VALUE 0.
       01  WS-GLIF-HASH-TOTAL     PIC 9(12)V99 VALUE 0.
       01  WS-LINE-AMOUNT         PIC 9(10)V99.
       01  WS-LINE-TYPE           PIC X(3).
       01  WS-REVERSED-COUNT      PIC 9(7) VALUE 0.

       01  WS-SHOW-ACCOUNTS       PIC Z(6)9.
       01  WS-SHOW-PAYABLE        PIC Z(11)9.99.
       01  WS-SHOW-RECEIVABLE     PIC Z(11)9.99.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM MONTH-END-CHECK
           PERFORM MONTH-START-CHECK
           IF WS-MONTH-END = "N" AND WS-MONTH-START = "N"
              DISPLAY "Not a month-end or first business day - no "
                      "interest accrual to journal or reverse."
              GOBACK
           END-IF

           IF WS-MONTH-START = "Y"
              PERFORM REVERSE-PRIOR-ACCRUAL
           END-IF

           IF WS-MONTH-END = "Y"
              PERFORM GATHER-ACCRUALS
              PERFORM PRINT-ACCRUAL-REPORT
              DISPLAY "ACCRUED INTEREST REPORT WRITTEN TO "
                      WS-PRINT-FILENAME
              DISPLAY "ACCOUNTS WITH INTEREST ACCRUED: "
                      WS-ACCOUNT-COUNT
              IF WS-ACC-OVERFLOW = "Y"
                 DISPLAY "ACCRUAL TABLE FULL - SOME PRODUCT/BRANCH "
                         "COMBINATIONS LEFT OUT"
              END-IF
              PERFORM RESOLVE-ACCRUAL-RULES
              IF WS-RULE-MISSING > 0
                 DISPLAY "ACCRUAL JOURNAL REJECTED: " WS-RULE-MISSING
                         " LINE(S) WITHOUT A VALID GL POSTING RULE"
                         " - NO GLIF WRITTEN"
                 MOVE WS-PRINT-FILENAME TO AUDIT-FILE-NAME
                 MOVE "00"              TO AUDIT-FILE-STATUS
                 MOVE "ACCRUAL JOURNAL REJECTED - NO GL RULE"
                      TO AUDIT-MESSAGE
                 PERFORM WRITE-AUDIT-LOG
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM WRITE-ACCRUAL-JOURNAL
           END-IF.
         GOBACK.

      *Is the business date the month's last business day? Same
      *test MONTH-END-CHECK in projMainProg uses: the next business
      *day landing in a different month means yes.
       MONTH-END-CHECK.

           MOVE "N" TO WS-MONTH-END
           MOVE WS-RUN-DATE TO INPUT-DATE
           CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                TOTALRETURN1
           MOVE TOTALRETURN1 TO WS-RUN-EPOCH
           COMPUTE WS-ME-EPOCH = TOTALRETURN1 + 1
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

      *The first business day of a month is the one whose previous
      *business day fell in another month - that previous business
      *day is the month-end the accrual journal was written on.
       MONTH-START-CHECK.

           MOVE "N" TO WS-MONTH-START
           COMPUTE WS-ME-EPOCH = WS-RUN-EPOCH - 1
           CALL 'CalculateCalendarDate' USING WS-ME-EPOCH
                WS-PREV-YEAR WS-PREV-MONTH WS-PREV-DAY
           CALL 'CalculateBusinessDay' USING WS-PREV-DATE
                WS-ROLL-BACK WS-PREV-BUSDAY
           IF WS-PREV-BUS-MONTH NOT = WS-RUN-MONTH OR
              WS-PREV-BUS-YEAR NOT = WS-RUN-YEAR
              MOVE "Y" TO WS-MONTH-START
           END-IF.
       EXIT.

      *Every detail line of last month-end's journal goes back with
      *DR and CR swapped; the header carries the reversal date and
      *the trailer count and hash are unchanged.
       REVERSE-PRIOR-ACCRUAL.

           MOVE SPACES TO WS-ACCRUAL-IN-FILENAME
           STRING "GLIF-ACCR-" WS-PREV-BUSDAY ".dat"
                  DELIMITED BY SIZE INTO WS-ACCRUAL-IN-FILENAME
           OPEN INPUT ACCRUAL-IN-FILE
            IF FILE-STATUS5 NOT = "00"
              DISPLAY "NO ACCRUAL JOURNAL TO REVERSE: "
                      WS-ACCRUAL-IN-FILENAME
              CLOSE ACCRUAL-IN-FILE
            ELSE
              MOVE SPACES TO WS-GLIF-FILENAME
              STRING "GLIF-ACRV-" WS-RUN-DATE ".dat"
                     DELIMITED BY SIZE INTO WS-GLIF-FILENAME
              OPEN OUTPUT GLIF-FILE
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ ACCRUAL-IN-FILE INTO GLIF-RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    PERFORM REVERSE-ONE-LINE
                END-READ
              END-PERFORM
              CLOSE ACCRUAL-IN-FILE
              CLOSE GLIF-FILE
              DISPLAY "ACCRUAL REVERSAL WRITTEN: " WS-GLIF-FILENAME
              DISPLAY "LINES REVERSED: " WS-REVERSED-COUNT
              MOVE WS-GLIF-FILENAME TO AUDIT-FILE-NAME
              MOVE "00"             TO AUDIT-FILE-STATUS
              MOVE "MONTH-END INTEREST ACCRUAL REVERSED"
                   TO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
            END-IF.
       EXIT.

       REVERSE-ONE-LINE.

           EVALUATE TRUE
             WHEN GLIF-HEADER-REC
               MOVE WS-RUN-DATE TO GLIF-HDR-DATE
             WHEN GLIF-DETAIL-REC
               IF GLIF-DRCR = "DR"
                  MOVE "CR" TO GLIF-DRCR
               ELSE
                  MOVE "DR" TO GLIF-DRCR
               END-IF
               ADD 1 TO WS-REVERSED-COUNT
           END-EVALUATE
           WRITE GLIF-RECORD.
       EXIT.

      *One pass of the customer master gives each account's product,
      *branch and currency; the term-deposit and loan terms files
      *are read by account alongside it.
       GATHER-ACCRUALS.

           OPEN INPUT TERM-DEPOSIT-FILE
            IF FILE-STATUS1 = "00"
              MOVE "Y" TO WS-TD-OPEN
            END-IF
           OPEN INPUT LOAN-TERMS-FILE
            IF FILE-STATUS2 = "00"
              MOVE "Y" TO WS-LOAN-OPEN
            END-IF

           MOVE "N" TO END-OF-FILE
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER-FILE not available. FILE STATUS: "
                      FILE-STATUS
              MOVE "projectCusFile.dat" TO AUDIT-FILE-NAME
              MOVE FILE-STATUS TO AUDIT-FILE-STATUS
              MOVE "ERROR OPENING CUSTOMER FILE" TO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
              MOVE "Y" TO END-OF-FILE
            END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
             READ CUSTOMER-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF NOT ACCOUNT-CLOSED
                    PERFORM ACCRUE-ONE-ACCOUNT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE

           IF WS-TD-OPEN = "Y"
              CLOSE TERM-DEPOSIT-FILE
           END-IF
           IF WS-LOAN-OPEN = "Y"
              CLOSE LOAN-TERMS-FILE
           END-IF.
       EXIT.

      *An account with loan terms accrues as a loan, one with deposit
      *terms as a term deposit; any other takes what daily accrual
      *has left on the customer record.
       ACCRUE-ONE-ACCOUNT.

           MOVE 0 TO WS-ACCRUAL-AMOUNT
           MOVE ACCOUNT-CURRENCY-CODE TO WS-ACCRUAL-CURRENCY
           IF WS-ACCRUAL-CURRENCY = SPACES
              MOVE "ZAR" TO WS-ACCRUAL-CURRENCY
           END-IF

           MOVE "N" TO WS-ACC-FOUND
           IF WS-LOAN-OPEN = "Y"
              MOVE ACCOUNT-NUM TO LOAN-ACCOUNT-NUM
              READ LOAN-TERMS-FILE
                 KEY IS LOAN-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-ACC-FOUND
                   PERFORM ACCRUE-LOAN-INTEREST
              END-READ
           END-IF
           IF WS-ACC-FOUND = "N" AND WS-TD-OPEN = "Y"
              MOVE ACCOUNT-NUM TO TD-ACCOUNT-NUM
              READ TERM-DEPOSIT-FILE
                 KEY IS TD-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-ACC-FOUND
                   PERFORM ACCRUE-TERM-DEPOSIT
              END-READ
           END-IF
           IF WS-ACC-FOUND = "N"
              PERFORM ACCRUE-DEPOSIT-ACCOUNT
           END-IF

           IF WS-ACCRUAL-AMOUNT > 0
              ADD 1 TO WS-ACCOUNT-COUNT
              PERFORM ACCUMULATE-ACCRUAL
           END-IF.
       EXIT.

       ACCRUE-DEPOSIT-ACCOUNT.

           IF ACCOUNT-ACCRUED-INTEREST > 0
              MOVE "P" TO WS-ACCRUAL-SIDE
              MOVE ACCOUNT-ACCRUED-INTEREST TO WS-ACCRUAL-AMOUNT
              ADD WS-ACCRUAL-AMOUNT TO WS-DEP-PAYABLE
           END-IF
           IF ACCOUNT-ACCRUED-INTEREST < 0
              MOVE "R" TO WS-ACCRUAL-SIDE
              COMPUTE WS-ACCRUAL-AMOUNT = 0 - ACCOUNT-ACCRUED-INTEREST
              ADD WS-ACCRUAL-AMOUNT TO WS-DEP-RECEIVABLE
           END-IF.
       EXIT.

      *Simple interest on the principal from the start date (the
      *last rollover for a rolled deposit) to the business date.
       ACCRUE-TERM-DEPOSIT.

           IF TD-STATUS-ACTIVE AND TD-START-DATE < WS-RUN-DATE
              MOVE TD-START-DATE TO INPUT-DATE
              CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                   WS-FROM-EPOCH
              COMPUTE WS-ACCRUAL-DAYS = WS-RUN-EPOCH - WS-FROM-EPOCH
              COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                      TD-PRINCIPAL * TD-ANNUAL-RATE *
                      WS-ACCRUAL-DAYS / 365
              MOVE "P" TO WS-ACCRUAL-SIDE
              ADD WS-ACCRUAL-AMOUNT TO WS-TD-PAYABLE
           END-IF.
       EXIT.

      *The last installment fell due a month before the next one;
      *interest runs on the balance owed from then to the business
      *date.
       ACCRUE-LOAN-INTEREST.

           IF LOAN-STATUS-ACTIVE AND ACCOUNT-BALANCE < 0
              COMPUTE WS-LOAN-OUTSTANDING = 0 - ACCOUNT-BALANCE
              MOVE LOAN-NEXT-DUE-DATE TO WS-LAST-INSTALLMENT
              IF WS-LAST-INST-MONTH = 1
                 MOVE 12 TO WS-LAST-INST-MONTH
                 SUBTRACT 1 FROM WS-LAST-INST-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-LAST-INST-MONTH
              END-IF
              IF WS-LAST-INST-DAY > 28
                 MOVE 28 TO WS-LAST-INST-DAY
              END-IF
              MOVE WS-LAST-INSTALLMENT TO INPUT-DATE
              CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                   WS-FROM-EPOCH
              COMPUTE WS-ACCRUAL-DAYS = WS-RUN-EPOCH - WS-FROM-EPOCH
              IF WS-ACCRUAL-DAYS > 0
                 COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                         WS-LOAN-OUTSTANDING * LOAN-ANNUAL-RATE *
                         WS-ACCRUAL-DAYS / 365
                 MOVE "R" TO WS-ACCRUAL-SIDE
                 ADD WS-ACCRUAL-AMOUNT TO WS-LOAN-RECEIVABLE
              END-IF
           END-IF.
       EXIT.

       ACCUMULATE-ACCRUAL.

           MOVE "N" TO WS-ACC-FOUND
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
                      OR WS-ACC-FOUND = "Y"
             IF WS-ACC-PRODUCT(WS-ACC-IDX) = ACCOUNT-TYPE
                AND WS-ACC-CURRENCY(WS-ACC-IDX) = WS-ACCRUAL-CURRENCY
                AND WS-ACC-BRANCH(WS-ACC-IDX) = BRANCH-CODE
                MOVE "Y" TO WS-ACC-FOUND
             END-IF
           END-PERFORM
           IF WS-ACC-FOUND = "Y"
              SUBTRACT 1 FROM WS-ACC-IDX
           ELSE
              IF WS-ACC-COUNT < 300
                 ADD 1 TO WS-ACC-COUNT
                 MOVE WS-ACC-COUNT TO WS-ACC-IDX
                 MOVE ACCOUNT-TYPE TO WS-ACC-PRODUCT(WS-ACC-IDX)
                 MOVE WS-ACCRUAL-CURRENCY
                      TO WS-ACC-CURRENCY(WS-ACC-IDX)
                 MOVE BRANCH-CODE TO WS-ACC-BRANCH(WS-ACC-IDX)
                 MOVE 0 TO WS-ACC-ACCOUNTS(WS-ACC-IDX)
                 MOVE 0 TO WS-ACC-PAYABLE(WS-ACC-IDX)
                 MOVE 0 TO WS-ACC-RECEIVABLE(WS-ACC-IDX)
                 MOVE SPACES TO WS-ACC-PAY-RULE(WS-ACC-IDX)
                 MOVE SPACES TO WS-ACC-REC-RULE(WS-ACC-IDX)
              ELSE
                 MOVE "Y" TO WS-ACC-OVERFLOW
                 MOVE 0 TO WS-ACC-IDX
              END-IF
           END-IF
           IF WS-ACC-IDX > 0
              ADD 1 TO WS-ACC-ACCOUNTS(WS-ACC-IDX)
              IF WS-ACCRUAL-SIDE = "P"
                 ADD WS-ACCRUAL-AMOUNT TO WS-ACC-PAYABLE(WS-ACC-IDX)
                 ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-PAYABLE
              ELSE
                 ADD WS-ACCRUAL-AMOUNT
                     TO WS-ACC-RECEIVABLE(WS-ACC-IDX)
                 ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-RECEIVABLE
              END-IF
           END-IF.
       EXIT.

       PRINT-ACCRUAL-REPORT.

         MOVE SPACES TO WS-PRINT-FILENAME
         STRING "ACCRUAL-" WS-RUN-YYYYMM ".prt"
                DELIMITED BY SIZE INTO WS-PRINT-FILENAME
         OPEN OUTPUT ACCRUAL-PRINT-FILE

         MOVE "ACCRUED INTEREST PAYABLE AND RECEIVABLE"
              TO ACCRUAL-PRINT-LINE
         WRITE ACCRUAL-PRINT-LINE
         MOVE SPACES TO ACCRUAL-PRINT-LINE
         STRING "MONTH " WS-RUN-YYYYMM "  AS AT " WS-RUN-DATE
                "  ACCRUED BUT NOT YET PAID OR CHARGED"
                DELIMITED BY SIZE INTO ACCRUAL-PRINT-LINE
         WRITE ACCRUAL-PRINT-LINE
         MOVE SPACES TO ACCRUAL-PRINT-LINE
         WRITE ACCRUAL-PRINT-LINE
         MOVE SPACES TO ACCRUAL-PRINT-LINE
         STRING "PRODUCT CCY BRANCH ACCOUNTS"
                "         PAYABLE      RECEIVABLE"
                DELIMITED BY SIZE INTO ACCRUAL-PRINT-LINE
         WRITE ACCRUAL-PRINT-LINE

         PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                 UNTIL WS-ACC-IDX > WS-ACC-COUNT
           MOVE WS-ACC-ACCOUNTS(WS-ACC-IDX)   TO WS-SHOW-ACCOUNTS
           MOVE WS-ACC-PAYABLE(WS-ACC-IDX)    TO WS-SHOW-PAYABLE
           MOVE WS-ACC-RECEIVABLE(WS-ACC-IDX) TO WS-SHOW-RECEIVABLE
           MOVE SPACES TO ACCRUAL-PRINT-LINE
           STRING WS-ACC-PRODUCT(WS-ACC-IDX) " "
                  WS-ACC-CURRENCY(WS-ACC-IDX) " "
                  WS-ACC-BRANCH(WS-ACC-IDX) "   "
                  WS-SHOW-ACCOUNTS " " WS-SHOW-PAYABLE
                  " " WS-SHOW-RECEIVABLE
                  DELIMITED BY SIZE INTO ACCRUAL-PRINT-LINE
           WRITE ACCRUAL-PRINT-LINE
         END-PERFORM

         MOVE SPACES TO ACCRUAL-PRINT-LINE
         WRITE ACCRUAL-PRINT-LINE
         MOVE WS-DEP-PAYABLE TO WS-SHOW-PAYABLE
         MOVE WS-DEP-RECEIVABLE TO WS-SHOW-RECEIVABLE
         MOVE SPACES TO ACCRUAL-PRINT-LINE
         STRING "DEPOSIT ACCOUNTS            " WS-SHOW-PAYABLE
                " " WS-SHOW-RECEIVABLE
                DELIMITED BY SIZE INTO ACCRUAL-PRINT-LINE
         WRITE ACCRUAL-PRINT-LINE
         MOVE WS-TD-PAYABLE TO WS-SHOW-PAYABLE
         MOVE 0 TO WS-SHOW-RECEIVABLE
         MOVE SPACES TO ACCRUAL-PRINT-LINE
         STRING "TERM DEPOSITS               " WS-SHOW-PAYABLE
                " " WS-SHOW-RECEIVABLE
                DELIMITED BY SIZE INTO ACCRUAL-PRINT-LINE
         WRITE ACCRUAL-PRINT-LINE
         MOVE 0 TO WS-SHOW-PAYABLE
         MOVE WS-LOAN-RECEIVABLE TO WS-SHOW-RECEIVABLE
         MOVE SPACES TO ACCRUAL-PRINT-LINE
         STRING "LOANS                       " WS-SHOW-PAYABLE
                " " WS-SHOW-RECEIVABLE
                DELIMITED BY SIZE INTO ACCRUAL-PRINT-LINE
         WRITE ACCRUAL-PRINT-LINE
         MOVE WS-TOTAL-PAYABLE TO WS-SHOW-PAYABLE
         MOVE WS-TOTAL-RECEIVABLE TO WS-SHOW-RECEIVABLE
         MOVE SPACES TO ACCRUAL-PRINT-LINE
         STRING "TOTAL ACCRUED               " WS-SHOW-PAYABLE
                " " WS-SHOW-RECEIVABLE
                DELIMITED BY SIZE INTO ACCRUAL-PRINT-LINE
         WRITE ACCRUAL-PRINT-LINE
         CLOSE ACCRUAL-PRINT-FILE.
       EXIT.

      *Every line must resolve to a rule naming open accounts before
      *a single line is written, as in the nightly GL export.
       RESOLVE-ACCRUAL-RULES.

           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
             IF WS-ACC-PAYABLE(WS-ACC-IDX) > 0
                MOVE "ACP" TO WS-LINE-TYPE
                PERFORM FETCH-AND-CHECK-RULE
                MOVE GLRULE-RECORD TO WS-ACC-PAY-RULE(WS-ACC-IDX)
             END-IF
             IF WS-ACC-RECEIVABLE(WS-ACC-IDX) > 0
                MOVE "ACR" TO WS-LINE-TYPE
                PERFORM FETCH-AND-CHECK-RULE
                MOVE GLRULE-RECORD TO WS-ACC-REC-RULE(WS-ACC-IDX)
             END-IF
           END-PERFORM.
       EXIT.

       FETCH-AND-CHECK-RULE.

           MOVE SPACES TO GLRULE-REQUEST
           MOVE WS-ACC-PRODUCT(WS-ACC-IDX) TO GLRQ-ACCT-TYPE
           MOVE WS-LINE-TYPE               TO GLRQ-TRANS-TYPE
           MOVE WS-ACC-BRANCH(WS-ACC-IDX)  TO GLRQ-BRANCH
           MOVE "R" TO GLRQ-MODE
           CALL 'projGlRuleLookup' USING GLRULE-REQUEST
                                         GLRULE-RECORD
                                         GLACCT-RECORD
           IF GLRQ-NOT-FOUND
              ADD 1 TO WS-RULE-MISSING
              MOVE SPACES TO GLRULE-RECORD
              DISPLAY "NO GL POSTING RULE: BRANCH " GLRQ-BRANCH
                      " ACCOUNT TYPE " GLRQ-ACCT-TYPE
                      " TRANS TYPE " GLRQ-TRANS-TYPE
           ELSE
              MOVE GLR-DR-ACCOUNT TO GLRQ-ACCOUNT
              PERFORM CHECK-RULE-ACCOUNT
              MOVE GLR-CR-ACCOUNT TO GLRQ-ACCOUNT
              PERFORM CHECK-RULE-ACCOUNT
           END-IF.
       EXIT.

       CHECK-RULE-ACCOUNT.

           MOVE "A" TO GLRQ-MODE
           CALL 'projGlRuleLookup' USING GLRULE-REQUEST
                                         GLRULE-RECORD
                                         GLACCT-RECORD
           IF GLRQ-NOT-FOUND OR NOT GLA-OPEN
              ADD 1 TO WS-RULE-MISSING
              DISPLAY "GL POSTING RULE " GLR-RULE-NUM
                      " NAMES ACCOUNT " GLRQ-ACCOUNT
                      " NOT OPEN ON THE CHART OF ACCOUNTS"
           END-IF.
       EXIT.

       WRITE-ACCRUAL-JOURNAL.

           MOVE SPACES TO WS-GLIF-FILENAME
           STRING "GLIF-ACCR-" WS-RUN-DATE ".dat" DELIMITED BY SIZE
                  INTO WS-GLIF-FILENAME

           OPEN OUTPUT GLIF-FILE
           MOVE SPACES TO GLIF-RECORD
           MOVE "H" TO GLIF-REC-TYPE
           MOVE WS-RUN-DATE TO GLIF-HDR-DATE
           WRITE GLIF-RECORD

           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
             IF WS-ACC-PAYABLE(WS-ACC-IDX) > 0
                MOVE "ACP" TO WS-LINE-TYPE
                MOVE WS-ACC-PAYABLE(WS-ACC-IDX) TO WS-LINE-AMOUNT
                MOVE WS-ACC-PAY-RULE(WS-ACC-IDX) TO GLRULE-RECORD
                PERFORM WRITE-ACCRUAL-PAIR
             END-IF
             IF WS-ACC-RECEIVABLE(WS-ACC-IDX) > 0
                MOVE "ACR" TO WS-LINE-TYPE
                MOVE WS-ACC-RECEIVABLE(WS-ACC-IDX) TO WS-LINE-AMOUNT
                MOVE WS-ACC-REC-RULE(WS-ACC-IDX) TO GLRULE-RECORD
                PERFORM WRITE-ACCRUAL-PAIR
             END-IF
           END-PERFORM

           MOVE SPACES TO GLIF-RECORD
           MOVE "T" TO GLIF-REC-TYPE
           MOVE WS-LINE-COUNT TO GLIF-TRL-COUNT
           MOVE WS-GLIF-HASH-TOTAL TO GLIF-TRL-HASH
           WRITE GLIF-RECORD
           CLOSE GLIF-FILE

           DISPLAY "ACCRUAL JOURNAL WRITTEN: " WS-GLIF-FILENAME
           DISPLAY "JOURNAL LINES : " WS-LINE-COUNT
           DISPLAY "AMOUNT HASH   : " WS-GLIF-HASH-TOTAL
           MOVE WS-GLIF-FILENAME TO AUDIT-FILE-NAME
           MOVE "00"             TO AUDIT-FILE-STATUS
           MOVE "MONTH-END INTEREST ACCRUAL JOURNALLED"
                TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       EXIT.

      *The accrual moves no customer balance, so both lines are
      *offsets: the rule's debit account debited, its credit account
      *credited.
       WRITE-ACCRUAL-PAIR.

           MOVE SPACES TO GLIF-RECORD
           MOVE "D" TO GLIF-REC-TYPE
           MOVE WS-ACC-BRANCH(WS-ACC-IDX)  TO GLIF-BRANCH
           MOVE WS-ACC-PRODUCT(WS-ACC-IDX) TO GLIF-ACCT-TYPE
           MOVE WS-LINE-TYPE               TO GLIF-TRANS-TYPE
           MOVE GLR-DR-ACCOUNT TO GLIF-GL-ACCOUNT
           MOVE "DR" TO GLIF-DRCR
           MOVE WS-LINE-AMOUNT TO GLIF-AMOUNT
           MOVE GLR-RULE-NUM TO GLIF-RULE-NUM
           MOVE "O" TO GLIF-LINE-SIDE
           WRITE GLIF-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-LINE-AMOUNT TO WS-GLIF-HASH-TOTAL

           MOVE SPACES TO GLIF-RECORD
           MOVE "D" TO GLIF-REC-TYPE
           MOVE WS-ACC-BRANCH(WS-ACC-IDX)  TO GLIF-BRANCH
           MOVE WS-ACC-PRODUCT(WS-ACC-IDX) TO GLIF-ACCT-TYPE
           MOVE WS-LINE-TYPE               TO GLIF-TRANS-TYPE
           MOVE GLR-CR-ACCOUNT TO GLIF-GL-ACCOUNT
           MOVE "CR" TO GLIF-DRCR
           MOVE WS-LINE-AMOUNT TO GLIF-AMOUNT
           MOVE GLR-RULE-NUM TO GLIF-RULE-NUM
           MOVE "O" TO GLIF-LINE-SIDE
           WRITE GLIF-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-LINE-AMOUNT TO WS-GLIF-HASH-TOTAL.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projAccruedInterest" TO AUDIT-PROGRAM-NAME
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
