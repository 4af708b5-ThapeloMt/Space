      *AllocateAccountNum, creates the LOAN-TERMS-RECORD with the
      *level installment, and disburses the principal to the
      *nominated account as a posted TRF - an audit trail from
      *application to funding. A variable-rate application is
      *priced at the prime rate plus a margin, and re-priced off
      *the prime in force on the day it is funded. Where the
      *applicant is in a connected-party group, the assessment also
      *warns when the new loan would take the group's exposure over
      *its group limit, and says so on the score note.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projLoanOrigination.
       COPY TransactionHIST.
       COPY projHISTdateDataBook.
       COPY projectSignonBook.
       COPY projectPrimeReqBook.
       COPY projectGroupExposureReqBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  WS-ENTRY-TERM          PIC 9(3).
       01  WS-ENTRY-RATE          PIC 9(2)V9(4).
       01  WS-ENTRY-DISB          PIC 9(10).
       01  WS-ENTRY-RATE-TYPE     PIC X.
       01  WS-ENTRY-MARGIN        PIC S9(2)V9(4).
       01  WS-PRICED-RATE         PIC S9(2)V9(4).

      *Assessment working fields.
       01  WS-NET-POSITION        PIC S9(10)V99.
       01  WS-CUTOFF-EPOCH        PIC 9(9).
       01  WS-HIST-DONE           PIC X.
       01  WS-ASSESS-ACCOUNT      PIC 9(10).
       01  WS-GROUP-OVER-LIMIT    PIC X VALUE "N".
       01  WS-GROUP-AFTER-LOAN    PIC 9(12)V99.

      *Funding working fields.
       01  WS-NEW-ACCOUNT-NUM     PIC 9(10).
           ACCEPT WS-ENTRY-AMOUNT
           DISPLAY "Term in months: "
           ACCEPT WS-ENTRY-TERM
           DISPLAY "Rate type (F=fixed V=variable on prime): "
           ACCEPT WS-ENTRY-RATE-TYPE
           IF WS-ENTRY-RATE-TYPE = "v" OR WS-ENTRY-RATE-TYPE = "V"
              MOVE "V" TO WS-ENTRY-RATE-TYPE
              DISPLAY "Margin over prime (e.g. 0.0200, -0.0050): "
              ACCEPT WS-ENTRY-MARGIN
              PERFORM PRICE-OFF-PRIME
              MOVE WS-PRICED-RATE TO WS-ENTRY-RATE
              DISPLAY "Prime " PRQ-RATE " plus margin gives rate "
                      WS-ENTRY-RATE
           ELSE
              MOVE "F" TO WS-ENTRY-RATE-TYPE
              MOVE 0   TO WS-ENTRY-MARGIN
              DISPLAY "Annual rate (e.g. 0.1250): "
              ACCEPT WS-ENTRY-RATE
           END-IF
           DISPLAY "Account the principal pays out to: "
           ACCEPT WS-ENTRY-DISB
           PERFORM ALLOCATE-APP-ID
           MOVE WS-ENTRY-AMOUNT  TO LAPP-AMOUNT
           MOVE WS-ENTRY-TERM    TO LAPP-TERM-MONTHS
           MOVE WS-ENTRY-RATE    TO LAPP-RATE
           MOVE WS-ENTRY-RATE-TYPE TO LAPP-RATE-TYPE
           MOVE WS-ENTRY-MARGIN  TO LAPP-PRIME-MARGIN
           MOVE WS-ENTRY-DISB    TO LAPP-DISB-ACCOUNT
           MOVE WS-RUN-DATE      TO LAPP-CAPTURED-DATE
           MOVE SPACES           TO LAPP-SCORE-NOTE
                   DISPLAY "Application is not awaiting assessment."
                ELSE
                   PERFORM SCORE-APPLICANT-CONDUCT
                   PERFORM CHECK-GROUP-LIMIT
                   MOVE SPACES TO LAPP-SCORE-NOTE
                   STRING "NET " WS-NET-POSITION " PAYS90 "
                          WS-PAY-COUNT
                          DELIMITED BY SIZE INTO LAPP-SCORE-NOTE
                   IF WS-GROUP-OVER-LIMIT = "Y"
                      MOVE " GRP>LIMIT" TO LAPP-SCORE-NOTE(30:10)
                   END-IF
                   MOVE "R" TO LAPP-STATUS
                   REWRITE LOAN-APP-RECORD
                   DISPLAY "Assessment recorded: " LAPP-SCORE-NOTE
           MOVE "N" TO END-OF-FILE.
       EXIT.

      *The group's exposure today plus the amount applied for,
      *against the group limit. Only a warning - the supervisor
      *still makes the decision.
       CHECK-GROUP-LIMIT.

           MOVE "N" TO WS-GROUP-OVER-LIMIT
           MOVE LAPP-CIF-ID TO GEXQ-CIF-ID
           MOVE 0 TO GEXQ-GROUP-ID
           CALL 'projGroupExposure' USING GROUP-EXPOSURE-REQUEST
           IF GEXQ-FOUND
              COMPUTE WS-GROUP-AFTER-LOAN =
                      GEXQ-EXPOSURE-TOTAL + LAPP-AMOUNT
              IF WS-GROUP-AFTER-LOAN > GEXQ-GROUP-LIMIT
                 MOVE "Y" TO WS-GROUP-OVER-LIMIT
                 DISPLAY "WARNING: applicant is in connected group "
                         GEXQ-GROUP-ID " " GEXQ-GROUP-NAME
                 DISPLAY "  group exposure " GEXQ-EXPOSURE-TOTAL
                         " plus this loan " LAPP-AMOUNT
                 DISPLAY "  would exceed the group limit of "
                         GEXQ-GROUP-LIMIT
              END-IF
           END-IF.
       EXIT.

       COUNT-RECENT-PAYMENTS.

           OPEN INPUT HISTORY-FILE
      *P * i * f / (f - 1). A zero rate divides the principal flat.
       WRITE-LOAN-TERMS.

           IF LAPP-RATE-VARIABLE
              MOVE LAPP-PRIME-MARGIN TO WS-ENTRY-MARGIN
              PERFORM PRICE-OFF-PRIME
              MOVE WS-PRICED-RATE TO LAPP-RATE
           END-IF
           COMPUTE WS-MONTHLY-RATE ROUNDED = LAPP-RATE / 12
           IF WS-MONTHLY-RATE = 0
              COMPUTE WS-INSTALLMENT ROUNDED =
              MOVE WS-DUE-DATE        TO LOAN-NEXT-DUE-DATE
              MOVE 0                  TO LOAN-INSTALLMENTS-POSTED
              MOVE "A"                TO LOAN-STATUS
              MOVE "N"                TO LOAN-RESTRUCTURED
              MOVE 0                  TO LOAN-RESTRUCTURE-DATE
              MOVE 0                  TO LOAN-ARREARS-FROM
              IF LAPP-RATE-VARIABLE
                 MOVE "V"               TO LOAN-RATE-TYPE
                 MOVE LAPP-PRIME-MARGIN TO LOAN-PRIME-MARGIN
              ELSE
                 MOVE "F"               TO LOAN-RATE-TYPE
                 MOVE 0                 TO LOAN-PRIME-MARGIN
              END-IF
              MOVE 0                  TO LOAN-LAST-REPRICED
              WRITE LOAN-TERMS-RECORD
               INVALID KEY
                 REWRITE LOAN-TERMS-RECORD
              MOVE SPACES               TO TRANS-CURRENCY-CODE
              MOVE 0                    TO TRANS-CHEQUE-NUM
              MOVE WS-RUN-DATE          TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision on disbursement."
           CLOSE TRANSACTION-FILE.
       EXIT.

      *Prime in force on the run date plus the margin, never
      *below zero.
       PRICE-OFF-PRIME.

           MOVE WS-RUN-DATE TO PRQ-AS-AT-DATE
           CALL 'projPrimeRateLookup' USING PRIME-RATE-REQUEST
           IF PRQ-NOT-FOUND
              DISPLAY "No prime rate on file - pricing at the "
                      "margin alone."
           END-IF
           COMPUTE WS-PRICED-RATE = PRQ-RATE + WS-ENTRY-MARGIN
           IF WS-PRICED-RATE < 0
              MOVE 0 TO WS-PRICED-RATE
           END-IF.
       EXIT.

       LIST-APPLICATIONS.

           MOVE "N" TO END-OF-FILE
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "APP   CIF      AMOUNT      TERM RATE   T ST NOTE"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ LOAN-APP-FILE NEXT RECORD
               AT END
               NOT AT END
                 DISPLAY LAPP-ID " " LAPP-CIF-ID " "
                         LAPP-AMOUNT " " LAPP-TERM-MONTHS "  "
                         LAPP-RATE " " LAPP-RATE-TYPE " "
                         LAPP-STATUS "  " LAPP-SCORE-NOTE
             END-READ
           END-PERFORM.
