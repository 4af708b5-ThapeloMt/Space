      *posted ATM-channel transactions by account, date, and amount,
      *and reports the unmatched items on BOTH sides plus the net
      *settlement position per day - replacing the ruler against
      *TRANSACTIONLIST.prt. A cash withdrawal the switch settled
      *with no posted debit behind it is a shortage: it is
      *registered as an operational loss event against the account.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projAtmRecon.
       01  WS-BANK-UNMATCHED      PIC 9(5) VALUE 0.
       01  WS-SWITCH-UNMATCHED    PIC 9(5) VALUE 0.
       01  WS-MATCH-COUNT         PIC 9(5) VALUE 0.
       01  WS-SHORTAGE-COUNT      PIC 9(5) VALUE 0.
       01  WS-SHORTAGE-AMOUNT     PIC 9(8)V99.
       COPY projectLossEventReqBook.

      *Net settlement position per day on the switch's figures.
       01  WS-DAY-COUNT           PIC 9(3) VALUE 0.
           DISPLAY "MATCHED ITEMS            : " WS-MATCH-COUNT
           DISPLAY "UNMATCHED ON OUR BOOKS   : " WS-BANK-UNMATCHED
           DISPLAY "UNMATCHED FROM THE SWITCH: " WS-SWITCH-UNMATCHED
           DISPLAY "SHORTAGES REGISTERED     : " WS-SHORTAGE-COUNT

           STOP RUN.

                       WS-SETTLE-AMOUNT(WS-SETTLE-IDX)
                       DELIMITED BY SIZE INTO RECON-PRINT-LINE
                WRITE RECON-PRINT-LINE
                IF WS-SETTLE-AMOUNT(WS-SETTLE-IDX) < 0
                   PERFORM REGISTER-ATM-SHORTAGE
                END-IF
             END-IF
           END-PERFORM.
       EXIT.

      *Keyed on settlement date and account, so rerunning the same
      *settlement file does not register the shortage twice.
       REGISTER-ATM-SHORTAGE.

           COMPUTE WS-SHORTAGE-AMOUNT =
                   0 - WS-SETTLE-AMOUNT(WS-SETTLE-IDX)
           MOVE "ATMS"             TO LEVQ-CATEGORY
           MOVE "ATMRECON"         TO LEVQ-SOURCE
           MOVE SPACES             TO LEVQ-ORIGIN-REF
           STRING WS-SETTLE-DATE(WS-SETTLE-IDX) " "
                  WS-SETTLE-ACCOUNT(WS-SETTLE-IDX)
                  DELIMITED BY SIZE INTO LEVQ-ORIGIN-REF
           MOVE SPACES             TO LEVQ-BRANCH-CODE
           MOVE WS-SETTLE-ACCOUNT(WS-SETTLE-IDX) TO LEVQ-ACCOUNT-NUM
           MOVE WS-SETTLE-DATE(WS-SETTLE-IDX)    TO LEVQ-EVENT-DATE
           MOVE WS-SHORTAGE-AMOUNT TO LEVQ-AMOUNT
           MOVE 0                  TO LEVQ-RECOVERY
           MOVE "ATM settled with no posted debit"
                TO LEVQ-DESCRIPTION
           MOVE "SYSTEM"           TO LEVQ-OPERATOR-ID
           CALL 'projLossEventWriter' USING LOSS-EVENT-REQUEST
           IF LEVQ-REGISTERED
              ADD 1 TO WS-SHORTAGE-COUNT
           END-IF.
       EXIT.

       ACCUMULATE-DAY-NET.

           MOVE "N" TO WS-DAY-FOUND
