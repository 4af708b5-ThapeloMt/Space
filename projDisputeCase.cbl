      *and closes each case: upheld leaves the provisional credit
      *standing as final settlement, declined posts the reversing
      *entry. Every open and close decision goes to the audit log,
      *so the deadline clock no longer runs on paper. The credit
      *left standing on an upheld case is the bank's loss: it is
      *registered as an operational loss event, as a fraud loss
      *where the investigation found fraud, else as a dispute
      *write-off.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projDisputeCase.
       01  WS-POST-MEMO           PIC X(30).
       01  WS-POST-REF-ID         PIC 9(10).
       01  WS-POSTED-TRANS-ID     PIC 9(10).
       01  WS-FRAUD-ANSWER        PIC X.
       COPY projectLossEventReqBook.

       PROCEDURE DIVISION.

                        MOVE "DISPUTE UPHELD, CREDIT FINAL"
                             TO AUDIT-MESSAGE
                        PERFORM WRITE-AUDIT-LOG
                        PERFORM REGISTER-DISPUTE-LOSS
                      WHEN "D"
                      WHEN "d"
                        MOVE DSP-ACCOUNT-NUM   TO WS-POST-ACCOUNT
           END-READ.
       EXIT.

       REGISTER-DISPUTE-LOSS.

           DISPLAY "Was the disputed item fraud? (Y/N): "
           ACCEPT WS-FRAUD-ANSWER
           IF WS-FRAUD-ANSWER = "Y" OR WS-FRAUD-ANSWER = "y"
              MOVE "FRAU" TO LEVQ-CATEGORY
              MOVE "Fraud loss on dispute case"
                   TO LEVQ-DESCRIPTION
           ELSE
              MOVE "DISP" TO LEVQ-CATEGORY
              MOVE "Dispute written off" TO LEVQ-DESCRIPTION
           END-IF
           MOVE "DISPUTE"          TO LEVQ-SOURCE
           MOVE DSP-CASE-ID        TO LEVQ-ORIGIN-REF
           MOVE SPACES             TO LEVQ-BRANCH-CODE
           MOVE DSP-ACCOUNT-NUM    TO LEVQ-ACCOUNT-NUM
           MOVE WS-RUN-DATE        TO LEVQ-EVENT-DATE
           IF DSP-AMOUNT < 0
              COMPUTE LEVQ-AMOUNT = 0 - DSP-AMOUNT
           ELSE
              MOVE DSP-AMOUNT TO LEVQ-AMOUNT
           END-IF
           MOVE 0                  TO LEVQ-RECOVERY
           MOVE SIGNON-OPERATOR-ID TO LEVQ-OPERATOR-ID
           CALL 'projLossEventWriter' USING LOSS-EVENT-REQUEST
           IF LEVQ-REGISTERED
              DISPLAY "Registered as loss event " LEVQ-EVENT-ID
           END-IF.
       EXIT.

      *Common transaction write for the provisional credit and its
      *reversal - a REV carrying the movement in WS-POST-AMOUNT,
      *entered NEW for the next posting run.
              MOVE SPACES                TO TRANS-CURRENCY-CODE
              MOVE 0                     TO TRANS-CHEQUE-NUM
              MOVE WS-RUN-DATE           TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision, entry not written: "
