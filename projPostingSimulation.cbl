      *Pre-posting edit run (simulation mode)
      *Applies all of TRANSACTION-FILE-CHECK's edits - transaction
      *code, check digit, customer lookup, account status,
      *available-balance floor, currency, and the hash total - to
      *the pending transactions WITHOUT rewriting a single balance
      *or status. Balances move only in an in-storage shadow so
      *knock-on effects are seen in order, and the
      *would-post/would-suspend outcome goes to SIMULATION.prt for
      *the supervisor to review before the real run is released.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projPostingSimulation.
       01  WS-HOLD-THIS-ACCOUNT   PIC 9(8)V99.
       01  WS-HOLD-DONE           PIC X.
       01  WS-PROSPECTIVE         PIC S9(8)V99.
       01  WS-SIM-FLOOR           PIC S9(8)V99.

      *Product rules for the account being judged, from the shared
      *product lookup module.
       COPY projectProductReqBook.
       COPY projectProductBook.

      *The item's transaction code rules, from the shared lookup.
       COPY projectTranCodeReqBook.
       COPY projectTranCodeBook.

       PROCEDURE DIVISION.

           MOVE "WOULD POST   " TO WS-VERDICT
           MOVE SPACES TO WS-REASON

           PERFORM SIM-CHECK-TRANS-CODE
           IF WS-VERDICT = "WOULD POST   "
           EVALUATE TRUE
             WHEN WS-TRANS-TYPE = "OPN"
               MOVE "ACCOUNT OPENING" TO WS-REASON
             WHEN OTHER
               PERFORM SIM-CHECK-MONETARY
           END-EVALUATE
           END-IF

           EVALUATE WS-VERDICT
             WHEN "WOULD POST   "
           WRITE SIMULATION-PRINT-LINE.
       EXIT.

      *Same transaction code master test the real run applies: the
      *code must be known, allowed from the item's channel, and the
      *amount must move the way the code says.
       SIM-CHECK-TRANS-CODE.

           MOVE WS-TRANS-TYPE    TO TCDQ-CODE
           MOVE WS-TRANS-CHANNEL TO TCDQ-CHANNEL
           MOVE "P"              TO TCDQ-MODE
           CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                           TRANCODE-RECORD
           IF TCDQ-NOT-FOUND
              MOVE "WOULD SUSPEND" TO WS-VERDICT
              MOVE "TRANSACTION CODE NOT ON MASTER" TO WS-REASON
           ELSE IF TCDQ-CHANNEL-REFUSED
              MOVE "WOULD SUSPEND" TO WS-VERDICT
              MOVE "CHANNEL NOT ALLOWED FOR CODE" TO WS-REASON
           ELSE IF (TCD-DEBIT AND WS-TRANS-AMOUNT > 0) OR
                   (TCD-CREDIT AND WS-TRANS-AMOUNT < 0)
              MOVE "WOULD SUSPEND" TO WS-VERDICT
              MOVE "AMOUNT DIRECTION WRONG FOR CODE" TO WS-REASON
           END-IF
           END-IF
           END-IF.
       EXIT.

       SIM-CHECK-EXISTS.

           PERFORM FETCH-SHADOW-ACCOUNT
                           WS-SHAD-BALANCE(WS-SHAD-IDX) +
                           WS-TRANS-AMOUNT -
                           WS-HOLD-THIS-ACCOUNT
                   MOVE WS-SHAD-TYPE(WS-SHAD-IDX) TO PRDQ-CODE
                   CALL 'projProductLookup' USING PRODUCT-REQUEST
                                                  PRODUCT-RECORD
                   IF NOT PRDQ-FOUND
                      MOVE "P" TO PROD-FLOOR-RULE
                   END-IF
                   IF PROD-FLOOR-OWN
                      MOVE PROD-MIN-RUN-BALANCE TO WS-SIM-FLOOR
                   ELSE
                      MOVE WS-PARM-OVERDRAFT-FLOOR TO WS-SIM-FLOOR
                   END-IF
                   IF NOT PROD-FLOOR-NONE AND
                      WS-PROSPECTIVE < WS-SIM-FLOOR
                      MOVE "WOULD SUSPEND" TO WS-VERDICT
                      MOVE "AVAILABLE BALANCE BREACH" TO WS-REASON
                   ELSE
