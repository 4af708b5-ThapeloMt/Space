      *GL summary drill-down inquiry
      *Finance queries a GLIF line; we used to grep the transaction
      *listing by hand. Given a GLIF file date, branch, account
      *type, and transaction type, this shows each journal line for
      *it on GLIF-yyyymmdd.dat with the GL posting rule that
      *produced it and the chart-of-accounts name of the account,
      *takes the summarized amount from the customer-side line, and
      *then lists every TRANSACTION-FILE record that contributed -
      *TRANS-ID, account, amount, memo - proving the detail sums to
      *the line.


       WORKING-STORAGE SECTION.
       COPY CUS-TRANSACTIONS.
       COPY projectGlRuleReqBook.
       COPY projectGlRuleBook.
       COPY projectGlAccountBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
           DISPLAY "GLIF-TRANS-TYPE: "
           ACCEPT WS-PICK-TRANS-TYPE

           DISPLAY "RULE NUM DR ACCOUNT  NAME                          "
                   "  AMOUNT       C/O"
           PERFORM FIND-GLIF-LINE
           IF WS-GLIF-FOUND = "N"
              DISPLAY "No customer-side line matches on "
                      WS-GLIF-FILENAME
           ELSE
              DISPLAY "GLIF LINE AMOUNT (SIGNED): " WS-GLIF-AMOUNT
           END-IF.
       EXIT.

      *Every line of the pair is shown with its rule; the amount is
      *taken from the customer side as projGlExport wrote it, CR
      *positive and DR negative.
       FIND-GLIF-LINE.

                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF GLIF-DETAIL-REC AND
                    GLIF-BRANCH = WS-PICK-BRANCH AND
                    GLIF-ACCT-TYPE = WS-PICK-ACCT-TYPE AND
                    GLIF-TRANS-TYPE = WS-PICK-TRANS-TYPE
                    PERFORM SHOW-GLIF-LINE-RULE
                    IF GLIF-CUSTOMER-LINE
                       MOVE "Y" TO WS-GLIF-FOUND
                       IF GLIF-DRCR = "CR"
                          MOVE GLIF-AMOUNT TO WS-GLIF-AMOUNT
                       ELSE
                          COMPUTE WS-GLIF-AMOUNT = 0 - GLIF-AMOUNT
                       END-IF
                    END-IF
                 END-IF
             END-READ
           MOVE "N" TO END-OF-FILE.
       EXIT.

      *The rule number on the line is the one the export used; the
      *account name comes from the chart as it stands today.
       SHOW-GLIF-LINE-RULE.

           MOVE SPACES          TO GLRULE-REQUEST
           MOVE GLIF-GL-ACCOUNT TO GLRQ-ACCOUNT
           MOVE "A"             TO GLRQ-MODE
           CALL 'projGlRuleLookup' USING GLRULE-REQUEST
                                         GLRULE-RECORD
                                         GLACCT-RECORD
           IF GLRQ-NOT-FOUND
              MOVE "(NOT ON CHART OF ACCOUNTS)" TO GLA-DESCRIPTION
           END-IF
           DISPLAY "RULE " GLIF-RULE-NUM " " GLIF-DRCR " "
                   GLIF-GL-ACCOUNT " " GLA-DESCRIPTION " "
                   GLIF-AMOUNT " " GLIF-LINE-SIDE.
       EXIT.

       LIST-CONTRIBUTING-ITEMS.

           MOVE 0 TO WS-DETAIL-COUNT
