      *Nightly GL journal interface export
      *Summarizes the business date's posted transactions by branch,
      *account type, and transaction type (every code the
      *transaction code master marks as journalled) and writes
      *balanced debit/credit journal lines to GLIF-yyyymmdd.dat with
      *a header and trailer (count and amount hash), so finance
      *loads the figures unattended instead of re-keying them off
      *the console. The GL accounts for each summary come from the
      *posting rules (projGlRuleLookup); if any combination has no
      *rule, or a rule names an account not open on the chart, the
      *run is rejected with no GLIF written and a non-zero return
      *code, so a half-journalled day never reaches finance.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projGlExport.

       WORKING-STORAGE SECTION.
       COPY CUS-TRANSACTIONS.
       COPY projectTranCodeReqBook.
       COPY projectTranCodeBook.
       COPY projectGlRuleReqBook.
       COPY projectGlRuleBook.
       COPY projectGlAccountBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  WS-LINE-COUNT          PIC 9(7) VALUE 0.
       01  WS-GLIF-HASH-TOTAL     PIC 9(12)V99 VALUE 0.
       01  WS-ABS-AMOUNT          PIC 9(10)V99.
       01  WS-RULE-MISSING        PIC 9(5) VALUE 0.
       01  WS-CUST-ACCOUNT        PIC X(8).
       01  WS-OFFSET-ACCOUNT      PIC X(8).
       01  WS-CUST-LINE-SIDE      PIC X(1).

       01  WS-SUM-COUNT           PIC 9(3) VALUE 0.
       01  WS-SUM-IDX             PIC 9(3).
         10 WS-SUM-ACCT-TYPE      PIC X(7).
         10 WS-SUM-TRANS-TYPE     PIC X(3).
         10 WS-SUM-AMOUNT         PIC S9(10)V99.
         10 WS-SUM-RULE           PIC X(36).

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM SUMMARIZE-POSTED-TRANSACTIONS
           PERFORM RESOLVE-POSTING-RULES
           PERFORM CHECK-INTER-BRANCH-RULES
           IF WS-RULE-MISSING > 0
              DISPLAY "GL INTERFACE REJECTED: " WS-RULE-MISSING
                      " POSTED COMBINATION(S) WITHOUT A VALID GL "
                      "POSTING RULE - NO GLIF WRITTEN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO WS-GLIF-FILENAME
           STRING "GLIF-" WS-RUN-DATE ".dat" DELIMITED BY SIZE
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 MOVE WS-TRANS-TYPE TO TCDQ-CODE
                 MOVE "L"           TO TCDQ-MODE
                 CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                                 TRANCODE-RECORD
                 IF (WS-TRANS-STATUS-POSTED OR
                     WS-TRANS-STATUS-ARCHIVED)
                    AND WS-TRANSACTION-DATE = WS-RUN-DATE
                    AND TCDQ-FOUND AND TCD-TO-GL
                    PERFORM ACCUMULATE-SUMMARY
                 END-IF
             END-READ
           END-IF.
       EXIT.

      *Every summary that will be journalled must resolve to a rule
      *before a single line is written; each gap is listed so the
      *rule can be added in projGlRuleMaintenance and the step rerun.
       RESOLVE-POSTING-RULES.

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
             IF WS-SUM-AMOUNT(WS-SUM-IDX) NOT = 0
                MOVE SPACES TO GLRULE-REQUEST
                MOVE WS-SUM-ACCT-TYPE(WS-SUM-IDX)  TO GLRQ-ACCT-TYPE
                MOVE WS-SUM-TRANS-TYPE(WS-SUM-IDX) TO GLRQ-TRANS-TYPE
                MOVE WS-SUM-BRANCH(WS-SUM-IDX)     TO GLRQ-BRANCH
                PERFORM FETCH-AND-CHECK-RULE
                MOVE GLRULE-RECORD TO WS-SUM-RULE(WS-SUM-IDX)
             END-IF
           END-PERFORM.
       EXIT.

      *The inter-branch positions journal under the IBS rule for the
      *originating branch.
       CHECK-INTER-BRANCH-RULES.

           MOVE "N" TO END-OF-FILE1
           OPEN INPUT INTERBRANCH-FILE
            IF FILE-STATUS2 NOT = "00"
              MOVE "Y" TO END-OF-FILE1
            END-IF
           PERFORM UNTIL END-OF-FILE1 = "Y"
             READ INTERBRANCH-FILE
               AT END
                 MOVE "Y" TO END-OF-FILE1
               NOT AT END
                 IF IBS-DATE = WS-RUN-DATE AND IBS-AMOUNT NOT = 0
                    MOVE SPACES          TO GLRULE-REQUEST
                    MOVE "IBS"           TO GLRQ-TRANS-TYPE
                    MOVE IBS-FROM-BRANCH TO GLRQ-BRANCH
                    PERFORM FETCH-AND-CHECK-RULE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INTERBRANCH-FILE.
       EXIT.

       FETCH-AND-CHECK-RULE.

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

      *Each summary becomes a balanced pair under its rule: the
      *customer-balance side first (CR for a net increase, DR for a
      *net decrease) and the rule's other account as the contra,
      *equal and opposite.
       WRITE-JOURNAL-PAIR.

           IF WS-SUM-AMOUNT(WS-SUM-IDX) < 0
           IF WS-ABS-AMOUNT = 0
              CONTINUE
           ELSE
             MOVE WS-SUM-RULE(WS-SUM-IDX) TO GLRULE-RECORD
             PERFORM SPLIT-RULE-ACCOUNTS
             MOVE SPACES TO GLIF-RECORD
             MOVE "D" TO GLIF-REC-TYPE
             MOVE WS-SUM-BRANCH(WS-SUM-IDX)     TO GLIF-BRANCH
             MOVE WS-SUM-ACCT-TYPE(WS-SUM-IDX)  TO GLIF-ACCT-TYPE
             MOVE WS-SUM-TRANS-TYPE(WS-SUM-IDX) TO GLIF-TRANS-TYPE
             MOVE WS-CUST-ACCOUNT TO GLIF-GL-ACCOUNT
             IF WS-SUM-AMOUNT(WS-SUM-IDX) > 0
                MOVE "CR" TO GLIF-DRCR
             ELSE
                MOVE "DR" TO GLIF-DRCR
             END-IF
             MOVE WS-ABS-AMOUNT TO GLIF-AMOUNT
             MOVE GLR-RULE-NUM TO GLIF-RULE-NUM
             MOVE WS-CUST-LINE-SIDE TO GLIF-LINE-SIDE
             WRITE GLIF-RECORD
             ADD 1 TO WS-LINE-COUNT
             ADD WS-ABS-AMOUNT TO WS-GLIF-HASH-TOTAL
             MOVE WS-SUM-BRANCH(WS-SUM-IDX)     TO GLIF-BRANCH
             MOVE WS-SUM-ACCT-TYPE(WS-SUM-IDX)  TO GLIF-ACCT-TYPE
             MOVE WS-SUM-TRANS-TYPE(WS-SUM-IDX) TO GLIF-TRANS-TYPE
             MOVE WS-OFFSET-ACCOUNT TO GLIF-GL-ACCOUNT
             IF WS-SUM-AMOUNT(WS-SUM-IDX) > 0
                MOVE "DR" TO GLIF-DRCR
             ELSE
                MOVE "CR" TO GLIF-DRCR
             END-IF
             MOVE WS-ABS-AMOUNT TO GLIF-AMOUNT
             MOVE GLR-RULE-NUM TO GLIF-RULE-NUM
             MOVE "O" TO GLIF-LINE-SIDE
             WRITE GLIF-RECORD
             ADD 1 TO WS-LINE-COUNT
             ADD WS-ABS-AMOUNT TO WS-GLIF-HASH-TOTAL
           END-IF.
       EXIT.

      *The rule's customer side names which of its two accounts
      *holds the customer balances; a rule with no customer side
      *(N) is written credit account first, both lines as offsets.
       SPLIT-RULE-ACCOUNTS.

           IF GLR-CUST-ON-DR
              MOVE GLR-DR-ACCOUNT TO WS-CUST-ACCOUNT
              MOVE GLR-CR-ACCOUNT TO WS-OFFSET-ACCOUNT
              MOVE "C"            TO WS-CUST-LINE-SIDE
           ELSE
              MOVE GLR-CR-ACCOUNT TO WS-CUST-ACCOUNT
              MOVE GLR-DR-ACCOUNT TO WS-OFFSET-ACCOUNT
              IF GLR-CUST-ON-CR
                 MOVE "C"         TO WS-CUST-LINE-SIDE
              ELSE
                 MOVE "O"         TO WS-CUST-LINE-SIDE
              END-IF
           END-IF.
       EXIT.

      *The posting run's inter-branch positions become balanced
      *due-to/due-from journal pairs, one per branch pair for the
      *business date, so each branch's trial balance stands on its
      *own instead of only balancing in total. A positive position
      *(the teller branch took money in for the account branch)
      *leaves the teller branch owing: the IBS rule's credit
      *(due-to) account on the originating branch, its debit
      *(due-from) account on the account branch.
       WRITE-INTER-BRANCH-LINES.

           MOVE "N" TO END-OF-FILE1

       WRITE-ONE-IBS-PAIR.

           MOVE SPACES          TO GLRULE-REQUEST
           MOVE "IBS"           TO GLRQ-TRANS-TYPE
           MOVE IBS-FROM-BRANCH TO GLRQ-BRANCH
           MOVE "R"             TO GLRQ-MODE
           CALL 'projGlRuleLookup' USING GLRULE-REQUEST
                                         GLRULE-RECORD
                                         GLACCT-RECORD
           IF IBS-AMOUNT < 0
              COMPUTE WS-IBS-ABS = 0 - IBS-AMOUNT
           ELSE
           MOVE IBS-FROM-BRANCH TO GLIF-BRANCH
           MOVE SPACES          TO GLIF-ACCT-TYPE
           MOVE "IBS"           TO GLIF-TRANS-TYPE
           MOVE GLR-CR-ACCOUNT  TO GLIF-GL-ACCOUNT
           IF IBS-AMOUNT > 0
              MOVE "CR" TO GLIF-DRCR
           ELSE
              MOVE "DR" TO GLIF-DRCR
           END-IF
           MOVE WS-IBS-ABS TO GLIF-AMOUNT
           MOVE GLR-RULE-NUM TO GLIF-RULE-NUM
           MOVE "O" TO GLIF-LINE-SIDE
           WRITE GLIF-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-IBS-LINES
           MOVE IBS-TO-BRANCH   TO GLIF-BRANCH
           MOVE SPACES          TO GLIF-ACCT-TYPE
           MOVE "IBS"           TO GLIF-TRANS-TYPE
           MOVE GLR-DR-ACCOUNT  TO GLIF-GL-ACCOUNT
           IF IBS-AMOUNT > 0
              MOVE "DR" TO GLIF-DRCR
           ELSE
              MOVE "CR" TO GLIF-DRCR
           END-IF
           MOVE WS-IBS-ABS TO GLIF-AMOUNT
           MOVE GLR-RULE-NUM TO GLIF-RULE-NUM
           MOVE "O" TO GLIF-LINE-SIDE
           WRITE GLIF-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-IBS-LINES
