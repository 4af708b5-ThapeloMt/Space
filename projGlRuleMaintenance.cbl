      *Chart of accounts and GL posting rule maintenance utility
      *Captures and amends the general-ledger accounts the GL
      *interface may post to, and the posting rules that say which
      *debit and credit account each account type, transaction type
      *and branch combination journals to. An asterisk in a rule's
      *account type or branch covers every value without a rule of
      *its own. A rule may only name open accounts on the chart; an
      *account is retired by closing it. Supervisor sign-on is
      *required and every change is written to the audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projGlRuleMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GLACCT-FILE ASSIGN TO 'projectGlAccountFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ACCOUNT
                FILE STATUS IS FILE-STATUS.

       SELECT GLRULE-FILE ASSIGN TO 'projectGlRuleFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLR-KEY
                FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD GLACCT-FILE.
       COPY projectGlAccountBook.

       FD GLRULE-FILE.
       COPY projectGlRuleBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projectAuditDataBook.
       COPY projectGlRuleReqBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ANSWER              PIC X(30).
       01  WS-ENTRY-OK            PIC X VALUE "Y".
       01  WS-EXISTING            PIC X VALUE "N".
       01  WS-ENTRY-ACCOUNT       PIC X(8).
       01  WS-ENTRY-KEY.
        05 WS-ENTRY-ACCT-TYPE     PIC X(7).
        05 WS-ENTRY-TRANS-TYPE    PIC X(3).
        05 WS-ENTRY-BRANCH        PIC X(5).
       01  WS-CHECK-ACCOUNT       PIC X(8).
       01  WS-NEXT-RULE-NUM       PIC 9(4) VALUE 0.
       01  WS-BOOT-RULE           PIC X(36).
       01  WS-BOOT-ACCOUNT        PIC X(40).
       01  WS-AUDIT-FILE          PIC X(30).
       01  WS-AUDIT-STATUS        PIC XX.

       PROCEDURE DIVISION.

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: GL rule changes need a "
                      "supervisor."
              GOBACK
           END-IF

      *A first run starts from the standard chart and rules rather
      *than empty files - the lookup module writes them when missing.
           MOVE SPACES TO GLRULE-REQUEST
           MOVE "A"    TO GLRQ-MODE
           CALL 'projGlRuleLookup' USING GLRULE-REQUEST
                                         WS-BOOT-RULE
                                         WS-BOOT-ACCOUNT

           OPEN I-O GLACCT-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT GLACCT-FILE
              CLOSE GLACCT-FILE
              OPEN I-O GLACCT-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "GLACCT-FILE not available. FILE STATUS: "
                      FILE-STATUS
              STOP RUN
            END-IF
           OPEN I-O GLRULE-FILE
            IF FILE-STATUS1 = "35"
              OPEN OUTPUT GLRULE-FILE
              CLOSE GLRULE-FILE
              OPEN I-O GLRULE-FILE
            END-IF
            IF FILE-STATUS1 NOT = "00"
              DISPLAY "GLRULE-FILE not available. FILE STATUS: "
                      FILE-STATUS1
              CLOSE GLACCT-FILE
              STOP RUN
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=account R=rule C=list chart "
                     "P=list rules): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM ADD-OR-AMEND-ACCOUNT
                WHEN "R"
                WHEN "r"
                  PERFORM ADD-OR-AMEND-RULE
                WHEN "C"
                WHEN "c"
                  PERFORM LIST-ACCOUNTS
                WHEN "P"
                WHEN "p"
                  PERFORM LIST-RULES
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another GL action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE GLACCT-FILE
           CLOSE GLRULE-FILE.
         STOP RUN.

      *An existing account is shown with its current values (. keeps
      *them); a new one starts open with no class until one is
      *given.
       ADD-OR-AMEND-ACCOUNT.

           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "GL account (max 8, e.g. FEEINC): "
           ACCEPT WS-ENTRY-ACCOUNT
           IF WS-ENTRY-ACCOUNT = SPACES OR WS-ENTRY-ACCOUNT = "*"
              DISPLAY "Rejected: GL account required."
              MOVE "N" TO WS-ENTRY-OK
           END-IF

           IF WS-ENTRY-OK = "Y"
              MOVE WS-ENTRY-ACCOUNT TO GLA-ACCOUNT
              READ GLACCT-FILE
                 KEY IS GLA-ACCOUNT
                 INVALID KEY
                   MOVE "N" TO WS-EXISTING
                   MOVE SPACES TO GLA-DESCRIPTION
                   MOVE SPACES TO GLA-CLASS
                   MOVE "O"    TO GLA-STATUS
                 NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTING
              END-READ

              DISPLAY "Description [" GLA-DESCRIPTION "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER TO GLA-DESCRIPTION
              END-IF
              IF GLA-DESCRIPTION = SPACES
                 DISPLAY "Rejected: description required."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Class A=asset L=liability Q=equity I=income "
                      "E=expense [" GLA-CLASS "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER(1:1) TO GLA-CLASS
              END-IF
              IF NOT GLA-ASSET AND NOT GLA-LIABILITY AND
                 NOT GLA-EQUITY AND NOT GLA-INCOME AND
                 NOT GLA-EXPENSE
                 DISPLAY "Rejected: class must be A, L, Q, I or E."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Status O=open C=closed ["
                      GLA-STATUS "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER(1:1) TO GLA-STATUS
              END-IF
              IF NOT GLA-OPEN AND NOT GLA-CLOSED
                 DISPLAY "Rejected: status must be O or C."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              MOVE SPACES TO AUDIT-MESSAGE
              IF WS-EXISTING = "Y"
                 REWRITE GLACCT-RECORD
                 DISPLAY "GL account amended: " GLA-ACCOUNT
                 STRING "GL ACCOUNT AMENDED " GLA-ACCOUNT " "
                        GLA-CLASS GLA-STATUS
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              ELSE
                 WRITE GLACCT-RECORD
                 DISPLAY "GL account added: " GLA-ACCOUNT
                 STRING "GL ACCOUNT ADDED " GLA-ACCOUNT " "
                        GLA-CLASS GLA-STATUS
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              END-IF
              MOVE "projectGlAccountFile.dat" TO WS-AUDIT-FILE
              MOVE FILE-STATUS                TO WS-AUDIT-STATUS
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       EXIT.

      *A rule is keyed by account type, transaction type and branch
      *(* for any). A new rule takes the next free rule number so
      *the GLIF lines written under it can always be traced back.
       ADD-OR-AMEND-RULE.

           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Account type (max 7, * for any): "
           ACCEPT WS-ENTRY-ACCT-TYPE
           DISPLAY "Transaction type (3 letters, IBS for "
                   "inter-branch): "
           ACCEPT WS-ENTRY-TRANS-TYPE
           DISPLAY "Branch (max 5, * for any): "
           ACCEPT WS-ENTRY-BRANCH
           IF WS-ENTRY-ACCT-TYPE = SPACES OR
              WS-ENTRY-TRANS-TYPE = SPACES OR
              WS-ENTRY-BRANCH = SPACES
              DISPLAY "Rejected: account type, transaction type and "
                      "branch are all required."
              MOVE "N" TO WS-ENTRY-OK
           END-IF

           IF WS-ENTRY-OK = "Y"
              MOVE WS-ENTRY-KEY TO GLR-KEY
              READ GLRULE-FILE
                 KEY IS GLR-KEY
                 INVALID KEY
                   MOVE "N" TO WS-EXISTING
                   PERFORM FIND-NEXT-RULE-NUM
                   MOVE WS-ENTRY-KEY     TO GLR-KEY
                   MOVE WS-NEXT-RULE-NUM TO GLR-RULE-NUM
                   MOVE SPACES           TO GLR-DR-ACCOUNT
                   MOVE SPACES           TO GLR-CR-ACCOUNT
                   MOVE "C"              TO GLR-CUST-SIDE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTING
              END-READ
              DISPLAY "Rule number " GLR-RULE-NUM

              DISPLAY "Debit GL account [" GLR-DR-ACCOUNT
                      "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER TO GLR-DR-ACCOUNT
              END-IF
              MOVE GLR-DR-ACCOUNT TO WS-CHECK-ACCOUNT
              PERFORM CHECK-ACCOUNT-OPEN
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Credit GL account [" GLR-CR-ACCOUNT
                      "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER TO GLR-CR-ACCOUNT
              END-IF
              MOVE GLR-CR-ACCOUNT TO WS-CHECK-ACCOUNT
              PERFORM CHECK-ACCOUNT-OPEN
           END-IF

           IF WS-ENTRY-OK = "Y" AND GLR-DR-ACCOUNT = GLR-CR-ACCOUNT
              DISPLAY "Rejected: debit and credit accounts must "
                      "differ."
              MOVE "N" TO WS-ENTRY-OK
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Customer side D=debit C=credit N=none ["
                      GLR-CUST-SIDE "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER(1:1) TO GLR-CUST-SIDE
              END-IF
              IF NOT GLR-CUST-ON-DR AND NOT GLR-CUST-ON-CR AND
                 NOT GLR-CUST-NONE
                 DISPLAY "Rejected: customer side must be D, C or N."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              MOVE SPACES TO AUDIT-MESSAGE
              IF WS-EXISTING = "Y"
                 REWRITE GLRULE-RECORD
                 DISPLAY "GL rule amended: " GLR-RULE-NUM
                 STRING "GL RULE AMENDED " GLR-RULE-NUM " "
                        GLR-DR-ACCOUNT " " GLR-CR-ACCOUNT " "
                        GLR-CUST-SIDE
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              ELSE
                 WRITE GLRULE-RECORD
                 DISPLAY "GL rule added: " GLR-RULE-NUM
                 STRING "GL RULE ADDED " GLR-RULE-NUM " "
                        GLR-DR-ACCOUNT " " GLR-CR-ACCOUNT " "
                        GLR-CUST-SIDE
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              END-IF
              MOVE "projectGlRuleFile.dat" TO WS-AUDIT-FILE
              MOVE FILE-STATUS1            TO WS-AUDIT-STATUS
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       EXIT.

      *Rule numbers are never reused: the next one is one past the
      *highest on file.
       FIND-NEXT-RULE-NUM.

           MOVE 0 TO WS-NEXT-RULE-NUM
           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO GLR-KEY
           START GLRULE-FILE KEY IS NOT LESS THAN GLR-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ GLRULE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF GLR-RULE-NUM > WS-NEXT-RULE-NUM
                    MOVE GLR-RULE-NUM TO WS-NEXT-RULE-NUM
                 END-IF
             END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-RULE-NUM.
       EXIT.

       CHECK-ACCOUNT-OPEN.

           MOVE WS-CHECK-ACCOUNT TO GLA-ACCOUNT
           READ GLACCT-FILE
              KEY IS GLA-ACCOUNT
              INVALID KEY
                DISPLAY "Rejected: " WS-CHECK-ACCOUNT
                        " is not on the chart of accounts."
                MOVE "N" TO WS-ENTRY-OK
              NOT INVALID KEY
                IF NOT GLA-OPEN
                   DISPLAY "Rejected: " WS-CHECK-ACCOUNT
                           " is closed."
                   MOVE "N" TO WS-ENTRY-OK
                END-IF
           END-READ.
       EXIT.

       LIST-ACCOUNTS.

           MOVE "N" TO END-OF-FILE
           MOVE SPACES TO GLA-ACCOUNT
           START GLACCT-FILE KEY IS NOT LESS THAN GLA-ACCOUNT
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "ACCOUNT  DESCRIPTION                    C S"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ GLACCT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY GLA-ACCOUNT " " GLA-DESCRIPTION " "
                         GLA-CLASS " " GLA-STATUS
             END-READ
           END-PERFORM.
       EXIT.

       LIST-RULES.

           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO GLR-KEY
           START GLRULE-FILE KEY IS NOT LESS THAN GLR-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "ACCTYPE TYP BRNCH RULE DEBIT    CREDIT   C"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ GLRULE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY GLR-ACCT-TYPE " " GLR-TRANS-TYPE " "
                         GLR-BRANCH " " GLR-RULE-NUM " "
                         GLR-DR-ACCOUNT " " GLR-CR-ACCOUNT " "
                         GLR-CUST-SIDE
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projGlRuleMaint"        TO AUDIT-PROGRAM-NAME
         MOVE WS-AUDIT-FILE            TO AUDIT-FILE-NAME
         MOVE WS-AUDIT-STATUS          TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID       TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
