      *GL posting rule and chart of accounts lookup module
      *Called with a GLRULE-REQUEST, a GLRULE-RECORD and a
      *GLACCT-RECORD wherever the GL side of a posting is needed:
      *the GL interface export (which accounts does each summary
      *journal to) and the drill-down inquiry (what the accounts on
      *a line are called). Both files are read once into tables on
      *the first call of the run. On first use (no file on disk)
      *each is created holding the accounts and rules the export
      *used to hard-code, with the fee, interest, withholding tax,
      *charge-off and over/short movements given accounts of their
      *own instead of all landing on settlement.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projGlRuleLookup.

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
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-LOADED              PIC X VALUE "N".
       01  WS-GLA-COUNT           PIC 9(3) VALUE 0.
       01  WS-GLA-IDX             PIC 9(3).
       01  WS-GLA-TABLE.
        05 WS-GLA-ENTRY OCCURS 100 TIMES.
         10 WS-GLA-KEY            PIC X(8).
         10 WS-GLA-REST           PIC X(32).
       01  WS-GLR-COUNT           PIC 9(3) VALUE 0.
       01  WS-GLR-IDX             PIC 9(3).
       01  WS-GLR-TABLE.
        05 WS-GLR-ENTRY OCCURS 200 TIMES.
         10 WS-GLR-KEY            PIC X(15).
         10 WS-GLR-REST           PIC X(21).
       01  WS-TRY-KEY.
        05 WS-TRY-ACCT-TYPE       PIC X(7).
        05 WS-TRY-TRANS-TYPE      PIC X(3).
        05 WS-TRY-BRANCH          PIC X(5).
       01  WS-SEED-RULE-NUM       PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       COPY projectGlRuleReqBook.
      *The caller's GLRULE-RECORD, filled when a rule resolves.
       01 GLRULE-CALLER-RECORD    PIC X(36).
      *The caller's GLACCT-RECORD, filled when the account is found.
       01 GLACCT-CALLER-RECORD    PIC X(40).

       PROCEDURE DIVISION USING GLRULE-REQUEST
                                GLRULE-CALLER-RECORD
                                GLACCT-CALLER-RECORD.

           IF WS-LOADED = "N"
              PERFORM LOAD-GL-TABLES
              MOVE "Y" TO WS-LOADED
           END-IF

           MOVE "N" TO GLRQ-RESULT
           IF GLRQ-MODE-ACCOUNT
              PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
                      UNTIL WS-GLA-IDX > WS-GLA-COUNT
                         OR GLRQ-FOUND
                IF WS-GLA-KEY(WS-GLA-IDX) = GLRQ-ACCOUNT
                   MOVE "Y" TO GLRQ-RESULT
                   MOVE WS-GLA-ENTRY(WS-GLA-IDX)
                        TO GLACCT-CALLER-RECORD
                END-IF
              END-PERFORM
           ELSE
              MOVE GLRQ-ACCT-TYPE  TO WS-TRY-ACCT-TYPE
              MOVE GLRQ-TRANS-TYPE TO WS-TRY-TRANS-TYPE
              MOVE GLRQ-BRANCH     TO WS-TRY-BRANCH
              PERFORM FIND-RULE-FOR-KEY
              IF GLRQ-NOT-FOUND
                 MOVE "*"         TO WS-TRY-BRANCH
                 PERFORM FIND-RULE-FOR-KEY
              END-IF
              IF GLRQ-NOT-FOUND
                 MOVE "*"         TO WS-TRY-ACCT-TYPE
                 MOVE GLRQ-BRANCH TO WS-TRY-BRANCH
                 PERFORM FIND-RULE-FOR-KEY
              END-IF
              IF GLRQ-NOT-FOUND
                 MOVE "*"         TO WS-TRY-BRANCH
                 PERFORM FIND-RULE-FOR-KEY
              END-IF
           END-IF.
         GOBACK.

       FIND-RULE-FOR-KEY.

           PERFORM VARYING WS-GLR-IDX FROM 1 BY 1
                   UNTIL WS-GLR-IDX > WS-GLR-COUNT
                      OR GLRQ-FOUND
             IF WS-GLR-KEY(WS-GLR-IDX) = WS-TRY-KEY
                MOVE "Y" TO GLRQ-RESULT
                MOVE WS-GLR-ENTRY(WS-GLR-IDX) TO GLRULE-CALLER-RECORD
             END-IF
           END-PERFORM.
       EXIT.

       LOAD-GL-TABLES.

           MOVE 0 TO WS-GLA-COUNT
           OPEN INPUT GLACCT-FILE
            IF FILE-STATUS = "35"
              PERFORM WRITE-DEFAULT-ACCOUNTS
              OPEN INPUT GLACCT-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "GLACCT-FILE not available. FILE STATUS: "
                      FILE-STATUS
            ELSE
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ GLACCT-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF WS-GLA-COUNT < 100
                       ADD 1 TO WS-GLA-COUNT
                       MOVE GLACCT-RECORD
                            TO WS-GLA-ENTRY(WS-GLA-COUNT)
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE GLACCT-FILE

           MOVE 0 TO WS-GLR-COUNT
           OPEN INPUT GLRULE-FILE
            IF FILE-STATUS1 = "35"
              PERFORM WRITE-DEFAULT-RULES
              OPEN INPUT GLRULE-FILE
            END-IF
            IF FILE-STATUS1 NOT = "00"
              DISPLAY "GLRULE-FILE not available. FILE STATUS: "
                      FILE-STATUS1
            ELSE
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ GLRULE-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF WS-GLR-COUNT < 200
                       ADD 1 TO WS-GLR-COUNT
                       MOVE GLRULE-RECORD
                            TO WS-GLR-ENTRY(WS-GLR-COUNT)
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE GLRULE-FILE.
       EXIT.

      *The accounts the export always wrote to, plus one account
      *for each movement finance used to split out by hand.
       WRITE-DEFAULT-ACCOUNTS.

           DISPLAY "GLACCT-FILE not found. Writing standard chart."
           OPEN OUTPUT GLACCT-FILE
            MOVE "CUSTLIAB" TO GLA-ACCOUNT
            MOVE "CUSTOMER ACCOUNT BALANCES" TO GLA-DESCRIPTION
            MOVE "L"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "SETTLMNT" TO GLA-ACCOUNT
            MOVE "CASH AND SETTLEMENT" TO GLA-DESCRIPTION
            MOVE "A"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "IBRDUETO" TO GLA-ACCOUNT
            MOVE "INTER-BRANCH DUE TO" TO GLA-DESCRIPTION
            MOVE "L"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "IBRDUEFR" TO GLA-ACCOUNT
            MOVE "INTER-BRANCH DUE FROM" TO GLA-DESCRIPTION
            MOVE "A"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "FEEINC  " TO GLA-ACCOUNT
            MOVE "FEE AND CHARGE INCOME" TO GLA-DESCRIPTION
            MOVE "I"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "INTEXP  " TO GLA-ACCOUNT
            MOVE "INTEREST EXPENSE" TO GLA-DESCRIPTION
            MOVE "E"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "WHTPAY  " TO GLA-ACCOUNT
            MOVE "WITHHOLDING TAX PAYABLE" TO GLA-DESCRIPTION
            MOVE "L"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "CHGOFF  " TO GLA-ACCOUNT
            MOVE "CHARGE-OFFS" TO GLA-DESCRIPTION
            MOVE "E"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "OVERSHRT" TO GLA-ACCOUNT
            MOVE "CASH OVER AND SHORT" TO GLA-DESCRIPTION
            MOVE "E"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "UNCLMFND" TO GLA-ACCOUNT
            MOVE "UNCLAIMED FUNDS PAYABLE" TO GLA-DESCRIPTION
            MOVE "L"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "FXREVAL " TO GLA-ACCOUNT
            MOVE "FOREIGN EXCHANGE REVALUATION" TO GLA-DESCRIPTION
            MOVE "I"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "ITEMFEE " TO GLA-ACCOUNT
            MOVE "TRANSACTION CHARGE INCOME" TO GLA-DESCRIPTION
            MOVE "I"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "PENINC  " TO GLA-ACCOUNT
            MOVE "PENALTY INTEREST INCOME" TO GLA-DESCRIPTION
            MOVE "I"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "INTINC  " TO GLA-ACCOUNT
            MOVE "INTEREST INCOME" TO GLA-DESCRIPTION
            MOVE "I"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "INTPAYBL" TO GLA-ACCOUNT
            MOVE "ACCRUED INTEREST PAYABLE" TO GLA-DESCRIPTION
            MOVE "L"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
            MOVE "INTRECVB" TO GLA-ACCOUNT
            MOVE "ACCRUED INTEREST RECEIVABLE" TO GLA-DESCRIPTION
            MOVE "A"        TO GLA-CLASS
            PERFORM WRITE-ONE-ACCOUNT
           CLOSE GLACCT-FILE.
       EXIT.

       WRITE-ONE-ACCOUNT.

           MOVE "O" TO GLA-STATUS
           WRITE GLACCT-RECORD.
       EXIT.

      *One any-account-type, any-branch rule per journalled code.
      *Customer money movements offset to settlement as before; the
      *system postings offset to their own income, expense or
      *payable account.
       WRITE-DEFAULT-RULES.

           DISPLAY "GLRULE-FILE not found. Writing standard rules."
           MOVE 0 TO WS-SEED-RULE-NUM
           OPEN OUTPUT GLRULE-FILE
            MOVE "DEP" TO GLR-TRANS-TYPE
            MOVE "SETTLMNT" TO GLR-DR-ACCOUNT
            MOVE "CUSTLIAB" TO GLR-CR-ACCOUNT
            MOVE "C"   TO GLR-CUST-SIDE
            PERFORM WRITE-ONE-RULE
            MOVE "CDP" TO GLR-TRANS-TYPE
            PERFORM WRITE-ONE-RULE
            MOVE "REV" TO GLR-TRANS-TYPE
            PERFORM WRITE-ONE-RULE
            MOVE "LNP" TO GLR-TRANS-TYPE
            PERFORM WRITE-ONE-RULE
            MOVE "WIT" TO GLR-TRANS-TYPE
            MOVE "CUSTLIAB" TO GLR-DR-ACCOUNT
            MOVE "SETTLMNT" TO GLR-CR-ACCOUNT
            MOVE "D"   TO GLR-CUST-SIDE
            PERFORM WRITE-ONE-RULE
            MOVE "CHQ" TO GLR-TRANS-TYPE
            PERFORM WRITE-ONE-RULE
            MOVE "FEE" TO GLR-TRANS-TYPE
            MOVE "FEEINC  " TO GLR-CR-ACCOUNT
            PERFORM WRITE-ONE-RULE
            MOVE "WHT" TO GLR-TRANS-TYPE
            MOVE "WHTPAY  " TO GLR-CR-ACCOUNT
            PERFORM WRITE-ONE-RULE
            MOVE "ESC" TO GLR-TRANS-TYPE
            MOVE "UNCLMFND" TO GLR-CR-ACCOUNT
            PERFORM WRITE-ONE-RULE
            MOVE "ICH" TO GLR-TRANS-TYPE
            MOVE "ITEMFEE " TO GLR-CR-ACCOUNT
            PERFORM WRITE-ONE-RULE
            MOVE "PNI" TO GLR-TRANS-TYPE
            MOVE "PENINC  " TO GLR-CR-ACCOUNT
            PERFORM WRITE-ONE-RULE
            MOVE "ESF" TO GLR-TRANS-TYPE
            MOVE "FEEINC  " TO GLR-CR-ACCOUNT
            PERFORM WRITE-ONE-RULE
            MOVE "INT" TO GLR-TRANS-TYPE
            MOVE "INTEXP  " TO GLR-DR-ACCOUNT
            MOVE "CUSTLIAB" TO GLR-CR-ACCOUNT
            MOVE "C"   TO GLR-CUST-SIDE
            PERFORM WRITE-ONE-RULE
            MOVE "BNI" TO GLR-TRANS-TYPE
            PERFORM WRITE-ONE-RULE
            MOVE "CHO" TO GLR-TRANS-TYPE
            MOVE "CHGOFF  " TO GLR-DR-ACCOUNT
            PERFORM WRITE-ONE-RULE
            MOVE "ADJ" TO GLR-TRANS-TYPE
            MOVE "OVERSHRT" TO GLR-DR-ACCOUNT
            PERFORM WRITE-ONE-RULE
            MOVE "FXR" TO GLR-TRANS-TYPE
            MOVE "FXREVAL " TO GLR-DR-ACCOUNT
            PERFORM WRITE-ONE-RULE
            MOVE "IBS" TO GLR-TRANS-TYPE
            MOVE "IBRDUEFR" TO GLR-DR-ACCOUNT
            MOVE "IBRDUETO" TO GLR-CR-ACCOUNT
            MOVE "N"   TO GLR-CUST-SIDE
            PERFORM WRITE-ONE-RULE
            MOVE "ACP" TO GLR-TRANS-TYPE
            MOVE "INTEXP  " TO GLR-DR-ACCOUNT
            MOVE "INTPAYBL" TO GLR-CR-ACCOUNT
            PERFORM WRITE-ONE-RULE
            MOVE "ACR" TO GLR-TRANS-TYPE
            MOVE "INTRECVB" TO GLR-DR-ACCOUNT
            MOVE "INTINC  " TO GLR-CR-ACCOUNT
            PERFORM WRITE-ONE-RULE
           CLOSE GLRULE-FILE.
       EXIT.

       WRITE-ONE-RULE.

           ADD 1 TO WS-SEED-RULE-NUM
           MOVE "*"              TO GLR-ACCT-TYPE
           MOVE "*"              TO GLR-BRANCH
           MOVE WS-SEED-RULE-NUM TO GLR-RULE-NUM
           WRITE GLRULE-RECORD.
       EXIT.
