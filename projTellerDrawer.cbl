      *PARM-OVERSHORT-ACCOUNT as a normal transaction the posting
      *run consumes. A difference above PARM-OVERSHORT-LIMIT needs a
      *supervisor override through projOperatorSignon before the
      *drawer may close. A difference posted without that override
      *is still held to the teller's ADJ keying limit: above it the
      *adjustment waits in projApproval.
      *The float is drawn from the vault of the teller's branch and
      *the counted cash goes back into it at close, so the branch
      *vault must be open for the day before a drawer can open.
      *A shortage is also registered as an operational loss event.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projTellerDrawer.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT VAULT-FILE ASSIGN TO 'projectVault.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-KEY
                FILE STATUS IS FILE-STATUS5.

       SELECT OPERATOR-FILE ASSIGN TO 'projectOperatorFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
                FILE STATUS IS FILE-STATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD DRAWER-FILE.
       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       FD VAULT-FILE.
       COPY projectVaultBook.

       FD OPERATOR-FILE.
       COPY projectOperatorBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.

       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-ABS-OVER-SHORT      PIC 9(8)V99.
       01  WS-PARM-OS-ACCOUNT     PIC 9(10) VALUE 0.
       01  WS-PARM-OS-LIMIT       PIC 9(4)V99 VALUE 100.00.
       01  WS-OVERRIDE-TAKEN      PIC X VALUE "N".
       01  WS-POST-STATUS         PIC X(1).
       01  WS-TELLER-BRANCH       PIC X(05) VALUE SPACES.

      *Cash moved between the drawer and the branch vault: I = float
      *issued to the drawer, R = closing cash returned to the vault.
       01  WS-VAULT-MOVE-KIND     PIC X(1).
       01  WS-VAULT-MOVE-BRANCH   PIC X(05).
       01  WS-VAULT-MOVE-DATE     PIC 9(8).
       01  WS-VAULT-MOVE-AMOUNT   PIC S9(10)V99.
       01  WS-VAULT-MOVED         PIC X VALUE "N".
       01  WS-VAULT-ON-HAND       PIC S9(10)V99.
       COPY projectOperLimitReqBook.
       COPY projectLossEventReqBook.

       PROCEDURE DIVISION.

           MOVE SIGNON-OPERATOR-ID TO WS-TELLER-ID
           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-OVERSHORT-PARMS
           PERFORM READ-TELLER-BRANCH

           OPEN I-O DRAWER-FILE
            IF FILE-STATUS = "35"
                  PERFORM RECORD-CASH-OUT
                WHEN "C"
                WHEN "c"
                  PERFORM CLOSE-AND-PROVE THRU CLOSE-PROVE-EXIT
                WHEN "L"
                WHEN "l"
                  PERFORM SHOW-DRAWER
           CLOSE PARM-FILE.
       EXIT.

       READ-TELLER-BRANCH.

           OPEN INPUT OPERATOR-FILE
            IF FILE-STATUS6 = "00"
              MOVE WS-TELLER-ID TO OPER-ID
              READ OPERATOR-FILE
                 KEY IS OPER-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE OPER-BRANCH-CODE TO WS-TELLER-BRANCH
              END-READ
            END-IF
           CLOSE OPERATOR-FILE.
       EXIT.

       READ-TODAYS-DRAWER.

           MOVE WS-TELLER-ID TO DRW-TELLER-ID
           READ DRAWER-FILE
              KEY IS DRW-KEY
              INVALID KEY
                PERFORM ISSUE-OPENING-FLOAT
              NOT INVALID KEY
                DISPLAY "Drawer already open today for "
                        WS-TELLER-ID " (status " DRW-STATUS ")."
           END-READ.
       EXIT.

      *The float comes out of the branch vault; the drawer is only
      *opened once the vault has given it up.
       ISSUE-OPENING-FLOAT.

           IF WS-TELLER-BRANCH = SPACES
              DISPLAY "No branch on your operator record - no vault "
                      "to draw the float from."
           ELSE
              DISPLAY "Opening float: "
              ACCEPT WS-ENTRY-AMOUNT
              MOVE "I"              TO WS-VAULT-MOVE-KIND
              MOVE WS-TELLER-BRANCH TO WS-VAULT-MOVE-BRANCH
              MOVE WS-RUN-DATE      TO WS-VAULT-MOVE-DATE
              MOVE WS-ENTRY-AMOUNT  TO WS-VAULT-MOVE-AMOUNT
              PERFORM MOVE-VAULT-CASH
              IF WS-VAULT-MOVED = "Y"
                 MOVE WS-TELLER-ID    TO DRW-TELLER-ID
                 MOVE WS-RUN-DATE     TO DRW-DATE
                 MOVE WS-ENTRY-AMOUNT TO DRW-OPENING-FLOAT
                 MOVE 0 TO DRW-CASH-IN
                 MOVE 0 TO DRW-CASH-OUT
                 MOVE 0 TO DRW-COUNT-200
                 MOVE 0 TO DRW-COUNT-100
                 MOVE 0 TO DRW-COUNT-50
                 MOVE 0 TO DRW-COUNT-20
                 MOVE 0 TO DRW-COUNT-10
                 MOVE 0 TO DRW-COINS-AMOUNT
                 MOVE 0 TO DRW-COUNTED
                 MOVE 0 TO DRW-OVER-SHORT
                 MOVE "O" TO DRW-STATUS
                 MOVE WS-TELLER-BRANCH TO DRW-BRANCH-CODE
                 WRITE DRAWER-RECORD
                 DISPLAY "Drawer opened for " WS-TELLER-ID
                         " with float " WS-ENTRY-AMOUNT
                         " from vault " WS-TELLER-BRANCH
              END-IF
           END-IF.
       EXIT.

      *Moves cash between a drawer and its branch vault for the day.
      *The vault has to be open; a float cannot take out more than
      *the vault is holding.
       MOVE-VAULT-CASH.

           MOVE "N" TO WS-VAULT-MOVED
           OPEN I-O VAULT-FILE
            IF FILE-STATUS5 = "00"
              MOVE WS-VAULT-MOVE-BRANCH TO VLT-BRANCH-CODE
              MOVE WS-VAULT-MOVE-DATE   TO VLT-DATE
              READ VAULT-FILE
                 KEY IS VLT-KEY
                 INVALID KEY
                   DISPLAY "Vault " WS-VAULT-MOVE-BRANCH
                           " not opened for " WS-VAULT-MOVE-DATE
                           " - custodian must open it first."
                 NOT INVALID KEY
                   COMPUTE WS-VAULT-ON-HAND = VLT-OPENING-BALANCE
                           - VLT-ISSUED-TO-DRAWERS
                           + VLT-RETURNED-BY-DRAWERS
                           + VLT-CIT-RECEIVED - VLT-CIT-DISPATCHED
                   EVALUATE TRUE
                     WHEN NOT VLT-STATUS-OPEN
                       DISPLAY "Vault " WS-VAULT-MOVE-BRANCH
                               " already closed for the day."
                     WHEN WS-VAULT-MOVE-KIND = "I" AND
                          WS-VAULT-MOVE-AMOUNT > WS-VAULT-ON-HAND
                       DISPLAY "Vault holds only " WS-VAULT-ON-HAND
                               " - float refused."
                     WHEN WS-VAULT-MOVE-KIND = "I"
                       ADD WS-VAULT-MOVE-AMOUNT
                           TO VLT-ISSUED-TO-DRAWERS
                       REWRITE VAULT-RECORD
                       MOVE "Y" TO WS-VAULT-MOVED
                     WHEN OTHER
                       ADD WS-VAULT-MOVE-AMOUNT
                           TO VLT-RETURNED-BY-DRAWERS
                       REWRITE VAULT-RECORD
                       MOVE "Y" TO WS-VAULT-MOVED
                   END-EVALUATE
              END-READ
            ELSE
              DISPLAY "Vault file not available. FILE STATUS: "
                      FILE-STATUS5
            END-IF
           CLOSE VAULT-FILE.
       EXIT.

       RECORD-CASH-IN.

           PERFORM READ-TODAYS-DRAWER
                   ELSE
                      MOVE WS-OVER-SHORT TO WS-ABS-OVER-SHORT
                   END-IF
                   MOVE "N" TO WS-OVERRIDE-TAKEN
                   IF WS-ABS-OVER-SHORT > WS-PARM-OS-LIMIT
                      DISPLAY "Difference above "
                              WS-PARM-OS-LIMIT
                                 "open for recount."
                         GO TO CLOSE-PROVE-EXIT
                      END-IF
                      MOVE "Y" TO WS-OVERRIDE-TAKEN
                      MOVE "DRAWER OVERSHORT OVERRIDDEN"
                           TO AUDIT-MESSAGE
                      PERFORM WRITE-AUDIT-LOG
                   END-IF
                   IF DRW-BRANCH-CODE NOT = SPACES
                      MOVE "R"             TO WS-VAULT-MOVE-KIND
                      MOVE DRW-BRANCH-CODE TO WS-VAULT-MOVE-BRANCH
                      MOVE DRW-DATE        TO WS-VAULT-MOVE-DATE
                      MOVE DRW-COUNTED     TO WS-VAULT-MOVE-AMOUNT
                      PERFORM MOVE-VAULT-CASH
                      IF WS-VAULT-MOVED NOT = "Y"
                         DISPLAY "Cash could not go back to the "
                                 "vault - drawer stays open."
                         GO TO CLOSE-PROVE-EXIT
                      END-IF
                      DISPLAY "Closing cash " DRW-COUNTED
                              " returned to vault " DRW-BRANCH-CODE
                   END-IF
                   MOVE WS-OVER-SHORT TO DRW-OVER-SHORT
                   MOVE "C" TO DRW-STATUS
                   REWRITE DRAWER-RECORD
                         DISPLAY "No over/short account configured "
                                 "- difference reported only."
                      END-IF
                      IF WS-OVER-SHORT < 0
                         PERFORM REGISTER-DRAWER-SHORTAGE
                      END-IF
                   END-IF
                   DISPLAY "Drawer closed."
                   MOVE "DRAWER CLOSED AND PROVED" TO AUDIT-MESSAGE

       POST-OVER-SHORT.

           MOVE SPACE TO WS-POST-STATUS
           IF WS-OVERRIDE-TAKEN = "N"
              MOVE WS-TELLER-ID  TO OLMQ-OPERATOR-ID
              MOVE "ADJ"         TO OLMQ-TRAN-TYPE
              MOVE WS-OVER-SHORT TO OLMQ-AMOUNT
              CALL 'projOperatorLimit' USING OPER-LIMIT-REQUEST
              IF OLMQ-OVER-LIMIT
                 MOVE "W" TO WS-POST-STATUS
                 DISPLAY "Difference above your ADJ limit of "
                         OLMQ-LIMIT " - referred for supervisor "
                         "approval."
              END-IF
           END-IF
           PERFORM CLAIM-TRANS-ID-COUNTER
           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS1 = "00"
                     DELIMITED BY SIZE INTO TRANS-MEMO
              MOVE "BRANCH"              TO TRANS-CHANNEL
              MOVE SPACES                TO TRANS-BRANCH-CODE
              MOVE WS-POST-STATUS        TO TRANS-STATUS
              MOVE 0                     TO TRANS-CONTRA-ACCOUNT
              MOVE SPACES                TO TRANS-CURRENCY-CODE
              MOVE 0                     TO TRANS-CHEQUE-NUM
              MOVE WS-RUN-DATE           TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision, over/short not "
           CLOSE TRANSACTION-FILE.
       EXIT.

      *One loss event per teller per day - the drawer closes once.
       REGISTER-DRAWER-SHORTAGE.

           MOVE "TELL"            TO LEVQ-CATEGORY
           MOVE "DRAWER"          TO LEVQ-SOURCE
           MOVE SPACES            TO LEVQ-ORIGIN-REF
           STRING DRW-TELLER-ID " " DRW-DATE
                  DELIMITED BY SIZE INTO LEVQ-ORIGIN-REF
           MOVE DRW-BRANCH-CODE   TO LEVQ-BRANCH-CODE
           MOVE 0                 TO LEVQ-ACCOUNT-NUM
           MOVE WS-RUN-DATE       TO LEVQ-EVENT-DATE
           MOVE WS-ABS-OVER-SHORT TO LEVQ-AMOUNT
           MOVE 0                 TO LEVQ-RECOVERY
           MOVE SPACES            TO LEVQ-DESCRIPTION
           STRING "Drawer shortage teller " DRW-TELLER-ID
                  DELIMITED BY SIZE INTO LEVQ-DESCRIPTION
           MOVE WS-TELLER-ID      TO LEVQ-OPERATOR-ID
           CALL 'projLossEventWriter' USING LOSS-EVENT-REQUEST
           IF LEVQ-REGISTERED
              DISPLAY "Shortage registered as loss event "
                      LEVQ-EVENT-ID
           END-IF.
       EXIT.

       SHOW-DRAWER.

           PERFORM READ-TODAYS-DRAWER
              NOT INVALID KEY
                DISPLAY "DRAWER FOR " DRW-TELLER-ID " ON " DRW-DATE
                DISPLAY "STATUS        : " DRW-STATUS
                DISPLAY "VAULT         : " DRW-BRANCH-CODE
                DISPLAY "OPENING FLOAT : " DRW-OPENING-FLOAT
                DISPLAY "CASH IN       : " DRW-CASH-IN
                DISPLAY "CASH OUT      : " DRW-CASH-OUT
