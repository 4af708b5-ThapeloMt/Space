      *Branch vault custodian workstation
      *Opens the branch vault for the business date with the cash
      *counted into it at the last close, places cash orders with
      *the cash-in-transit company (a delivery into the vault or a
      *collection of surplus cash from it), records each order as
      *it is handed over - which is what moves the vault - or
      *cancels it, and counts and closes the vault at the end of
      *the day once every teller drawer of the branch has closed
      *and returned its cash. Teller floats and drawer returns move
      *the vault from projTellerDrawer; projVaultProof proves it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projVaultMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VAULT-FILE ASSIGN TO 'projectVault.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-KEY
                FILE STATUS IS FILE-STATUS.

       SELECT CIT-ORDER-FILE ASSIGN TO 'projectCitOrder.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIT-ORDER-NUM
                FILE STATUS IS FILE-STATUS1.

       SELECT DRAWER-FILE ASSIGN TO 'projectTellerDrawer.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY
                FILE STATUS IS FILE-STATUS2.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS3.

       SELECT OPERATOR-FILE ASSIGN TO 'projectOperatorFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
                FILE STATUS IS FILE-STATUS4.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       DATA DIVISION.
       FILE SECTION.
       FD VAULT-FILE.
       COPY projectVaultBook.

       FD CIT-ORDER-FILE.
       COPY projectCitOrderBook.

       FD DRAWER-FILE.
       COPY projectDrawerBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD OPERATOR-FILE.
       COPY projectOperatorBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-CUSTODIAN-ID        PIC X(8).
       01  WS-BRANCH              PIC X(05) VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-CONFIRM             PIC X.
       01  WS-ENTRY-AMOUNT        PIC 9(10)V99.
       01  WS-ENTRY-DATE          PIC 9(8).
       01  WS-ENTRY-DIRECTION     PIC X(1).
       01  WS-ENTRY-ORDER-NUM     PIC 9(8).
       01  WS-NEW-ORDER-NUM       PIC 9(8).
       01  WS-VAULT-FOUND         PIC X VALUE "N".
       01  WS-ON-HAND             PIC S9(10)V99.

      *The branch's most recent vault day before the one being
      *opened, found by reading its records in key order.
       01  WS-LAST-FOUND          PIC X VALUE "N".
       01  WS-LAST-DATE           PIC 9(8).
       01  WS-LAST-STATUS         PIC X(1).
       01  WS-LAST-COUNTED        PIC S9(10)V99.

       01  WS-OPEN-DRAWERS        PIC 9(4).
       01  WS-AMOUNT-SHOW         PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

           MOVE "E" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF
           MOVE SIGNON-OPERATOR-ID TO WS-CUSTODIAN-ID
           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-CUSTODIAN-BRANCH
           IF WS-BRANCH = SPACES
              DISPLAY "Branch code of the vault: "
              ACCEPT WS-BRANCH
           END-IF
           IF WS-BRANCH = SPACES
              GOBACK
           END-IF

           OPEN I-O VAULT-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT VAULT-FILE
              CLOSE VAULT-FILE
              OPEN I-O VAULT-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Vault file not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF
           OPEN I-O CIT-ORDER-FILE
            IF FILE-STATUS1 = "35"
              OPEN OUTPUT CIT-ORDER-FILE
              CLOSE CIT-ORDER-FILE
              OPEN I-O CIT-ORDER-FILE
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Vault " WS-BRANCH " - action (O=open vault "
                     "P=place CIT order R=receive/hand over CIT"
             DISPLAY "        X=cancel CIT order K=count and close "
                     "S=show position): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "O"
                WHEN "o"
                  PERFORM OPEN-VAULT THRU OPEN-VAULT-EXIT
                WHEN "P"
                WHEN "p"
                  PERFORM PLACE-CIT-ORDER THRU PLACE-CIT-ORDER-EXIT
                WHEN "R"
                WHEN "r"
                  PERFORM COMPLETE-CIT-ORDER
                          THRU COMPLETE-CIT-ORDER-EXIT
                WHEN "X"
                WHEN "x"
                  PERFORM CANCEL-CIT-ORDER THRU CANCEL-CIT-ORDER-EXIT
                WHEN "K"
                WHEN "k"
                  PERFORM CLOSE-VAULT THRU CLOSE-VAULT-EXIT
                WHEN "S"
                WHEN "s"
                  PERFORM SHOW-POSITION
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another vault action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE CIT-ORDER-FILE
           CLOSE VAULT-FILE.
         GOBACK.

       READ-CUSTODIAN-BRANCH.

           OPEN INPUT OPERATOR-FILE
            IF FILE-STATUS4 = "00"
              MOVE WS-CUSTODIAN-ID TO OPER-ID
              READ OPERATOR-FILE
                 KEY IS OPER-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE OPER-BRANCH-CODE TO WS-BRANCH
              END-READ
            END-IF
           CLOSE OPERATOR-FILE.
       EXIT.

      *The day opens with what was counted into the vault at the
      *last close. The very first day on the system takes the
      *custodian's count instead.
       OPEN-VAULT.

           MOVE WS-BRANCH   TO VLT-BRANCH-CODE
           MOVE WS-RUN-DATE TO VLT-DATE
           READ VAULT-FILE
              KEY IS VLT-KEY
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                DISPLAY "Vault already opened for " WS-RUN-DATE
                        " (status " VLT-STATUS ")."
                GO TO OPEN-VAULT-EXIT
           END-READ

           PERFORM FIND-LAST-VAULT-DAY
           IF WS-LAST-FOUND = "Y"
              IF WS-LAST-STATUS NOT = "C"
                 DISPLAY "Vault for " WS-LAST-DATE " was never "
                         "counted and closed - close it first."
                 GO TO OPEN-VAULT-EXIT
              END-IF
              MOVE WS-LAST-COUNTED TO WS-AMOUNT-SHOW
              DISPLAY "Opening with " WS-AMOUNT-SHOW " counted at "
                      "close on " WS-LAST-DATE
           ELSE
              DISPLAY "First vault day for the branch - cash in the "
                      "vault now: "
              ACCEPT WS-ENTRY-AMOUNT
              MOVE WS-ENTRY-AMOUNT TO WS-LAST-COUNTED
           END-IF

           INITIALIZE VAULT-RECORD
           MOVE WS-BRANCH       TO VLT-BRANCH-CODE
           MOVE WS-RUN-DATE     TO VLT-DATE
           MOVE WS-LAST-COUNTED TO VLT-OPENING-BALANCE
           MOVE "O"             TO VLT-STATUS
           MOVE WS-CUSTODIAN-ID TO VLT-OPENED-BY
           MOVE SPACES          TO VLT-CLOSED-BY
           WRITE VAULT-RECORD
            INVALID KEY
              DISPLAY "Vault record could not be written."
            NOT INVALID KEY
              DISPLAY "Vault " WS-BRANCH " open for " WS-RUN-DATE
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "VAULT OPENED " WS-BRANCH " " WS-RUN-DATE
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-WRITE.
       OPEN-VAULT-EXIT.
       EXIT.

       FIND-LAST-VAULT-DAY.

           MOVE "N" TO WS-LAST-FOUND
           MOVE "N" TO END-OF-FILE
           MOVE WS-BRANCH TO VLT-BRANCH-CODE
           MOVE 0         TO VLT-DATE
           START VAULT-FILE
                 KEY IS NOT LESS THAN VLT-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ VAULT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF VLT-BRANCH-CODE NOT = WS-BRANCH OR
                    VLT-DATE NOT < WS-RUN-DATE
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    MOVE "Y"         TO WS-LAST-FOUND
                    MOVE VLT-DATE    TO WS-LAST-DATE
                    MOVE VLT-STATUS  TO WS-LAST-STATUS
                    MOVE VLT-COUNTED TO WS-LAST-COUNTED
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       PLACE-CIT-ORDER.

           DISPLAY "D=delivery into the vault  C=collection of "
                   "surplus cash: "
           ACCEPT WS-ENTRY-DIRECTION
           IF WS-ENTRY-DIRECTION = "d"
              MOVE "D" TO WS-ENTRY-DIRECTION
           END-IF
           IF WS-ENTRY-DIRECTION = "c"
              MOVE "C" TO WS-ENTRY-DIRECTION
           END-IF
           IF WS-ENTRY-DIRECTION NOT = "D" AND
              WS-ENTRY-DIRECTION NOT = "C"
              DISPLAY "Order type must be D or C."
              GO TO PLACE-CIT-ORDER-EXIT
           END-IF
           DISPLAY "Amount: "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = 0
              GO TO PLACE-CIT-ORDER-EXIT
           END-IF
           DISPLAY "Date the cash-in-transit run is due (YYYYMMDD): "
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE < WS-RUN-DATE
              DISPLAY "Due date is before the business date."
              GO TO PLACE-CIT-ORDER-EXIT
           END-IF

           PERFORM CLAIM-ORDER-NUMBER
           INITIALIZE CIT-ORDER-RECORD
           MOVE WS-NEW-ORDER-NUM   TO CIT-ORDER-NUM
           MOVE WS-BRANCH          TO CIT-BRANCH-CODE
           MOVE WS-ENTRY-DIRECTION TO CIT-DIRECTION
           MOVE WS-ENTRY-AMOUNT    TO CIT-AMOUNT
           MOVE WS-RUN-DATE        TO CIT-ORDER-DATE
           MOVE WS-ENTRY-DATE      TO CIT-DUE-DATE
           MOVE WS-CUSTODIAN-ID    TO CIT-ORDERED-BY
           MOVE "O"                TO CIT-STATUS
           MOVE SPACES             TO CIT-COMPLETED-BY
           WRITE CIT-ORDER-RECORD
            INVALID KEY
              DISPLAY "Order number " WS-NEW-ORDER-NUM
                      " already on file - KEYS-ID 13 needs checking."
            NOT INVALID KEY
              DISPLAY "CIT order " WS-NEW-ORDER-NUM " placed."
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "CIT ORDER " WS-NEW-ORDER-NUM " "
                     WS-ENTRY-DIRECTION " " WS-BRANCH
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-WRITE.
       PLACE-CIT-ORDER-EXIT.
       EXIT.

      *The custodian records the cash actually handed over, which
      *may differ from the order; that amount moves today's vault.
       COMPLETE-CIT-ORDER.

           PERFORM READ-CIT-ORDER
           IF FILE-STATUS1 NOT = "00"
              GO TO COMPLETE-CIT-ORDER-EXIT
           END-IF
           PERFORM READ-TODAYS-VAULT
           IF WS-VAULT-FOUND NOT = "Y"
              GO TO COMPLETE-CIT-ORDER-EXIT
           END-IF
           IF CIT-DELIVERY
              DISPLAY "Cash received from the CIT crew (ordered "
                      CIT-AMOUNT "): "
           ELSE
              DISPLAY "Cash handed to the CIT crew (ordered "
                      CIT-AMOUNT "): "
           END-IF
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = 0
              GO TO COMPLETE-CIT-ORDER-EXIT
           END-IF
           IF CIT-COLLECTION
              PERFORM COMPUTE-ON-HAND
              IF WS-ENTRY-AMOUNT > WS-ON-HAND
                 MOVE WS-ON-HAND TO WS-AMOUNT-SHOW
                 DISPLAY "Vault holds only " WS-AMOUNT-SHOW
                 GO TO COMPLETE-CIT-ORDER-EXIT
              END-IF
              ADD WS-ENTRY-AMOUNT TO VLT-CIT-DISPATCHED
           ELSE
              ADD WS-ENTRY-AMOUNT TO VLT-CIT-RECEIVED
           END-IF
           REWRITE VAULT-RECORD
           MOVE "C"             TO CIT-STATUS
           MOVE WS-ENTRY-AMOUNT TO CIT-ACTUAL-AMOUNT
           MOVE WS-RUN-DATE     TO CIT-COMPLETED-DATE
           MOVE WS-CUSTODIAN-ID TO CIT-COMPLETED-BY
           REWRITE CIT-ORDER-RECORD
           IF WS-ENTRY-AMOUNT NOT = CIT-AMOUNT
              DISPLAY "NOTE: amount differs from the order - raise "
                      "it with the CIT company."
           END-IF
           DISPLAY "CIT order " CIT-ORDER-NUM " completed."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "CIT ORDER DONE " CIT-ORDER-NUM " "
                  WS-ENTRY-AMOUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       COMPLETE-CIT-ORDER-EXIT.
       EXIT.

       CANCEL-CIT-ORDER.

           PERFORM READ-CIT-ORDER
           IF FILE-STATUS1 NOT = "00"
              GO TO CANCEL-CIT-ORDER-EXIT
           END-IF
           DISPLAY "Cancel CIT order " CIT-ORDER-NUM " for "
                   CIT-AMOUNT "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              GO TO CANCEL-CIT-ORDER-EXIT
           END-IF
           MOVE "X"             TO CIT-STATUS
           MOVE WS-RUN-DATE     TO CIT-COMPLETED-DATE
           MOVE WS-CUSTODIAN-ID TO CIT-COMPLETED-BY
           REWRITE CIT-ORDER-RECORD
           DISPLAY "CIT order cancelled."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "CIT ORDER CANCELLED " CIT-ORDER-NUM
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       CANCEL-CIT-ORDER-EXIT.
       EXIT.

      *Only an order of this branch still waiting to run can be
      *completed or cancelled; FILE-STATUS1 is left "00" for one.
       READ-CIT-ORDER.

           DISPLAY "CIT order number: "
           ACCEPT WS-ENTRY-ORDER-NUM
           MOVE WS-ENTRY-ORDER-NUM TO CIT-ORDER-NUM
           READ CIT-ORDER-FILE
              KEY IS CIT-ORDER-NUM
              INVALID KEY
                DISPLAY "No such CIT order."
           END-READ
           IF FILE-STATUS1 = "00"
              IF CIT-BRANCH-CODE NOT = WS-BRANCH
                 DISPLAY "Order belongs to branch " CIT-BRANCH-CODE
                 MOVE "23" TO FILE-STATUS1
              ELSE
                 IF NOT CIT-STATUS-ORDERED
                    DISPLAY "Order is no longer open - status "
                            CIT-STATUS
                    MOVE "23" TO FILE-STATUS1
                 END-IF
              END-IF
           END-IF.
       EXIT.

       READ-TODAYS-VAULT.

           MOVE "N" TO WS-VAULT-FOUND
           MOVE WS-BRANCH   TO VLT-BRANCH-CODE
           MOVE WS-RUN-DATE TO VLT-DATE
           READ VAULT-FILE
              KEY IS VLT-KEY
              INVALID KEY
                DISPLAY "Vault not opened for " WS-RUN-DATE
              NOT INVALID KEY
                IF VLT-STATUS-OPEN
                   MOVE "Y" TO WS-VAULT-FOUND
                ELSE
                   DISPLAY "Vault already closed for " WS-RUN-DATE
                END-IF
           END-READ.
       EXIT.

       COMPUTE-ON-HAND.

           COMPUTE WS-ON-HAND = VLT-OPENING-BALANCE
                   - VLT-ISSUED-TO-DRAWERS + VLT-RETURNED-BY-DRAWERS
                   + VLT-CIT-RECEIVED - VLT-CIT-DISPATCHED.
       EXIT.

      *The close waits for every drawer of the branch to have gone
      *back into the vault; the count is recorded against what the
      *vault should hold and projVaultProof reports any difference.
       CLOSE-VAULT.

           DISPLAY "Vault date to close (0 = today): "
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE = 0
              MOVE WS-RUN-DATE TO WS-ENTRY-DATE
           END-IF
           MOVE WS-BRANCH     TO VLT-BRANCH-CODE
           MOVE WS-ENTRY-DATE TO VLT-DATE
           READ VAULT-FILE
              KEY IS VLT-KEY
              INVALID KEY
                DISPLAY "Vault not opened for " WS-ENTRY-DATE
                GO TO CLOSE-VAULT-EXIT
           END-READ
           IF NOT VLT-STATUS-OPEN
              DISPLAY "Vault already closed for " WS-ENTRY-DATE
              GO TO CLOSE-VAULT-EXIT
           END-IF
           PERFORM COUNT-OPEN-DRAWERS
           IF WS-OPEN-DRAWERS > 0
              DISPLAY WS-OPEN-DRAWERS " teller drawer(s) still open "
                      "- vault cannot close yet."
              GO TO CLOSE-VAULT-EXIT
           END-IF

           DISPLAY "Count of R200 notes: "
           ACCEPT VLT-COUNT-200
           DISPLAY "Count of R100 notes: "
           ACCEPT VLT-COUNT-100
           DISPLAY "Count of R50 notes: "
           ACCEPT VLT-COUNT-50
           DISPLAY "Count of R20 notes: "
           ACCEPT VLT-COUNT-20
           DISPLAY "Count of R10 notes: "
           ACCEPT VLT-COUNT-10
           DISPLAY "Coins amount: "
           ACCEPT VLT-COINS-AMOUNT
           COMPUTE VLT-COUNTED =
                   (VLT-COUNT-200 * 200) +
                   (VLT-COUNT-100 * 100) +
                   (VLT-COUNT-50 * 50) +
                   (VLT-COUNT-20 * 20) +
                   (VLT-COUNT-10 * 10) +
                   VLT-COINS-AMOUNT
           PERFORM COMPUTE-ON-HAND
           COMPUTE VLT-DIFFERENCE = VLT-COUNTED - WS-ON-HAND
           MOVE WS-ON-HAND TO WS-AMOUNT-SHOW
           DISPLAY "EXPECTED  : " WS-AMOUNT-SHOW
           MOVE VLT-COUNTED TO WS-AMOUNT-SHOW
           DISPLAY "COUNTED   : " WS-AMOUNT-SHOW
           MOVE VLT-DIFFERENCE TO WS-AMOUNT-SHOW
           DISPLAY "DIFFERENCE: " WS-AMOUNT-SHOW
           MOVE "C"             TO VLT-STATUS
           MOVE WS-CUSTODIAN-ID TO VLT-CLOSED-BY
           REWRITE VAULT-RECORD
           DISPLAY "Vault closed."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "VAULT CLOSED " WS-BRANCH " " WS-ENTRY-DATE
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       CLOSE-VAULT-EXIT.
       EXIT.

       COUNT-OPEN-DRAWERS.

           MOVE 0 TO WS-OPEN-DRAWERS
           OPEN INPUT DRAWER-FILE
            IF FILE-STATUS2 = "00"
              MOVE "N" TO END-OF-FILE
              MOVE LOW-VALUES TO DRW-KEY
              START DRAWER-FILE
                    KEY IS NOT LESS THAN DRW-KEY
                INVALID KEY
                  MOVE "Y" TO END-OF-FILE
              END-START
              PERFORM UNTIL END-OF-FILE = "Y"
                READ DRAWER-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF DRW-DATE = WS-ENTRY-DATE AND
                       DRW-BRANCH-CODE = WS-BRANCH AND
                       DRW-STATUS-OPEN
                       ADD 1 TO WS-OPEN-DRAWERS
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE DRAWER-FILE.
       EXIT.

       SHOW-POSITION.

           MOVE WS-BRANCH   TO VLT-BRANCH-CODE
           MOVE WS-RUN-DATE TO VLT-DATE
           READ VAULT-FILE
              KEY IS VLT-KEY
              INVALID KEY
                DISPLAY "Vault not opened for " WS-RUN-DATE
              NOT INVALID KEY
                PERFORM COMPUTE-ON-HAND
                DISPLAY "VAULT " VLT-BRANCH-CODE " ON " VLT-DATE
                        "  STATUS " VLT-STATUS
                MOVE VLT-OPENING-BALANCE TO WS-AMOUNT-SHOW
                DISPLAY "OPENING           : " WS-AMOUNT-SHOW
                MOVE VLT-ISSUED-TO-DRAWERS TO WS-AMOUNT-SHOW
                DISPLAY "ISSUED TO DRAWERS : " WS-AMOUNT-SHOW
                MOVE VLT-RETURNED-BY-DRAWERS TO WS-AMOUNT-SHOW
                DISPLAY "DRAWER RETURNS    : " WS-AMOUNT-SHOW
                MOVE VLT-CIT-RECEIVED TO WS-AMOUNT-SHOW
                DISPLAY "CIT DELIVERIES    : " WS-AMOUNT-SHOW
                MOVE VLT-CIT-DISPATCHED TO WS-AMOUNT-SHOW
                DISPLAY "CIT COLLECTIONS   : " WS-AMOUNT-SHOW
                MOVE WS-ON-HAND TO WS-AMOUNT-SHOW
                DISPLAY "HELD NOW          : " WS-AMOUNT-SHOW
                IF VLT-STATUS-CLOSED
                   MOVE VLT-COUNTED TO WS-AMOUNT-SHOW
                   DISPLAY "COUNTED AT CLOSE  : " WS-AMOUNT-SHOW
                END-IF
           END-READ
           DISPLAY "OPEN CIT ORDERS:"
           MOVE "N" TO END-OF-FILE
           MOVE 0 TO CIT-ORDER-NUM
           START CIT-ORDER-FILE
                 KEY IS NOT LESS THAN CIT-ORDER-NUM
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ CIT-ORDER-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF CIT-BRANCH-CODE = WS-BRANCH AND
                    CIT-STATUS-ORDERED
                    DISPLAY "  " CIT-ORDER-NUM " " CIT-DIRECTION " "
                            CIT-AMOUNT " DUE " CIT-DUE-DATE
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       CLAIM-ORDER-NUMBER.

         MOVE 1 TO WS-NEW-ORDER-NUM
         OPEN I-O KEYS
          IF FILE-STATUS3 = "00"
             MOVE 13 TO KEYS-ID
             READ KEYS INTO WS-KEYS-RECORD
                KEY IS KEYS-ID
                INVALID KEY
                  MOVE 13 TO KEYS-ID
                  MOVE 1 TO KEYS-VALUE
                  WRITE KEYS-RECORD
                NOT INVALID KEY
                  COMPUTE WS-NEW-ORDER-NUM = WS-KEYS-VALUE + 1
                  MOVE WS-NEW-ORDER-NUM TO KEYS-VALUE
                  REWRITE KEYS-RECORD
             END-READ
          END-IF
         CLOSE KEYS.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projVaultMaintenance" TO AUDIT-PROGRAM-NAME
         MOVE "projectVault.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE WS-CUSTODIAN-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
