      *Safe deposit box register maintenance utility
      *Keeps each branch's box inventory and the rental agreements
      *on it. A supervisor adds boxes and sets the annual fee for
      *each box size; tellers rent a vacant box to a customer
      *account (the first year's rental is entered as a FEE for the
      *next posting run and the anniversary set a year on), end a
      *rental, record each visit to a box on the access log, take
      *up a box's rental arrears as a new FEE once the customer has
      *funded the account, and list a branch's boxes. Visits are
      *refused while the rental is in arrears.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projSafeBoxMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SAFE-BOX-FILE ASSIGN TO 'projectSafeBox.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDB-KEY
                FILE STATUS IS FILE-STATUS.

       SELECT SAFE-BOX-RATE-FILE ASSIGN TO 'projectSafeBoxRates.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBR-SIZE
                FILE STATUS IS FILE-STATUS1.

       SELECT ACCESS-LOG-FILE ASSIGN TO 'projectSafeBoxAccess.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS3.

       SELECT TRANSACTION-FILE ASSIGN TO 'projectTRANSACTIONFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS4.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS5.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD SAFE-BOX-FILE.
       COPY projectSafeBoxBook.

       FD SAFE-BOX-RATE-FILE.
       COPY projectSafeBoxRateBook.

       FD ACCESS-LOG-FILE.
       COPY projectSafeBoxAccessBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-TRANS-ID-COUNTER    PIC 9(10) VALUE 1.
       01  WS-TELLER-ID           PIC X(8).
       01  WS-TELLER-ROLE         PIC X(1).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-CONFIRM             PIC X.
       01  WS-ENTRY-BRANCH        PIC X(05).
       01  WS-ENTRY-BOX-NUM       PIC 9(5).
       01  WS-ENTRY-SIZE          PIC X(1).
       01  WS-ENTRY-ACCOUNT-NUM   PIC 9(10).
       01  WS-ENTRY-FEE           PIC 9(6)V99.
       01  WS-ENTRY-DESCRIPTION   PIC X(20).
       01  WS-ENTRY-VISITOR       PIC X(30).
       01  WS-CUSTOMER-FOUND      PIC X VALUE "N".
       01  WS-BOX-FOUND           PIC X VALUE "N".
       01  WS-LIST-COUNT          PIC 9(5).

      *The FEE entered for a rental or an arrears collection.
       01  WS-FEE-AMOUNT          PIC 9(6)V99.
       01  WS-FEE-CHANNEL         PIC X(10).
       01  WS-FEE-WRITTEN         PIC X.
       01  WS-FEE-TRANS-ID        PIC 9(10).

       PROCEDURE DIVISION.

           MOVE "T" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF
           MOVE SIGNON-OPERATOR-ID   TO WS-TELLER-ID
           MOVE SIGNON-OPERATOR-ROLE TO WS-TELLER-ROLE
           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN I-O SAFE-BOX-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT SAFE-BOX-FILE
              CLOSE SAFE-BOX-FILE
              OPEN I-O SAFE-BOX-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Safe box register not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF
           OPEN I-O SAFE-BOX-RATE-FILE
            IF FILE-STATUS1 = "35"
              OPEN OUTPUT SAFE-BOX-RATE-FILE
              CLOSE SAFE-BOX-RATE-FILE
              OPEN I-O SAFE-BOX-RATE-FILE
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (R=rent box T=end rental V=record visit "
                     "A=collect arrears L=list branch"
             DISPLAY "        N=new box F=size fees): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "R"
                WHEN "r"
                  PERFORM RENT-BOX THRU RENT-BOX-EXIT
                WHEN "T"
                WHEN "t"
                  PERFORM END-RENTAL THRU END-RENTAL-EXIT
                WHEN "V"
                WHEN "v"
                  PERFORM RECORD-VISIT THRU RECORD-VISIT-EXIT
                WHEN "A"
                WHEN "a"
                  PERFORM COLLECT-ARREARS THRU COLLECT-ARREARS-EXIT
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-BRANCH-BOXES
                WHEN "N"
                WHEN "n"
                  PERFORM ADD-BOX
                WHEN "F"
                WHEN "f"
                  PERFORM SET-SIZE-FEE
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another safe box action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE SAFE-BOX-RATE-FILE
           CLOSE SAFE-BOX-FILE.
         GOBACK.

      *Inventory and fees are a supervisor's to set.
       ADD-BOX.

           IF WS-TELLER-ROLE NOT = "S" AND WS-TELLER-ROLE NOT = "X"
              DISPLAY "Adding boxes needs a supervisor."
           ELSE
              DISPLAY "Branch code: "
              ACCEPT WS-ENTRY-BRANCH
              DISPLAY "Box number: "
              ACCEPT WS-ENTRY-BOX-NUM
              DISPLAY "Size (S/M/L): "
              ACCEPT WS-ENTRY-SIZE
              IF WS-ENTRY-SIZE NOT = "S" AND WS-ENTRY-SIZE NOT = "M"
                 AND WS-ENTRY-SIZE NOT = "L"
                 DISPLAY "Size must be S, M or L - box not added."
              ELSE
                 INITIALIZE SAFE-BOX-RECORD
                 MOVE WS-ENTRY-BRANCH  TO SDB-BRANCH-CODE
                 MOVE WS-ENTRY-BOX-NUM TO SDB-BOX-NUM
                 MOVE WS-ENTRY-SIZE    TO SDB-SIZE
                 MOVE "V"              TO SDB-STATUS
                 WRITE SAFE-BOX-RECORD
                  INVALID KEY
                    DISPLAY "Box already in the inventory."
                  NOT INVALID KEY
                    DISPLAY "Box " WS-ENTRY-BRANCH "-"
                            WS-ENTRY-BOX-NUM " added."
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "SAFE BOX ADDED " WS-ENTRY-BRANCH "-"
                           WS-ENTRY-BOX-NUM
                           DELIMITED BY SIZE INTO AUDIT-MESSAGE
                    PERFORM WRITE-AUDIT-LOG
                 END-WRITE
              END-IF
           END-IF.
       EXIT.

       SET-SIZE-FEE.

           IF WS-TELLER-ROLE NOT = "S" AND WS-TELLER-ROLE NOT = "X"
              DISPLAY "Box fees are set by a supervisor."
           ELSE
              DISPLAY "Size (S/M/L): "
              ACCEPT WS-ENTRY-SIZE
              DISPLAY "Annual rental fee: "
              ACCEPT WS-ENTRY-FEE
              DISPLAY "Description: "
              ACCEPT WS-ENTRY-DESCRIPTION
              MOVE WS-ENTRY-SIZE TO SBR-SIZE
              READ SAFE-BOX-RATE-FILE
                 KEY IS SBR-SIZE
                 INVALID KEY
                   MOVE WS-ENTRY-FEE         TO SBR-ANNUAL-FEE
                   MOVE WS-ENTRY-DESCRIPTION TO SBR-DESCRIPTION
                   WRITE SAFE-BOX-RATE-RECORD
                 NOT INVALID KEY
                   MOVE WS-ENTRY-FEE         TO SBR-ANNUAL-FEE
                   MOVE WS-ENTRY-DESCRIPTION TO SBR-DESCRIPTION
                   REWRITE SAFE-BOX-RATE-RECORD
              END-READ
              DISPLAY "Size " WS-ENTRY-SIZE " annual fee now "
                      WS-ENTRY-FEE
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "SAFE BOX FEE " WS-ENTRY-SIZE " "
                     WS-ENTRY-FEE
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       EXIT.

      *The first year is charged when the agreement is signed; the
      *billing batch charges each anniversary after that.
       RENT-BOX.

           PERFORM READ-BOX
           IF WS-BOX-FOUND NOT = "Y"
              GO TO RENT-BOX-EXIT
           END-IF
           IF NOT SDB-STATUS-VACANT
              DISPLAY "Box is not vacant - status " SDB-STATUS
              GO TO RENT-BOX-EXIT
           END-IF
           MOVE SDB-SIZE TO SBR-SIZE
           READ SAFE-BOX-RATE-FILE
              KEY IS SBR-SIZE
              INVALID KEY
                DISPLAY "No annual fee set for size " SDB-SIZE
                        " - box not rented."
                GO TO RENT-BOX-EXIT
           END-READ
           DISPLAY "Account to charge the rental to: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           PERFORM LOOKUP-RENTER-ACCOUNT
           IF WS-CUSTOMER-FOUND NOT = "Y"
              DISPLAY "Box not rented."
              GO TO RENT-BOX-EXIT
           END-IF
           DISPLAY "Rent box " SDB-BRANCH-CODE "-" SDB-BOX-NUM
                   " size " SDB-SIZE " to " CUS-ACCOUNT-NAMES
           DISPLAY "at " SBR-ANNUAL-FEE " a year? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              GO TO RENT-BOX-EXIT
           END-IF

           MOVE SBR-ANNUAL-FEE TO WS-FEE-AMOUNT
           MOVE "BRANCH"       TO WS-FEE-CHANNEL
           PERFORM WRITE-RENTAL-FEE
           IF WS-FEE-WRITTEN NOT = "Y"
              DISPLAY "Rental FEE not written - box not rented."
              GO TO RENT-BOX-EXIT
           END-IF
           MOVE "R"                  TO SDB-STATUS
           MOVE WS-ENTRY-ACCOUNT-NUM TO SDB-ACCOUNT-NUM
           MOVE WS-RUN-DATE          TO SDB-START-DATE
           MOVE SBR-ANNUAL-FEE       TO SDB-ANNUAL-FEE
           COMPUTE SDB-NEXT-BILL-DATE = WS-RUN-DATE + 10000
           MOVE 0                    TO SDB-ARREARS-AMOUNT
           MOVE 0                    TO SDB-ARREARS-SINCE
           MOVE WS-FEE-TRANS-ID      TO SDB-BILL-TRANS-ID
           MOVE WS-FEE-AMOUNT        TO SDB-BILL-AMOUNT
           MOVE "R"                  TO SDB-BILL-KIND
           MOVE WS-RUN-DATE          TO SDB-BILL-DATE
           REWRITE SAFE-BOX-RECORD
           DISPLAY "Box rented - first year's rental entered, "
                   "TRANS-ID " WS-FEE-TRANS-ID
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "SAFE BOX RENTED " SDB-BRANCH-CODE "-"
                  SDB-BOX-NUM " " SDB-ACCOUNT-NUM
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       RENT-BOX-EXIT.
       EXIT.

      *The box comes back only with the rent settled and nothing
      *still waiting on posting.
       END-RENTAL.

           PERFORM READ-BOX
           IF WS-BOX-FOUND NOT = "Y"
              GO TO END-RENTAL-EXIT
           END-IF
           IF NOT SDB-STATUS-RENTED
              DISPLAY "Box is not rented."
              GO TO END-RENTAL-EXIT
           END-IF
           IF SDB-ARREARS-AMOUNT > 0 OR SDB-BILL-TRANS-ID > 0
              DISPLAY "Rental cannot end: arrears "
                      SDB-ARREARS-AMOUNT " pending TRANS-ID "
                      SDB-BILL-TRANS-ID
              GO TO END-RENTAL-EXIT
           END-IF
           DISPLAY "End rental of box " SDB-BRANCH-CODE "-"
                   SDB-BOX-NUM " to account " SDB-ACCOUNT-NUM
                   "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              GO TO END-RENTAL-EXIT
           END-IF
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "SAFE BOX RENTAL ENDED " SDB-BRANCH-CODE "-"
                  SDB-BOX-NUM " " SDB-ACCOUNT-NUM
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           MOVE "V" TO SDB-STATUS
           MOVE 0   TO SDB-ACCOUNT-NUM
           MOVE 0   TO SDB-START-DATE
           MOVE 0   TO SDB-ANNUAL-FEE
           MOVE 0   TO SDB-NEXT-BILL-DATE
           REWRITE SAFE-BOX-RECORD
           DISPLAY "Rental ended - box is vacant."
           PERFORM WRITE-AUDIT-LOG.
       END-RENTAL-EXIT.
       EXIT.

       RECORD-VISIT.

           PERFORM READ-BOX
           IF WS-BOX-FOUND NOT = "Y"
              GO TO RECORD-VISIT-EXIT
           END-IF
           IF NOT SDB-STATUS-RENTED
              DISPLAY "Box is not rented - no access."
              GO TO RECORD-VISIT-EXIT
           END-IF
           IF SDB-ARREARS-AMOUNT > 0
              DISPLAY "ACCESS REFUSED: rental in arrears "
                      SDB-ARREARS-AMOUNT " since " SDB-ARREARS-SINCE
              DISPLAY "Collect the arrears (action A) first."
              GO TO RECORD-VISIT-EXIT
           END-IF
           DISPLAY "Visitor name (identity checked against the "
                   "agreement): "
           ACCEPT WS-ENTRY-VISITOR
           IF WS-ENTRY-VISITOR = SPACES
              GO TO RECORD-VISIT-EXIT
           END-IF
           OPEN EXTEND ACCESS-LOG-FILE
            IF FILE-STATUS2 = "35"
              CLOSE ACCESS-LOG-FILE
              OPEN OUTPUT ACCESS-LOG-FILE
            END-IF
            MOVE WS-RUN-DATE      TO SBA-DATE
            ACCEPT SBA-TIME FROM TIME
            MOVE SDB-BRANCH-CODE  TO SBA-BRANCH-CODE
            MOVE SDB-BOX-NUM      TO SBA-BOX-NUM
            MOVE SDB-ACCOUNT-NUM  TO SBA-ACCOUNT-NUM
            MOVE WS-ENTRY-VISITOR TO SBA-VISITOR
            MOVE WS-TELLER-ID     TO SBA-TELLER-ID
            WRITE SAFE-BOX-ACCESS-RECORD
           CLOSE ACCESS-LOG-FILE
           DISPLAY "Visit recorded for box " SDB-BRANCH-CODE "-"
                   SDB-BOX-NUM.
       RECORD-VISIT-EXIT.
       EXIT.

      *Once the customer has put money in, the whole arrears is
      *entered as one FEE; the billing batch clears the arrears
      *when it sees that FEE posted.
       COLLECT-ARREARS.

           PERFORM READ-BOX
           IF WS-BOX-FOUND NOT = "Y"
              GO TO COLLECT-ARREARS-EXIT
           END-IF
           IF SDB-ARREARS-AMOUNT = 0
              DISPLAY "Box has no rental arrears."
              GO TO COLLECT-ARREARS-EXIT
           END-IF
           IF SDB-BILL-TRANS-ID > 0
              DISPLAY "A FEE is already waiting on posting for this "
                      "box: TRANS-ID " SDB-BILL-TRANS-ID
              GO TO COLLECT-ARREARS-EXIT
           END-IF
           DISPLAY "Charge arrears of " SDB-ARREARS-AMOUNT
                   " to account " SDB-ACCOUNT-NUM "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              GO TO COLLECT-ARREARS-EXIT
           END-IF
           MOVE SDB-ACCOUNT-NUM    TO WS-ENTRY-ACCOUNT-NUM
           MOVE SDB-ARREARS-AMOUNT TO WS-FEE-AMOUNT
           MOVE "BRANCH"           TO WS-FEE-CHANNEL
           PERFORM WRITE-RENTAL-FEE
           IF WS-FEE-WRITTEN = "Y"
              MOVE WS-FEE-TRANS-ID TO SDB-BILL-TRANS-ID
              MOVE WS-FEE-AMOUNT   TO SDB-BILL-AMOUNT
              MOVE "A"             TO SDB-BILL-KIND
              MOVE WS-RUN-DATE     TO SDB-BILL-DATE
              REWRITE SAFE-BOX-RECORD
              DISPLAY "Arrears FEE entered, TRANS-ID "
                      WS-FEE-TRANS-ID
           END-IF.
       COLLECT-ARREARS-EXIT.
       EXIT.

       LIST-BRANCH-BOXES.

           DISPLAY "Branch code: "
           ACCEPT WS-ENTRY-BRANCH
           MOVE 0 TO WS-LIST-COUNT
           MOVE WS-ENTRY-BRANCH TO SDB-BRANCH-CODE
           MOVE 0 TO SDB-BOX-NUM
           MOVE "N" TO END-OF-FILE
           START SAFE-BOX-FILE
                 KEY IS NOT LESS THAN SDB-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "BOX   SZ ST ACCOUNT    NEXT BILL  ARREARS"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ SAFE-BOX-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF SDB-BRANCH-CODE NOT = WS-ENTRY-BRANCH
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY SDB-BOX-NUM " " SDB-SIZE "  "
                            SDB-STATUS "  " SDB-ACCOUNT-NUM " "
                            SDB-NEXT-BILL-DATE " "
                            SDB-ARREARS-AMOUNT
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " box(es) at branch "
                   WS-ENTRY-BRANCH.
       EXIT.

       READ-BOX.

           MOVE "N" TO WS-BOX-FOUND
           DISPLAY "Branch code: "
           ACCEPT WS-ENTRY-BRANCH
           DISPLAY "Box number: "
           ACCEPT WS-ENTRY-BOX-NUM
           MOVE WS-ENTRY-BRANCH  TO SDB-BRANCH-CODE
           MOVE WS-ENTRY-BOX-NUM TO SDB-BOX-NUM
           READ SAFE-BOX-FILE
              KEY IS SDB-KEY
              INVALID KEY
                DISPLAY "Box not in the branch inventory."
              NOT INVALID KEY
                MOVE "Y" TO WS-BOX-FOUND
           END-READ.
       EXIT.

       LOOKUP-RENTER-ACCOUNT.

           MOVE "N" TO WS-CUSTOMER-FOUND
           MOVE WS-ENTRY-ACCOUNT-NUM TO ACCOUNT-NUM
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS3 = "00"
              READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
                 INVALID KEY
                   DISPLAY "No customer record found for account: "
                           WS-ENTRY-ACCOUNT-NUM
                 NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN CUS-ACCOUNT-STATUS NOT = "A"
                       DISPLAY "Account is not active."
                     WHEN CUS-ACCOUNT-TYPE = "LOAN   "
                       DISPLAY "Rental cannot be charged to a LOAN "
                               "account."
                     WHEN OTHER
                       MOVE "Y" TO WS-CUSTOMER-FOUND
                   END-EVALUATE
              END-READ
            ELSE
              DISPLAY "Error opening CUSTOMER-FILE. FILE STATUS: "
                      FILE-STATUS3
            END-IF
           CLOSE CUSTOMER-FILE.
       EXIT.

      *A rental FEE names the box in its memo.
       WRITE-RENTAL-FEE.

           MOVE "N" TO WS-FEE-WRITTEN
           PERFORM CLAIM-TRANS-ID-COUNTER
           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS4 = "00"
              MOVE WS-RUN-DATE           TO TRANSACTION-DATE
              MOVE WS-TRANS-ID-COUNTER   TO TRANS-ID
              MOVE WS-ENTRY-ACCOUNT-NUM  TO TRANS-ACCOUNT-NUM
              MOVE SPACES                TO TRANS-ACCOUNT-TYPE
              MOVE "FEE"                 TO TRANS-TYPE
              COMPUTE TRANS-AMOUNT = 0 - WS-FEE-AMOUNT
              MOVE 0                     TO HASH-TOTALS
              MOVE 0                     TO TRANS-REF-ID
              MOVE SPACES                TO TRANS-NEW-NAME
              MOVE "SDBOX"               TO TRANS-BATCH-ID
              MOVE SPACES                TO TRANS-MEMO
              STRING "SAFE BOX RENTAL " SDB-BRANCH-CODE "-"
                     SDB-BOX-NUM
                     DELIMITED BY SIZE INTO TRANS-MEMO
              MOVE WS-FEE-CHANNEL        TO TRANS-CHANNEL
              MOVE SDB-BRANCH-CODE       TO TRANS-BRANCH-CODE
              MOVE SPACE                 TO TRANS-STATUS
              MOVE 0                     TO TRANS-CONTRA-ACCOUNT
              MOVE SPACES                TO TRANS-CURRENCY-CODE
              MOVE 0                     TO TRANS-CHEQUE-NUM
              MOVE WS-RUN-DATE           TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision, FEE not written: "
                         WS-TRANS-ID-COUNTER
               NOT INVALID KEY
                 MOVE "Y" TO WS-FEE-WRITTEN
                 MOVE WS-TRANS-ID-COUNTER TO WS-FEE-TRANS-ID
              END-WRITE
              ADD 1 TO WS-TRANS-ID-COUNTER
              PERFORM SAVE-TRANS-ID-COUNTER
            ELSE
              DISPLAY "Error opening TRANSACTION-FILE. FILE STATUS: "
                      FILE-STATUS4
            END-IF
           CLOSE TRANSACTION-FILE.
       EXIT.

       CLAIM-TRANS-ID-COUNTER.

         MOVE 1 TO WS-TRANS-ID-COUNTER
         OPEN I-O KEYS
          IF FILE-STATUS5 = "00"
             MOVE 2 TO KEYS-ID
             READ KEYS INTO WS-KEYS-RECORD
                KEY IS KEYS-ID
                INVALID KEY
                  MOVE 2 TO KEYS-ID
                  MOVE 1 TO KEYS-VALUE
                  WRITE KEYS-RECORD
                NOT INVALID KEY
                  IF WS-KEYS-VALUE > 0
                    MOVE WS-KEYS-VALUE TO WS-TRANS-ID-COUNTER
                  END-IF
             END-READ
          END-IF
         CLOSE KEYS.
       EXIT.

       SAVE-TRANS-ID-COUNTER.

         OPEN I-O KEYS
            MOVE 2 TO KEYS-ID
            READ KEYS INTO WS-KEYS-RECORD
               KEY IS KEYS-ID
               INVALID KEY
                 MOVE 2 TO KEYS-ID
                 MOVE WS-TRANS-ID-COUNTER TO KEYS-VALUE
                 WRITE KEYS-RECORD
               NOT INVALID KEY
                 MOVE WS-TRANS-ID-COUNTER TO KEYS-VALUE
                 REWRITE KEYS-RECORD
            END-READ
         CLOSE KEYS.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projSafeBoxMaint" TO AUDIT-PROGRAM-NAME
         MOVE "projectSafeBox.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE WS-TELLER-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
