      *Monthly customer data-quality scorecard
      *Walks the account master and, for each account still open,
      *checks the customer data behind it: an account with no CIF
      *(ACCOUNT-CIF-ID zero), a BRANCH-CODE that is not on the
      *branch master, an email or phone number that is not in a
      *usable form, a home address with no postal code, and an
      *active account whose only holder is a closed customer. A
      *second pass over the CIF file then finds active customers
      *none of whose accounts has a contact record.
      *Each defect goes on the month's worklist DQWORK-yyyymm.dat
      *against the branch that owns it, naming the maintenance
      *program that corrects it. The scorecard DQSCORE-yyyymm.prt
      *gives each branch the share of its records found clean,
      *with the movement against last month's score from the
      *history file, to which this month's figures are added.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projDataQuality.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS1.

       SELECT CONTACT-FILE ASSIGN TO 'projectContactFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS2.

       SELECT OWNER-LINK-FILE ASSIGN TO 'projectOwnerLinks.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS3.

       SELECT BRANCH-FILE ASSIGN TO 'projectBranchFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
                FILE STATUS IS FILE-STATUS4.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       SELECT DQ-HISTORY-FILE ASSIGN TO 'projectDqHistory.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQH-KEY
                FILE STATUS IS FILE-STATUS6.

       SELECT DQ-WORK-FILE ASSIGN TO WS-WORK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       SELECT DQ-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS8.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD CONTACT-FILE.
       COPY projectContactBook.

       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       FD BRANCH-FILE.
       COPY projectBranchBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD DQ-HISTORY-FILE.
       COPY projectDqHistoryBook.

       FD DQ-WORK-FILE.
       COPY projectDqWorkBook.

       FD DQ-PRINT-FILE.
       01 DQ-PRINT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  FILE-STATUS8           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-LINK-DONE           PIC X.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-RUN-PERIOD          PIC 9(6).
       01  WS-PRIOR-PERIOD        PIC 9(6).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-WORK-FILENAME       PIC X(30).
       01  WS-HOME-COUNTRY        PIC X(2) VALUE "ZA".

      *The record being checked and what was found wrong with it.
       01  WS-WORK-BRANCH         PIC X(5).
       01  WS-WORK-CIF-ID         PIC 9(8).
       01  WS-RECORD-ISSUES       PIC 9(2).
       01  WS-HAS-CONTACT         PIC X.
       01  WS-BRANCH-MASTER       PIC X VALUE "Y".
       01  WS-OPEN-HOLDER         PIC X.
       01  WS-ISSUE-CODE          PIC X(8).
       01  WS-ISSUE-DETAIL        PIC X(40).
       01  WS-FIX-PROGRAM         PIC X(25).

      *Working fields for the email and phone format checks.
       01  WS-FIELD-LEN           PIC 9(2).
       01  WS-AT-COUNT            PIC 9(2).
       01  WS-AT-POS              PIC 9(2).
       01  WS-DOT-COUNT           PIC 9(2).
       01  WS-DOMAIN-LEN          PIC 9(2).
       01  WS-DIGIT-COUNT         PIC 9(2).
       01  WS-CHAR-IDX            PIC 9(2).
       01  WS-FORMAT-OK           PIC X.

      *Per-branch counts for the scorecard. Branch codes that are
      *not on the master get a line of their own so the accounts
      *behind them are still counted.
       01  WS-BRN-TABLE.
        05 WS-BRN-ENTRY OCCURS 200 TIMES.
         10 WS-BRN-CODE           PIC X(5).
         10 WS-BRN-NAME           PIC X(30).
         10 WS-BRN-ON-MASTER      PIC X.
         10 WS-BRN-CHECKED        PIC 9(7).
         10 WS-BRN-CLEAN          PIC 9(7).
         10 WS-BRN-ISSUE-COUNT    PIC 9(5) OCCURS 7 TIMES.
       01  WS-BRN-COUNT           PIC 9(3) VALUE 0.
       01  WS-BRN-IDX             PIC 9(3).
       01  WS-BRN-FOUND           PIC X.
       01  WS-ISSUE-IDX           PIC 9.

      *Customers holding an account, with the branch of the first
      *account seen and whether any of their accounts has contact
      *details on file.
       01  WS-DQC-TABLE.
        05 WS-DQC-ENTRY OCCURS 5000 TIMES.
         10 WS-DQC-CIF-ID         PIC 9(8).
         10 WS-DQC-BRANCH         PIC X(5).
         10 WS-DQC-ACCOUNT        PIC 9(10).
         10 WS-DQC-CONTACT        PIC X.
       01  WS-DQC-COUNT           PIC 9(4) VALUE 0.
       01  WS-DQC-IDX             PIC 9(4).
       01  WS-DQC-FOUND           PIC X.
       01  WS-DQC-OVERFLOW        PIC X VALUE "N".

       01  WS-SCORE               PIC 9(3)V9.
       01  WS-PRIOR-SCORE         PIC 9(3)V9.
       01  WS-SCORE-CHANGE        PIC S9(3)V9.
       01  WS-SCORE-ED            PIC ZZ9.9.
       01  WS-PRIOR-ED            PIC X(5).
       01  WS-CHANGE-ED           PIC +ZZ9.9.
       01  WS-CHANGE-TEXT         PIC X(6).
       01  WS-COUNT-ED            PIC ZZZZZZ9.
       01  WS-ISSUE-ED            PIC ZZZZ9 OCCURS 7 TIMES.
       01  WS-TOTAL-CHECKED       PIC 9(7) VALUE 0.
       01  WS-TOTAL-CLEAN         PIC 9(7) VALUE 0.
       01  WS-TOTAL-ISSUES        PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE 0.
       01  WS-CIFS-READ           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           COMPUTE WS-RUN-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH
           IF WS-RUN-MONTH = 1
              COMPUTE WS-PRIOR-PERIOD = (WS-RUN-YEAR - 1) * 100 + 12
           ELSE
              COMPUTE WS-PRIOR-PERIOD = WS-RUN-PERIOD - 1
           END-IF
           PERFORM READ-HOME-COUNTRY-PARM

           MOVE SPACES TO WS-WORK-FILENAME
           STRING "DQWORK-" WS-RUN-PERIOD ".dat"
                  DELIMITED BY SIZE INTO WS-WORK-FILENAME
           OPEN OUTPUT DQ-WORK-FILE

           PERFORM CHECK-ACCOUNTS
           IF WS-DQC-OVERFLOW = "Y"
              DISPLAY "NOTE: more than 5000 customers hold accounts; "
                      "the contact check covers the first 5000."
           END-IF
           PERFORM CHECK-CUSTOMERS
           CLOSE DQ-WORK-FILE

           PERFORM WRITE-SCORECARD

           DISPLAY "ACCOUNTS CHECKED         : " WS-ACCOUNTS-READ
           DISPLAY "CUSTOMERS CHECKED        : " WS-CIFS-READ
           DISPLAY "RECORDS CLEAN            : " WS-TOTAL-CLEAN
           DISPLAY "WORKLIST ITEMS           : " WS-TOTAL-ISSUES
           DISPLAY "WORKLIST WRITTEN         : " WS-WORK-FILENAME
           DISPLAY "SCORECARD WRITTEN        : " WS-PRINT-FILENAME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "DATA QUALITY " WS-RUN-PERIOD
                  " ITEMS " WS-TOTAL-ISSUES
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           MOVE "00" TO AUDIT-FILE-STATUS
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       READ-HOME-COUNTRY-PARM.

         OPEN INPUT PARM-FILE
          IF FILE-STATUS5 = "00"
            READ PARM-FILE
              AT END
                CONTINUE
              NOT AT END
                IF PARM-HOME-COUNTRY NOT = SPACES AND
                   PARM-HOME-COUNTRY NOT = LOW-VALUES
                   MOVE PARM-HOME-COUNTRY TO WS-HOME-COUNTRY
                END-IF
            END-READ
          END-IF
         CLOSE PARM-FILE.
       EXIT.

      *First pass, by account. Closed accounts are left out; their
      *data no longer matters to anyone.
       CHECK-ACCOUNTS.

         OPEN INPUT CUSTOMER-FILE
         OPEN INPUT CIF-FILE
         OPEN INPUT CONTACT-FILE
         OPEN INPUT OWNER-LINK-FILE
         OPEN INPUT BRANCH-FILE
         IF FILE-STATUS4 NOT = "00"
            DISPLAY "BRANCH-FILE not available; branch codes are "
                    "not checked this run."
            MOVE "N" TO WS-BRANCH-MASTER
         END-IF
         IF FILE-STATUS NOT = "00"
            DISPLAY "CUSTOMER-FILE not available. FILE STATUS: "
                    FILE-STATUS
            MOVE "Y" TO END-OF-FILE
         END-IF
         PERFORM UNTIL END-OF-FILE = "Y"
           READ CUSTOMER-FILE NEXT RECORD INTO CUS-RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF NOT CUS-ACCOUNT-CLOSED
                  ADD 1 TO WS-ACCOUNTS-READ
                  PERFORM CHECK-ONE-ACCOUNT
               END-IF
           END-READ
         END-PERFORM
         CLOSE BRANCH-FILE
         CLOSE OWNER-LINK-FILE
         CLOSE CONTACT-FILE
         CLOSE CIF-FILE
         CLOSE CUSTOMER-FILE.
       EXIT.

       CHECK-ONE-ACCOUNT.

         MOVE 0 TO WS-RECORD-ISSUES
         MOVE CUS-BRANCH-CODE TO WS-WORK-BRANCH
         PERFORM FIND-DQ-BRANCH
         MOVE CUS-CIF-ID TO WS-WORK-CIF-ID

         IF WS-BRN-ON-MASTER(WS-BRN-IDX) = "N"
            MOVE "BRANCH" TO WS-ISSUE-CODE
            MOVE 6 TO WS-ISSUE-IDX
            MOVE SPACES TO WS-ISSUE-DETAIL
            STRING "BRANCH CODE " CUS-BRANCH-CODE
                   " NOT ON BRANCH MASTER"
                   DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
            MOVE "projBranchMaintenance" TO WS-FIX-PROGRAM
            PERFORM WRITE-WORK-ITEM
         END-IF

         IF CUS-CIF-ID = 0
            MOVE "NOCIF" TO WS-ISSUE-CODE
            MOVE 1 TO WS-ISSUE-IDX
            MOVE "ACCOUNT NOT LINKED TO A CUSTOMER (CIF)"
              TO WS-ISSUE-DETAIL
            MOVE "projCifMaintenance" TO WS-FIX-PROGRAM
            PERFORM WRITE-WORK-ITEM
         END-IF

         MOVE CUS-ACCOUNT-NUM TO CONT-ACCOUNT-NUM
         MOVE "Y" TO WS-HAS-CONTACT
         READ CONTACT-FILE
            KEY IS CONT-ACCOUNT-NUM
            INVALID KEY
              MOVE "N" TO WS-HAS-CONTACT
         END-READ
         IF WS-HAS-CONTACT = "Y"
            PERFORM CHECK-CONTACT-DETAILS
         END-IF

         IF CUS-CIF-ID > 0
            PERFORM NOTE-DQ-CIF
            PERFORM NOTE-JOINT-HOLDERS
            IF CUS-ACCOUNT-ACTIVE
               MOVE CUS-CIF-ID TO WS-WORK-CIF-ID
               PERFORM CHECK-CLOSED-OWNER
            END-IF
         END-IF

         ADD 1 TO WS-BRN-CHECKED(WS-BRN-IDX)
         IF WS-RECORD-ISSUES = 0
            ADD 1 TO WS-BRN-CLEAN(WS-BRN-IDX)
         END-IF.
       EXIT.

      *Contact details are corrected on the contact maintenance
      *screen. Email and phone are optional; only what is there is
      *checked. The postal code is required on a home address.
       CHECK-CONTACT-DETAILS.

         MOVE "projContactMaintenance" TO WS-FIX-PROGRAM

         IF CONT-EMAIL NOT = SPACES
            PERFORM CHECK-EMAIL-FORMAT
            IF WS-FORMAT-OK = "N"
               MOVE "EMAIL" TO WS-ISSUE-CODE
               MOVE 3 TO WS-ISSUE-IDX
               MOVE CONT-EMAIL TO WS-ISSUE-DETAIL
               PERFORM WRITE-WORK-ITEM
            END-IF
         END-IF

         IF CONT-PHONE NOT = SPACES
            PERFORM CHECK-PHONE-FORMAT
            IF WS-FORMAT-OK = "N"
               MOVE "PHONE" TO WS-ISSUE-CODE
               MOVE 4 TO WS-ISSUE-IDX
               MOVE SPACES TO WS-ISSUE-DETAIL
               STRING "PHONE NUMBER " CONT-PHONE
                      DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
               PERFORM WRITE-WORK-ITEM
            END-IF
         END-IF

         IF CONT-POSTAL-CODE = SPACES AND
            (CONT-COUNTRY-CODE = SPACES OR
             CONT-COUNTRY-CODE = LOW-VALUES OR
             CONT-COUNTRY-CODE = WS-HOME-COUNTRY)
            MOVE "POSTCODE" TO WS-ISSUE-CODE
            MOVE 5 TO WS-ISSUE-IDX
            MOVE "HOME ADDRESS HAS NO POSTAL CODE"
              TO WS-ISSUE-DETAIL
            PERFORM WRITE-WORK-ITEM
         END-IF.
       EXIT.

      *One "@" with something before it, a domain after it that
      *holds a "." and does not end in one, and no embedded spaces.
       CHECK-EMAIL-FORMAT.

         MOVE "Y" TO WS-FORMAT-OK
         MOVE 0 TO WS-AT-COUNT WS-AT-POS WS-FIELD-LEN WS-DOT-COUNT
         INSPECT CONT-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
         INSPECT CONT-EMAIL TALLYING WS-FIELD-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
         INSPECT CONT-EMAIL TALLYING WS-AT-POS
                 FOR CHARACTERS BEFORE INITIAL "@"
         IF WS-AT-COUNT NOT = 1 OR WS-AT-POS = 0 OR
            WS-AT-POS + 1 NOT < WS-FIELD-LEN
            MOVE "N" TO WS-FORMAT-OK
         ELSE
            IF WS-FIELD-LEN < 40
               IF CONT-EMAIL(WS-FIELD-LEN + 1:) NOT = SPACES
                  MOVE "N" TO WS-FORMAT-OK
               END-IF
            END-IF
            COMPUTE WS-DOMAIN-LEN = WS-FIELD-LEN - WS-AT-POS - 1
            INSPECT CONT-EMAIL(WS-AT-POS + 2:WS-DOMAIN-LEN)
                    TALLYING WS-DOT-COUNT FOR ALL "."
            IF WS-DOT-COUNT = 0 OR
               CONT-EMAIL(WS-AT-POS + 2:1) = "." OR
               CONT-EMAIL(WS-FIELD-LEN:1) = "."
               MOVE "N" TO WS-FORMAT-OK
            END-IF
         END-IF.
       EXIT.

      *Digits, with spaces or hyphens between groups and an
      *optional leading "+"; between 9 and 15 digits in all.
       CHECK-PHONE-FORMAT.

         MOVE "Y" TO WS-FORMAT-OK
         MOVE 0 TO WS-DIGIT-COUNT
         PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                 UNTIL WS-CHAR-IDX > 15
           EVALUATE TRUE
             WHEN CONT-PHONE(WS-CHAR-IDX:1) IS NUMERIC
               ADD 1 TO WS-DIGIT-COUNT
             WHEN CONT-PHONE(WS-CHAR-IDX:1) = SPACE OR "-"
               CONTINUE
             WHEN CONT-PHONE(WS-CHAR-IDX:1) = "+" AND
                  WS-CHAR-IDX = 1
               CONTINUE
             WHEN OTHER
               MOVE "N" TO WS-FORMAT-OK
           END-EVALUATE
         END-PERFORM
         IF WS-DIGIT-COUNT < 9
            MOVE "N" TO WS-FORMAT-OK
         END-IF.
       EXIT.

      *An active account whose primary holder is a closed customer
      *and which has no joint holder still active has nobody left
      *who can operate it.
       CHECK-CLOSED-OWNER.

         MOVE CUS-CIF-ID TO CIF-ID
         READ CIF-FILE
            KEY IS CIF-ID
            INVALID KEY
              MOVE "A" TO CIF-STATUS
         END-READ
         IF CIF-CLOSED
            MOVE "N" TO WS-OPEN-HOLDER
            PERFORM FIND-OPEN-JOINT-HOLDER
            IF WS-OPEN-HOLDER = "N"
               MOVE "CLOSEDOW" TO WS-ISSUE-CODE
               MOVE 7 TO WS-ISSUE-IDX
               MOVE "ACTIVE ACCOUNT, ONLY HOLDER CIF IS CLOSED"
                 TO WS-ISSUE-DETAIL
               MOVE "projCifMaintenance" TO WS-FIX-PROGRAM
               PERFORM WRITE-WORK-ITEM
            END-IF
         END-IF.
       EXIT.

       FIND-OPEN-JOINT-HOLDER.

         MOVE "N" TO WS-LINK-DONE
         MOVE CUS-ACCOUNT-NUM TO OWN-ACCOUNT-NUM
         MOVE 0 TO OWN-CIF-ID
         START OWNER-LINK-FILE KEY IS NOT LESS THAN OWN-KEY
           INVALID KEY
             MOVE "Y" TO WS-LINK-DONE
         END-START
         PERFORM UNTIL WS-LINK-DONE = "Y"
           READ OWNER-LINK-FILE NEXT RECORD
             AT END
               MOVE "Y" TO WS-LINK-DONE
             NOT AT END
               IF OWN-ACCOUNT-NUM NOT = CUS-ACCOUNT-NUM
                  MOVE "Y" TO WS-LINK-DONE
               ELSE
                  IF OWN-ROLE-JOINT
                     MOVE OWN-CIF-ID TO CIF-ID
                     READ CIF-FILE
                        KEY IS CIF-ID
                        INVALID KEY
                          MOVE "C" TO CIF-STATUS
                     END-READ
                     IF CIF-ACTIVE
                        MOVE "Y" TO WS-OPEN-HOLDER
                        MOVE "Y" TO WS-LINK-DONE
                     END-IF
                  END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

       NOTE-JOINT-HOLDERS.

         MOVE "N" TO WS-LINK-DONE
         MOVE CUS-ACCOUNT-NUM TO OWN-ACCOUNT-NUM
         MOVE 0 TO OWN-CIF-ID
         START OWNER-LINK-FILE KEY IS NOT LESS THAN OWN-KEY
           INVALID KEY
             MOVE "Y" TO WS-LINK-DONE
         END-START
         PERFORM UNTIL WS-LINK-DONE = "Y"
           READ OWNER-LINK-FILE NEXT RECORD
             AT END
               MOVE "Y" TO WS-LINK-DONE
             NOT AT END
               IF OWN-ACCOUNT-NUM NOT = CUS-ACCOUNT-NUM
                  MOVE "Y" TO WS-LINK-DONE
               ELSE
                  IF OWN-ROLE-JOINT
                     MOVE OWN-CIF-ID TO WS-WORK-CIF-ID
                     PERFORM NOTE-DQ-CIF
                  END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

      *Holds the customer against the first account seen, and marks
      *them as having contact details once any account has some.
       NOTE-DQ-CIF.

         PERFORM FIND-DQ-CIF
         IF WS-DQC-FOUND = "Y"
            IF WS-HAS-CONTACT = "Y"
               MOVE "Y" TO WS-DQC-CONTACT(WS-DQC-IDX)
            END-IF
         ELSE
            IF WS-DQC-COUNT < 5000
               ADD 1 TO WS-DQC-COUNT
               MOVE WS-WORK-CIF-ID  TO WS-DQC-CIF-ID(WS-DQC-COUNT)
               MOVE CUS-BRANCH-CODE TO WS-DQC-BRANCH(WS-DQC-COUNT)
               MOVE CUS-ACCOUNT-NUM TO WS-DQC-ACCOUNT(WS-DQC-COUNT)
               MOVE WS-HAS-CONTACT  TO WS-DQC-CONTACT(WS-DQC-COUNT)
            ELSE
               MOVE "Y" TO WS-DQC-OVERFLOW
            END-IF
         END-IF.
       EXIT.

       FIND-DQ-CIF.

         MOVE "N" TO WS-DQC-FOUND
         PERFORM VARYING WS-DQC-IDX FROM 1 BY 1
                 UNTIL WS-DQC-IDX > WS-DQC-COUNT
                    OR WS-DQC-FOUND = "Y"
           IF WS-DQC-CIF-ID(WS-DQC-IDX) = WS-WORK-CIF-ID
              MOVE "Y" TO WS-DQC-FOUND
           END-IF
         END-PERFORM
         IF WS-DQC-FOUND = "Y"
            SUBTRACT 1 FROM WS-DQC-IDX
         END-IF.
       EXIT.

      *Finds the scorecard line for WS-WORK-BRANCH, adding one the
      *first time a branch code is seen. The branch master is open
      *during the account pass.
       FIND-DQ-BRANCH.

         MOVE "N" TO WS-BRN-FOUND
         PERFORM VARYING WS-BRN-IDX FROM 1 BY 1
                 UNTIL WS-BRN-IDX > WS-BRN-COUNT
                    OR WS-BRN-FOUND = "Y"
           IF WS-BRN-CODE(WS-BRN-IDX) = WS-WORK-BRANCH
              MOVE "Y" TO WS-BRN-FOUND
           END-IF
         END-PERFORM
         IF WS-BRN-FOUND = "Y"
            SUBTRACT 1 FROM WS-BRN-IDX
         ELSE
            IF WS-BRN-COUNT < 200
               ADD 1 TO WS-BRN-COUNT
            END-IF
            MOVE WS-BRN-COUNT TO WS-BRN-IDX
            MOVE WS-WORK-BRANCH TO WS-BRN-CODE(WS-BRN-IDX)
            MOVE 0 TO WS-BRN-CHECKED(WS-BRN-IDX)
            MOVE 0 TO WS-BRN-CLEAN(WS-BRN-IDX)
            PERFORM VARYING WS-ISSUE-IDX FROM 1 BY 1
                    UNTIL WS-ISSUE-IDX > 7
              MOVE 0 TO WS-BRN-ISSUE-COUNT(WS-BRN-IDX, WS-ISSUE-IDX)
            END-PERFORM
            MOVE "Y" TO WS-BRN-ON-MASTER(WS-BRN-IDX)
            MOVE SPACES TO WS-BRN-NAME(WS-BRN-IDX)
            IF WS-BRANCH-MASTER = "Y"
               MOVE WS-WORK-BRANCH TO BRN-CODE
               READ BRANCH-FILE
                  KEY IS BRN-CODE
                  INVALID KEY
                    MOVE "N" TO WS-BRN-ON-MASTER(WS-BRN-IDX)
                    MOVE "NOT ON BRANCH MASTER" TO BRN-NAME
               END-READ
               MOVE BRN-NAME TO WS-BRN-NAME(WS-BRN-IDX)
            END-IF
         END-IF.
       EXIT.

      *Second pass, by customer: an active customer who holds
      *accounts but has contact details on none of them. Customers
      *with no account yet have nothing to hold details against.
       CHECK-CUSTOMERS.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT CIF-FILE
         IF FILE-STATUS1 NOT = "00"
            DISPLAY "CIF-FILE not available. FILE STATUS: "
                    FILE-STATUS1
            MOVE "Y" TO END-OF-FILE
         END-IF
         PERFORM UNTIL END-OF-FILE = "Y"
           READ CIF-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               MOVE CIF-ID TO WS-WORK-CIF-ID
               PERFORM FIND-DQ-CIF
               IF CIF-ACTIVE AND WS-DQC-FOUND = "Y"
                  ADD 1 TO WS-CIFS-READ
                  PERFORM CHECK-ONE-CUSTOMER
               END-IF
           END-READ
         END-PERFORM
         CLOSE CIF-FILE.
       EXIT.

       CHECK-ONE-CUSTOMER.

         MOVE 0 TO WS-RECORD-ISSUES
         MOVE WS-DQC-BRANCH(WS-DQC-IDX) TO WS-WORK-BRANCH
         PERFORM FIND-DQ-BRANCH
         IF WS-DQC-CONTACT(WS-DQC-IDX) NOT = "Y"
            MOVE WS-DQC-ACCOUNT(WS-DQC-IDX) TO CUS-ACCOUNT-NUM
            MOVE WS-DQC-BRANCH(WS-DQC-IDX)  TO CUS-BRANCH-CODE
            MOVE "NOCONT" TO WS-ISSUE-CODE
            MOVE 2 TO WS-ISSUE-IDX
            MOVE "CUSTOMER HAS NO CONTACT RECORD ON FILE"
              TO WS-ISSUE-DETAIL
            MOVE "projContactMaintenance" TO WS-FIX-PROGRAM
            PERFORM WRITE-WORK-ITEM
         END-IF
         ADD 1 TO WS-BRN-CHECKED(WS-BRN-IDX)
         IF WS-RECORD-ISSUES = 0
            ADD 1 TO WS-BRN-CLEAN(WS-BRN-IDX)
         END-IF.
       EXIT.

       WRITE-WORK-ITEM.

         ADD 1 TO WS-RECORD-ISSUES
         ADD 1 TO WS-BRN-ISSUE-COUNT(WS-BRN-IDX, WS-ISSUE-IDX)
         ADD 1 TO WS-TOTAL-ISSUES
         MOVE CUS-BRANCH-CODE TO DQW-BRANCH-CODE
         MOVE CUS-ACCOUNT-NUM TO DQW-ACCOUNT-NUM
         MOVE WS-WORK-CIF-ID  TO DQW-CIF-ID
         MOVE WS-ISSUE-CODE   TO DQW-ISSUE
         MOVE WS-ISSUE-DETAIL TO DQW-DETAIL
         MOVE WS-FIX-PROGRAM  TO DQW-FIX-PROGRAM
         MOVE "O"             TO DQW-STATUS
         WRITE DQ-WORK-RECORD.
       EXIT.

      *One line per branch with this month's score, last month's
      *from the history file and the movement between them, then
      *this month's figures are stored for next month. A rerun in
      *the same month replaces that month's history.
       WRITE-SCORECARD.

         MOVE SPACES TO WS-PRINT-FILENAME
         STRING "DQSCORE-" WS-RUN-PERIOD ".prt"
                DELIMITED BY SIZE INTO WS-PRINT-FILENAME
         OPEN OUTPUT DQ-PRINT-FILE
         OPEN I-O DQ-HISTORY-FILE
          IF FILE-STATUS6 = "35"
            OPEN OUTPUT DQ-HISTORY-FILE
            CLOSE DQ-HISTORY-FILE
            OPEN I-O DQ-HISTORY-FILE
          END-IF
         MOVE SPACES TO DQ-PRINT-LINE
         STRING "CUSTOMER DATA-QUALITY SCORECARD FOR " WS-RUN-PERIOD
                "   (PREVIOUS MONTH " WS-PRIOR-PERIOD ")"
                DELIMITED BY SIZE INTO DQ-PRINT-LINE
         WRITE DQ-PRINT-LINE
         MOVE SPACES TO DQ-PRINT-LINE
         WRITE DQ-PRINT-LINE
         MOVE SPACES TO DQ-PRINT-LINE
         STRING "BRANCH NAME                          CHECKED"
                "  CLEAN SCORE  LAST CHANGE NOCIF NOCNT"
                " EMAIL PHONE PCODE BRNCH CLSOW"
                DELIMITED BY SIZE INTO DQ-PRINT-LINE
         WRITE DQ-PRINT-LINE

         PERFORM VARYING WS-BRN-IDX FROM 1 BY 1
                 UNTIL WS-BRN-IDX > WS-BRN-COUNT
           PERFORM WRITE-BRANCH-SCORE
         END-PERFORM

         MOVE SPACES TO DQ-PRINT-LINE
         WRITE DQ-PRINT-LINE
         MOVE 0 TO WS-SCORE
         IF WS-TOTAL-CHECKED > 0
            COMPUTE WS-SCORE ROUNDED =
                    WS-TOTAL-CLEAN * 100 / WS-TOTAL-CHECKED
         END-IF
         MOVE WS-SCORE TO WS-SCORE-ED
         MOVE SPACES TO DQ-PRINT-LINE
         STRING "ALL BRANCHES   CHECKED " WS-TOTAL-CHECKED
                "   CLEAN " WS-TOTAL-CLEAN
                "   SCORE " WS-SCORE-ED
                "   WORKLIST ITEMS " WS-TOTAL-ISSUES
                DELIMITED BY SIZE INTO DQ-PRINT-LINE
         WRITE DQ-PRINT-LINE
         MOVE SPACES TO DQ-PRINT-LINE
         STRING "WORKLIST: " WS-WORK-FILENAME
                DELIMITED BY SIZE INTO DQ-PRINT-LINE
         WRITE DQ-PRINT-LINE
         CLOSE DQ-HISTORY-FILE
         CLOSE DQ-PRINT-FILE.
       EXIT.

       WRITE-BRANCH-SCORE.

         ADD WS-BRN-CHECKED(WS-BRN-IDX) TO WS-TOTAL-CHECKED
         ADD WS-BRN-CLEAN(WS-BRN-IDX)   TO WS-TOTAL-CLEAN
         MOVE 0 TO WS-SCORE
         IF WS-BRN-CHECKED(WS-BRN-IDX) > 0
            COMPUTE WS-SCORE ROUNDED =
                    WS-BRN-CLEAN(WS-BRN-IDX) * 100
                    / WS-BRN-CHECKED(WS-BRN-IDX)
         END-IF
         MOVE WS-SCORE TO WS-SCORE-ED

         MOVE WS-PRIOR-PERIOD TO DQH-PERIOD
         MOVE WS-BRN-CODE(WS-BRN-IDX) TO DQH-BRANCH-CODE
         READ DQ-HISTORY-FILE
            KEY IS DQH-KEY
            INVALID KEY
              MOVE "  N/A" TO WS-PRIOR-ED
              MOVE SPACES TO WS-CHANGE-TEXT
            NOT INVALID KEY
              MOVE DQH-SCORE-PCT TO WS-PRIOR-SCORE
              MOVE DQH-SCORE-PCT TO WS-SCORE-ED
              MOVE WS-SCORE-ED TO WS-PRIOR-ED
              MOVE WS-SCORE TO WS-SCORE-ED
              COMPUTE WS-SCORE-CHANGE = WS-SCORE - WS-PRIOR-SCORE
              MOVE WS-SCORE-CHANGE TO WS-CHANGE-ED
              MOVE WS-CHANGE-ED TO WS-CHANGE-TEXT
         END-READ

         PERFORM VARYING WS-ISSUE-IDX FROM 1 BY 1
                 UNTIL WS-ISSUE-IDX > 7
           MOVE WS-BRN-ISSUE-COUNT(WS-BRN-IDX, WS-ISSUE-IDX)
             TO WS-ISSUE-ED(WS-ISSUE-IDX)
         END-PERFORM
         MOVE SPACES TO DQ-PRINT-LINE
         MOVE WS-BRN-CHECKED(WS-BRN-IDX) TO WS-COUNT-ED
         STRING WS-BRN-CODE(WS-BRN-IDX) "  "
                WS-BRN-NAME(WS-BRN-IDX) WS-COUNT-ED
                DELIMITED BY SIZE INTO DQ-PRINT-LINE
         MOVE WS-BRN-CLEAN(WS-BRN-IDX) TO WS-COUNT-ED
         MOVE WS-COUNT-ED   TO DQ-PRINT-LINE(45:7)
         MOVE WS-SCORE-ED   TO DQ-PRINT-LINE(53:5)
         MOVE WS-PRIOR-ED   TO DQ-PRINT-LINE(59:5)
         MOVE WS-CHANGE-TEXT TO DQ-PRINT-LINE(65:6)
         MOVE WS-ISSUE-ED(1) TO DQ-PRINT-LINE(72:5)
         MOVE WS-ISSUE-ED(2) TO DQ-PRINT-LINE(78:5)
         MOVE WS-ISSUE-ED(3) TO DQ-PRINT-LINE(84:5)
         MOVE WS-ISSUE-ED(4) TO DQ-PRINT-LINE(90:5)
         MOVE WS-ISSUE-ED(5) TO DQ-PRINT-LINE(96:5)
         MOVE WS-ISSUE-ED(6) TO DQ-PRINT-LINE(102:5)
         MOVE WS-ISSUE-ED(7) TO DQ-PRINT-LINE(108:5)
         WRITE DQ-PRINT-LINE

         MOVE WS-RUN-PERIOD TO DQH-PERIOD
         MOVE WS-BRN-CODE(WS-BRN-IDX) TO DQH-BRANCH-CODE
         MOVE WS-BRN-CHECKED(WS-BRN-IDX) TO DQH-RECORDS-CHECKED
         MOVE WS-BRN-CLEAN(WS-BRN-IDX)   TO DQH-RECORDS-CLEAN
         MOVE WS-SCORE TO DQH-SCORE-PCT
         MOVE WS-BRN-ISSUE-COUNT(WS-BRN-IDX, 1) TO DQH-NO-CIF-COUNT
         MOVE WS-BRN-ISSUE-COUNT(WS-BRN-IDX, 2)
           TO DQH-NO-CONTACT-COUNT
         MOVE WS-BRN-ISSUE-COUNT(WS-BRN-IDX, 3)
           TO DQH-BAD-EMAIL-COUNT
         MOVE WS-BRN-ISSUE-COUNT(WS-BRN-IDX, 4)
           TO DQH-BAD-PHONE-COUNT
         MOVE WS-BRN-ISSUE-COUNT(WS-BRN-IDX, 5)
           TO DQH-NO-POSTCODE-COUNT
         MOVE WS-BRN-ISSUE-COUNT(WS-BRN-IDX, 6)
           TO DQH-BAD-BRANCH-COUNT
         MOVE WS-BRN-ISSUE-COUNT(WS-BRN-IDX, 7)
           TO DQH-CLOSED-OWNER-COUNT
         WRITE DQ-HISTORY-RECORD
            INVALID KEY
              REWRITE DQ-HISTORY-RECORD
         END-WRITE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projDataQuality"    TO AUDIT-PROGRAM-NAME
         MOVE "projectDqHistory.dat" TO AUDIT-FILE-NAME
         MOVE "SYSTEM"             TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
