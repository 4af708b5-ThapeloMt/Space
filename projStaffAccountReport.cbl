      *Monthly staff account review
      *Lists on STAFFACCT-yyyymm.prt every account held (as primary
      *or joint holder) by an operator's own CIF or by a related CIF
      *the operator declared, for HR and compliance to review: the
      *month's activity (items, credits, debits), the ledger balance
      *now and the lowest it ran to in the month, any arranged
      *overdraft, and the account-keeping fee the schedule sets
      *against what was actually charged, so a fee waived or cut by
      *relationship pricing shows. An account run below zero in the
      *month is flagged OVERDRAWN; loans are expected to be negative
      *and are not.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projStaffAccountReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERATOR-FILE ASSIGN TO 'projectOperatorFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
                FILE STATUS IS FILE-STATUS.

       SELECT OWNER-LINK-FILE ASSIGN TO 'projectOwnerLinks.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS1.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS2.

       SELECT HISTORY-FILE ASSIGN TO 'projectHistoryFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  HIS-ID
               ALTERNATE RECORD KEY IS HIS-ACCT-DATE-KEY WITH DUPLICATES
              FILE STATUS IS FILE-STATUS3.

       SELECT OD-FACILITY-FILE ASSIGN TO 'projectOdFacility.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODF-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS4.

       SELECT FEE-SCHEDULE-FILE ASSIGN TO 'projectFeeSchedule.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       SELECT STAFF-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
       COPY projectOperatorBook.

       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD HISTORY-FILE.
       COPY projectHistDataBook.

       FD OD-FACILITY-FILE.
       COPY projectOdFacilityBook.

       FD FEE-SCHEDULE-FILE.
       COPY projectFeeScheduleBook.

       FD STAFF-PRINT-FILE.
       01 STAFF-PRINT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-OD-FACILITY-OPEN    PIC X VALUE "N".
       01  WS-LINK-EOF            PIC X VALUE "N".
       01  WS-HIST-EOF            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-RUN-PERIOD          PIC 9(6).
       01  WS-MONTH-START         PIC 9(8).
       01  WS-HIS-PERIOD          PIC 9(6).
       01  WS-PRINT-FILENAME      PIC X(30).

      *Every CIF the operator master ties to an operator, with the
      *operator it belongs to and whether it is their own.
       01  WS-STF-COUNT           PIC 9(3) VALUE 0.
       01  WS-STF-IDX             PIC 9(3).
       01  WS-STF-REL-IDX         PIC 9(1).
       01  WS-STF-TABLE.
        05 WS-STF-ENTRY OCCURS 600 TIMES.
         10 WS-STF-CIF-ID         PIC 9(8).
         10 WS-STF-OPER-ID        PIC X(8).
         10 WS-STF-RELATION       PIC X(7).

       01  WS-FEE-COUNT           PIC 9(2) VALUE 0.
       01  WS-FEE-IDX             PIC 9(2).
       01  WS-FEE-TABLE.
        05 WS-FEE-ENTRY OCCURS 30 TIMES.
         10 WS-FEE-KEY            PIC X(7).
         10 WS-FEE-AMOUNT         PIC 9(4)V99.

       01  WS-ITEM-COUNT          PIC 9(5).
       01  WS-CREDITS             PIC S9(10)V99.
       01  WS-DEBITS              PIC S9(10)V99.
       01  WS-FEE-CHARGED         PIC S9(8)V99.
       01  WS-FEE-SCHEDULED       PIC 9(4)V99.
       01  WS-FEE-WAIVED          PIC S9(8)V99.
       01  WS-SINCE-START         PIC S9(10)V99.
       01  WS-RUNNING             PIC S9(10)V99.
       01  WS-LOWEST-RUNNING      PIC S9(10)V99.
       01  WS-LOWEST-BALANCE      PIC S9(10)V99.
       01  WS-OD-LIMIT            PIC 9(8)V99.
       01  WS-FLAGS               PIC X(30).
       01  WS-FLAG-PTR            PIC 9(2).

       01  WS-BALANCE-SHOW        PIC -ZZZZZZZZ9.99.
       01  WS-LOWEST-SHOW         PIC -ZZZZZZZZ9.99.
       01  WS-CREDITS-SHOW        PIC -ZZZZZZZZ9.99.
       01  WS-DEBITS-SHOW         PIC -ZZZZZZZZ9.99.
       01  WS-OD-SHOW             PIC ZZZZZZZ9.99.
       01  WS-WAIVED-SHOW         PIC -ZZZZZZ9.99.
       01  WS-FEE-DUE-SHOW        PIC ZZZZZZZ9.99.
       01  WS-CHARGED-SHOW        PIC -ZZZZZZ9.99.

       01  WS-ACCOUNT-TOTAL       PIC 9(5) VALUE 0.
       01  WS-OVERDRAWN-TOTAL     PIC 9(5) VALUE 0.
       01  WS-WAIVED-TOTAL        PIC S9(10)V99 VALUE 0.
       01  WS-WAIVED-TOTAL-SHOW   PIC -ZZZZZZZZ9.99.

       COPY projectProductReqBook.
       COPY projectProductBook.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           COMPUTE WS-RUN-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH
           COMPUTE WS-MONTH-START = WS-RUN-PERIOD * 100 + 1
           PERFORM LOAD-STAFF-CIFS
           PERFORM LOAD-FEE-SCHEDULE

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "STAFFACCT-" WS-RUN-PERIOD ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT STAFF-PRINT-FILE
           MOVE SPACES TO STAFF-PRINT-LINE
           STRING "STAFF ACCOUNT REVIEW FOR " WS-RUN-PERIOD
                  " AS AT " WS-RUN-DATE
                  "  (STAFF AND DECLARED RELATED CUSTOMERS: "
                  WS-STF-COUNT ")"
                  DELIMITED BY SIZE INTO STAFF-PRINT-LINE
           WRITE STAFF-PRINT-LINE
           MOVE SPACES TO STAFF-PRINT-LINE
           WRITE STAFF-PRINT-LINE
           MOVE SPACES TO STAFF-PRINT-LINE
           STRING "OPERATOR HOLDER  CIF      ACCOUNT    TYPE    S "
                  "      BALANCE LOWEST IN MTH    OD LIMIT FLAGS"
                  DELIMITED BY SIZE INTO STAFF-PRINT-LINE
           WRITE STAFF-PRINT-LINE
           MOVE SPACES TO STAFF-PRINT-LINE
           STRING "         ITEMS       CREDITS        DEBITS "
                  "  FEE DUE   CHARGED    WAIVED"
                  DELIMITED BY SIZE INTO STAFF-PRINT-LINE
           WRITE STAFF-PRINT-LINE

           OPEN INPUT OWNER-LINK-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT HISTORY-FILE
           OPEN INPUT OD-FACILITY-FILE
           IF FILE-STATUS4 = "00"
              MOVE "Y" TO WS-OD-FACILITY-OPEN
           END-IF
           IF FILE-STATUS1 = "00" AND FILE-STATUS2 = "00"
              PERFORM VARYING WS-STF-IDX FROM 1 BY 1
                      UNTIL WS-STF-IDX > WS-STF-COUNT
                PERFORM LIST-CIF-ACCOUNTS
              END-PERFORM
           ELSE
              MOVE "OWNERSHIP LINKS OR CUSTOMER FILE NOT AVAILABLE"
                   TO STAFF-PRINT-LINE
              WRITE STAFF-PRINT-LINE
           END-IF
           CLOSE OD-FACILITY-FILE
           CLOSE HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE OWNER-LINK-FILE

           MOVE WS-WAIVED-TOTAL TO WS-WAIVED-TOTAL-SHOW
           MOVE SPACES TO STAFF-PRINT-LINE
           WRITE STAFF-PRINT-LINE
           MOVE SPACES TO STAFF-PRINT-LINE
           STRING "STAFF ACCOUNTS LISTED: " WS-ACCOUNT-TOTAL
                  "   OVERDRAWN IN MONTH: " WS-OVERDRAWN-TOTAL
                  "   FEES WAIVED: " WS-WAIVED-TOTAL-SHOW
                  DELIMITED BY SIZE INTO STAFF-PRINT-LINE
           WRITE STAFF-PRINT-LINE
           CLOSE STAFF-PRINT-FILE
           DISPLAY "STAFF ACCOUNT REVIEW: " WS-ACCOUNT-TOTAL
                   " ACCOUNTS, " WS-OVERDRAWN-TOTAL " OVERDRAWN ("
                   WS-PRINT-FILENAME ")".
         GOBACK.

       LOAD-STAFF-CIFS.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT OPERATOR-FILE
            IF FILE-STATUS = "00"
              MOVE LOW-VALUES TO OPER-ID
              START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID
                INVALID KEY
                  MOVE "Y" TO END-OF-FILE
              END-START
              PERFORM UNTIL END-OF-FILE = "Y"
                READ OPERATOR-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF OPER-CIF-ID IS NUMERIC AND OPER-CIF-ID > 0
                       AND WS-STF-COUNT < 600
                       ADD 1 TO WS-STF-COUNT
                       MOVE OPER-CIF-ID
                            TO WS-STF-CIF-ID(WS-STF-COUNT)
                       MOVE OPER-ID TO WS-STF-OPER-ID(WS-STF-COUNT)
                       MOVE "OWN" TO WS-STF-RELATION(WS-STF-COUNT)
                    END-IF
                    PERFORM VARYING WS-STF-REL-IDX FROM 1 BY 1
                            UNTIL WS-STF-REL-IDX > 5
                      IF OPER-RELATED-CIF(WS-STF-REL-IDX) IS NUMERIC
                         AND OPER-RELATED-CIF(WS-STF-REL-IDX) > 0
                         AND WS-STF-COUNT < 600
                         ADD 1 TO WS-STF-COUNT
                         MOVE OPER-RELATED-CIF(WS-STF-REL-IDX)
                              TO WS-STF-CIF-ID(WS-STF-COUNT)
                         MOVE OPER-ID
                              TO WS-STF-OPER-ID(WS-STF-COUNT)
                         MOVE "RELATED"
                              TO WS-STF-RELATION(WS-STF-COUNT)
                      END-IF
                    END-PERFORM
                END-READ
              END-PERFORM
            END-IF
           CLOSE OPERATOR-FILE.
       EXIT.

       LOAD-FEE-SCHEDULE.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT FEE-SCHEDULE-FILE
            IF FILE-STATUS5 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ FEE-SCHEDULE-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF WS-FEE-COUNT < 30
                       ADD 1 TO WS-FEE-COUNT
                       MOVE FEESCH-ACCOUNT-TYPE
                            TO WS-FEE-KEY(WS-FEE-COUNT)
                       MOVE FEESCH-AMOUNT
                            TO WS-FEE-AMOUNT(WS-FEE-COUNT)
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE FEE-SCHEDULE-FILE.
       EXIT.

      *The CIF's accounts sit together on the links' CIF key.
       LIST-CIF-ACCOUNTS.

           MOVE "N" TO WS-LINK-EOF
           MOVE WS-STF-CIF-ID(WS-STF-IDX) TO OWN-CIF-ID
           START OWNER-LINK-FILE KEY IS NOT LESS THAN OWN-CIF-ID
             INVALID KEY
               MOVE "Y" TO WS-LINK-EOF
           END-START
           PERFORM UNTIL WS-LINK-EOF = "Y"
             READ OWNER-LINK-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO WS-LINK-EOF
               NOT AT END
                 IF OWN-CIF-ID NOT = WS-STF-CIF-ID(WS-STF-IDX)
                    MOVE "Y" TO WS-LINK-EOF
                 ELSE
                    MOVE OWN-ACCOUNT-NUM TO ACCOUNT-NUM
                    READ CUSTOMER-FILE INTO CUS-RECORD
                       KEY IS ACCOUNT-NUM
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         PERFORM REVIEW-STAFF-ACCOUNT
                    END-READ
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       REVIEW-STAFF-ACCOUNT.

           ADD 1 TO WS-ACCOUNT-TOTAL
           PERFORM SUM-MONTH-ACTIVITY THRU SUM-MONTH-ACTIVITY-EXIT

      *Everything posted from the first of the month onward, taken
      *off today's balance, gives the opening balance; the lowest
      *running point in the month follows from it.
           COMPUTE WS-LOWEST-BALANCE =
                   CUS-ACCOUNT-BALANCE - WS-SINCE-START
                   + WS-LOWEST-RUNNING

           MOVE 0 TO WS-OD-LIMIT
           IF WS-OD-FACILITY-OPEN = "Y"
              MOVE CUS-ACCOUNT-NUM TO ODF-ACCOUNT-NUM
              READ OD-FACILITY-FILE
                 KEY IS ODF-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF ODF-STATUS-ACTIVE AND
                      (ODF-EXPIRY-DATE = 0 OR
                       ODF-EXPIRY-DATE NOT < WS-RUN-DATE)
                      MOVE ODF-LIMIT TO WS-OD-LIMIT
                   END-IF
              END-READ
           END-IF

           MOVE 0 TO WS-FEE-SCHEDULED
           MOVE CUS-ACCOUNT-TYPE TO PRDQ-CODE
           CALL 'projProductLookup' USING PRODUCT-REQUEST
                                          PRODUCT-RECORD
           IF PRDQ-FOUND
              PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                      UNTIL WS-FEE-IDX > WS-FEE-COUNT
                IF WS-FEE-KEY(WS-FEE-IDX) = PROD-FEE-KEY
                   MOVE WS-FEE-AMOUNT(WS-FEE-IDX) TO WS-FEE-SCHEDULED
                END-IF
              END-PERFORM
           END-IF
      *Fees post on the month's last business day, ahead of this
      *step; whatever part of the scheduled fee was not charged (a
      *relationship pricing discount or waiver, or a FEE reversed)
      *is reported as waived.
           MOVE 0 TO WS-FEE-WAIVED
           IF WS-FEE-SCHEDULED > 0 AND CUS-ACCOUNT-ACTIVE
              COMPUTE WS-FEE-WAIVED = WS-FEE-SCHEDULED + WS-FEE-CHARGED
              IF WS-FEE-WAIVED < 0
                 MOVE 0 TO WS-FEE-WAIVED
              END-IF
           END-IF

           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF WS-LOWEST-BALANCE < 0 AND CUS-ACCOUNT-TYPE NOT = "LOAN"
              ADD 1 TO WS-OVERDRAWN-TOTAL
              STRING "OVERDRAWN " DELIMITED BY SIZE
                     INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-FEE-WAIVED > 0
              ADD WS-FEE-WAIVED TO WS-WAIVED-TOTAL
              STRING "FEE WAIVED " DELIMITED BY SIZE
                     INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF NOT CUS-ACCOUNT-ACTIVE
              STRING "NOT ACTIVE " DELIMITED BY SIZE
                     INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF

           MOVE CUS-ACCOUNT-BALANCE TO WS-BALANCE-SHOW
           MOVE WS-CREDITS          TO WS-CREDITS-SHOW
           MOVE WS-DEBITS           TO WS-DEBITS-SHOW
           MOVE WS-LOWEST-BALANCE   TO WS-LOWEST-SHOW
           MOVE WS-OD-LIMIT         TO WS-OD-SHOW
           MOVE WS-FEE-WAIVED       TO WS-WAIVED-SHOW
           MOVE SPACES TO STAFF-PRINT-LINE
           MOVE WS-FEE-SCHEDULED    TO WS-FEE-DUE-SHOW
           MOVE WS-FEE-CHARGED      TO WS-CHARGED-SHOW
           STRING WS-STF-OPER-ID(WS-STF-IDX) " "
                  WS-STF-RELATION(WS-STF-IDX) " "
                  WS-STF-CIF-ID(WS-STF-IDX) " "
                  CUS-ACCOUNT-NUM " " CUS-ACCOUNT-TYPE " "
                  CUS-ACCOUNT-STATUS " " WS-BALANCE-SHOW " "
                  WS-LOWEST-SHOW " " WS-OD-SHOW " " WS-FLAGS
                  DELIMITED BY SIZE INTO STAFF-PRINT-LINE
           WRITE STAFF-PRINT-LINE
           MOVE SPACES TO STAFF-PRINT-LINE
           STRING "         " WS-ITEM-COUNT " " WS-CREDITS-SHOW " "
                  WS-DEBITS-SHOW " " WS-FEE-DUE-SHOW " "
                  WS-CHARGED-SHOW " " WS-WAIVED-SHOW
                  DELIMITED BY SIZE INTO STAFF-PRINT-LINE
           WRITE STAFF-PRINT-LINE.
       EXIT.

      *History rows for the account from the first of the month on,
      *in date order. WS-LOWEST-RUNNING is the lowest the movements
      *took the balance below where the month opened (zero if they
      *never did).
       SUM-MONTH-ACTIVITY.

           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-CREDITS
           MOVE 0 TO WS-DEBITS
           MOVE 0 TO WS-FEE-CHARGED
           MOVE 0 TO WS-SINCE-START
           MOVE 0 TO WS-RUNNING
           MOVE 0 TO WS-LOWEST-RUNNING
           IF FILE-STATUS3 NOT = "00"
              GO TO SUM-MONTH-ACTIVITY-EXIT
           END-IF
           MOVE "N" TO WS-HIST-EOF
           MOVE CUS-ACCOUNT-NUM TO HIS-ACCOUNT-NUM
           MOVE WS-MONTH-START  TO HIS-TRANSACTION-DATE
           START HISTORY-FILE KEY IS NOT LESS THAN HIS-ACCT-DATE-KEY
             INVALID KEY
               MOVE "Y" TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = "Y"
             READ HISTORY-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO WS-HIST-EOF
               NOT AT END
                 IF HIS-ACCOUNT-NUM NOT = CUS-ACCOUNT-NUM
                    MOVE "Y" TO WS-HIST-EOF
                 ELSE
                    ADD HIS-TRANS-AMOUNT TO WS-SINCE-START
                    COMPUTE WS-HIS-PERIOD =
                            HIS-TRANS-YEAR * 100 + HIS-TRANS-MONTH
                    IF WS-HIS-PERIOD = WS-RUN-PERIOD
                       ADD 1 TO WS-ITEM-COUNT
                       IF HIS-TRANS-AMOUNT < 0
                          ADD HIS-TRANS-AMOUNT TO WS-DEBITS
                       ELSE
                          ADD HIS-TRANS-AMOUNT TO WS-CREDITS
                       END-IF
                       IF HIS-TRANS-TYPE = "FEE"
                          ADD HIS-TRANS-AMOUNT TO WS-FEE-CHARGED
                       END-IF
                       ADD HIS-TRANS-AMOUNT TO WS-RUNNING
                       IF WS-RUNNING < WS-LOWEST-RUNNING
                          MOVE WS-RUNNING TO WS-LOWEST-RUNNING
                       END-IF
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
       SUM-MONTH-ACTIVITY-EXIT.
       EXIT.
