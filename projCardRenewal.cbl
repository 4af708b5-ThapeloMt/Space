      *Monthly card renewal batch step
      *Cards used to run past CARD-EXPIRY-DATE and simply start
      *failing at the ATM. This step finds every active card whose
      *expiry falls inside PARM-CARD-RENEW-DAYS of the business date
      *on an account that is still active, and issues its renewal:
      *a new card number on the same account with the same daily
      *limits, expiring three years after the old card, written
      *pending. The old card stays active and usable until the
      *customer activates the new one through projCardMaintenance.
      *A card-dispatch notice is queued for projNoticeEngine and
      *each renewal is listed on CARDRENEW.prt and audited. A card
      *already renewed or replaced is never picked up twice.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projCardRenewal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CARD-REGISTER-FILE ASSIGN TO
           'projectCardRegister.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               ALTERNATE RECORD KEY IS CARD-ACCOUNT-NUM
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS1.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT NOTICE-TRIGGER-FILE ASSIGN TO
           'projectNoticeTriggers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT RENEWAL-PRINT-FILE ASSIGN TO 'CARDRENEW.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-REGISTER-FILE.
       COPY projectCardBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD NOTICE-TRIGGER-FILE.
       COPY projectNoticeBook.

       FD RENEWAL-PRINT-FILE.
       01 RENEWAL-PRINT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-CUSTOMER-OPEN       PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 99.
        05 WS-RUN-DAY             PIC 99.
       01  WS-RENEW-DAYS          PIC 9(3) VALUE 45.
       01  WS-EPOCH-DAYS          PIC 9(9).
       01  WS-WINDOW-DATE         PIC 9(8).
       01  WS-WINDOW-DATE-X REDEFINES WS-WINDOW-DATE.
        05 WS-WINDOW-YEAR         PIC 9(4).
        05 WS-WINDOW-MONTH        PIC 99.
        05 WS-WINDOW-DAY          PIC 99.
       01  WS-NEW-EXPIRY          PIC 9(8).
       01  WS-NEW-EXPIRY-X REDEFINES WS-NEW-EXPIRY.
        05 WS-NEW-EXPIRY-YEAR     PIC 9(4).
        05 WS-NEW-EXPIRY-MONTH    PIC 99.
        05 WS-NEW-EXPIRY-DAY      PIC 99.
       01  WS-HIGH-CARD-NUMBER    PIC 9(16) VALUE 0.
       01  WS-NEW-CARD-NUMBER     PIC 9(16).
       01  WS-NEW-CARD-X REDEFINES WS-NEW-CARD-NUMBER.
        05 FILLER                 PIC X(12).
        05 WS-NEW-CARD-LAST4      PIC X(4).
       01  WS-OLD-CARD-NUMBER     PIC 9(16).
       01  WS-ACCOUNT-ACTIVE      PIC X.
       01  WS-WRITE-OK            PIC X.
       01  WS-CANDIDATE-COUNT     PIC 9(5) VALUE 0.
       01  WS-RENEWED-COUNT       PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT       PIC 9(5) VALUE 0.

      *Cards due for renewal, staged on the first pass so the
      *renewals are not written into the register while it is
      *being read through.
       01  WS-DUE-TABLE.
        05 WS-DUE-ENTRY OCCURS 500 TIMES.
         10 WS-DUE-CARD           PIC X(97).
       01  WS-DUE-COUNT           PIC 9(3) VALUE 0.
       01  WS-DUE-IDX             PIC 9(3).
       01  WS-DUE-OVERFLOW        PIC X VALUE "N".

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-RENEWAL-WINDOW
           CALL 'CalculateEpochDays' USING WS-RUN-YEAR WS-RUN-MONTH
                WS-RUN-DAY WS-EPOCH-DAYS
           ADD WS-RENEW-DAYS TO WS-EPOCH-DAYS
           CALL 'CalculateCalendarDate' USING WS-EPOCH-DAYS
                WS-WINDOW-YEAR WS-WINDOW-MONTH WS-WINDOW-DAY

           OPEN I-O CARD-REGISTER-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "Card register not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF

           PERFORM FIND-CARDS-DUE
           IF WS-DUE-OVERFLOW = "Y"
              DISPLAY "NOTE: only the first 500 cards due are "
                      "renewed this run; rerun for the rest."
           END-IF

           OPEN OUTPUT RENEWAL-PRINT-FILE
           MOVE "CARD RENEWALS ISSUED" TO RENEWAL-PRINT-LINE
           WRITE RENEWAL-PRINT-LINE
           MOVE SPACES TO RENEWAL-PRINT-LINE
           STRING "BUSINESS DATE " WS-RUN-DATE
                  "   EXPIRING BY " WS-WINDOW-DATE
                  DELIMITED BY SIZE INTO RENEWAL-PRINT-LINE
           WRITE RENEWAL-PRINT-LINE
           MOVE SPACES TO RENEWAL-PRINT-LINE
           WRITE RENEWAL-PRINT-LINE
           MOVE SPACES TO RENEWAL-PRINT-LINE
           STRING "OLD CARD         EXPIRES  NEW CARD         "
                  "EXPIRES  ACCOUNT    RESULT"
                  DELIMITED BY SIZE INTO RENEWAL-PRINT-LINE
           WRITE RENEWAL-PRINT-LINE

           MOVE "N" TO WS-CUSTOMER-OPEN
           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS1 = "00"
              MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
             PERFORM RENEW-ONE-CARD THRU RENEW-ONE-CARD-EXIT
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE CARD-REGISTER-FILE

           MOVE SPACES TO RENEWAL-PRINT-LINE
           WRITE RENEWAL-PRINT-LINE
           MOVE SPACES TO RENEWAL-PRINT-LINE
           STRING "CARDS DUE " WS-CANDIDATE-COUNT
                  "   RENEWED " WS-RENEWED-COUNT
                  "   SKIPPED " WS-SKIPPED-COUNT
                  DELIMITED BY SIZE INTO RENEWAL-PRINT-LINE
           WRITE RENEWAL-PRINT-LINE
           CLOSE RENEWAL-PRINT-FILE

           DISPLAY "CARDS DUE FOR RENEWAL         : "
                   WS-CANDIDATE-COUNT
           DISPLAY "RENEWAL CARDS ISSUED          : "
                   WS-RENEWED-COUNT
           DISPLAY "SKIPPED (ACCOUNT NOT ACTIVE)  : "
                   WS-SKIPPED-COUNT
           MOVE "projectCardRegister.dat" TO AUDIT-FILE-NAME
           MOVE "00"                      TO AUDIT-FILE-STATUS
           MOVE "CARD RENEWAL RUN"        TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       READ-RENEWAL-WINDOW.

         OPEN INPUT PARM-FILE
          IF FILE-STATUS2 = "00"
            READ PARM-FILE
              AT END
                CONTINUE
              NOT AT END
                IF PARM-CARD-RENEW-DAYS IS NUMERIC AND
                   PARM-CARD-RENEW-DAYS > 0
                   MOVE PARM-CARD-RENEW-DAYS TO WS-RENEW-DAYS
                END-IF
            END-READ
          ELSE
            DISPLAY "PARM-FILE not available, using default "
                    "renewal window."
          END-IF
         CLOSE PARM-FILE.
       EXIT.

      *First pass: active cards with an expiry inside the window
      *that have not already been renewed or replaced, and the
      *highest card number on the register, which the new numbers
      *are allocated above.
       FIND-CARDS-DUE.

         MOVE "N" TO END-OF-FILE
         MOVE 0 TO CARD-NUMBER
         START CARD-REGISTER-FILE KEY IS NOT LESS THAN CARD-NUMBER
           INVALID KEY
             MOVE "Y" TO END-OF-FILE
         END-START
         PERFORM UNTIL END-OF-FILE = "Y"
           READ CARD-REGISTER-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF CARD-NUMBER > WS-HIGH-CARD-NUMBER
                  MOVE CARD-NUMBER TO WS-HIGH-CARD-NUMBER
               END-IF
               IF CARD-STATUS-ACTIVE AND
                  CARD-EXPIRY-DATE > 0 AND
                  CARD-EXPIRY-DATE NOT > WS-WINDOW-DATE AND
                  CARD-REPLACED-BY-NUM = 0
                  ADD 1 TO WS-CANDIDATE-COUNT
                  IF WS-DUE-COUNT < 500
                     ADD 1 TO WS-DUE-COUNT
                     MOVE CARD-RECORD TO WS-DUE-CARD(WS-DUE-COUNT)
                  ELSE
                     MOVE "Y" TO WS-DUE-OVERFLOW
                  END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

      *Second pass, one due card at a time: the account must still
      *be active, then the renewal is written pending, the old card
      *is pointed at it, the dispatch notice is queued, and the
      *renewal is listed and audited.
       RENEW-ONE-CARD.

         MOVE WS-DUE-CARD(WS-DUE-IDX) TO CARD-RECORD
         MOVE CARD-NUMBER TO WS-OLD-CARD-NUMBER
         PERFORM CHECK-ACCOUNT-ACTIVE
         IF WS-ACCOUNT-ACTIVE = "N"
            ADD 1 TO WS-SKIPPED-COUNT
            MOVE SPACES TO RENEWAL-PRINT-LINE
            STRING WS-OLD-CARD-NUMBER " " CARD-EXPIRY-DATE
                   "                           " CARD-ACCOUNT-NUM
                   " ACCOUNT NOT ACTIVE - NOT RENEWED"
                   DELIMITED BY SIZE INTO RENEWAL-PRINT-LINE
            WRITE RENEWAL-PRINT-LINE
            GO TO RENEW-ONE-CARD-EXIT
         END-IF

      *Three years on from the old expiry, or from today when the
      *card has already lapsed; a 29 February lands on the 28th.
         IF CARD-EXPIRY-DATE < WS-RUN-DATE
            MOVE WS-RUN-DATE TO WS-NEW-EXPIRY
         ELSE
            MOVE CARD-EXPIRY-DATE TO WS-NEW-EXPIRY
         END-IF
         ADD 3 TO WS-NEW-EXPIRY-YEAR
         IF WS-NEW-EXPIRY-MONTH = 2 AND WS-NEW-EXPIRY-DAY = 29
            MOVE 28 TO WS-NEW-EXPIRY-DAY
         END-IF

         MOVE "N" TO WS-WRITE-OK
         PERFORM UNTIL WS-WRITE-OK = "Y"
           ADD 1 TO WS-HIGH-CARD-NUMBER
           MOVE WS-HIGH-CARD-NUMBER TO WS-NEW-CARD-NUMBER
           MOVE WS-DUE-CARD(WS-DUE-IDX) TO CARD-RECORD
           MOVE WS-NEW-CARD-NUMBER   TO CARD-NUMBER
           MOVE "P"                  TO CARD-STATUS
           MOVE WS-RUN-DATE          TO CARD-ISSUE-DATE
           MOVE WS-NEW-EXPIRY        TO CARD-EXPIRY-DATE
           MOVE WS-OLD-CARD-NUMBER   TO CARD-REPLACES-NUM
           MOVE 0                    TO CARD-REPLACED-BY-NUM
           MOVE "N"                  TO CARD-ISSUE-REASON
           WRITE CARD-RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "Y" TO WS-WRITE-OK
           END-WRITE
         END-PERFORM

         MOVE WS-OLD-CARD-NUMBER TO CARD-NUMBER
         READ CARD-REGISTER-FILE
            KEY IS CARD-NUMBER
            INVALID KEY
              DISPLAY "Renewed card vanished from register: "
                      WS-OLD-CARD-NUMBER
            NOT INVALID KEY
              MOVE WS-NEW-CARD-NUMBER TO CARD-REPLACED-BY-NUM
              REWRITE CARD-RECORD
         END-READ

         PERFORM QUEUE-DISPATCH-NOTICE
         ADD 1 TO WS-RENEWED-COUNT
         MOVE SPACES TO RENEWAL-PRINT-LINE
         STRING WS-OLD-CARD-NUMBER " " CARD-EXPIRY-DATE " "
                WS-NEW-CARD-NUMBER " " WS-NEW-EXPIRY " "
                CARD-ACCOUNT-NUM " RENEWED, PENDING ACTIVATION"
                DELIMITED BY SIZE INTO RENEWAL-PRINT-LINE
         WRITE RENEWAL-PRINT-LINE
         MOVE SPACES TO AUDIT-MESSAGE
         STRING "CARD RENEWED " WS-OLD-CARD-NUMBER
                DELIMITED BY SIZE INTO AUDIT-MESSAGE
         MOVE "projectCardRegister.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS               TO AUDIT-FILE-STATUS
         PERFORM WRITE-AUDIT-LOG.
       RENEW-ONE-CARD-EXIT.
       EXIT.

       CHECK-ACCOUNT-ACTIVE.

         MOVE "N" TO WS-ACCOUNT-ACTIVE
         IF WS-CUSTOMER-OPEN = "Y"
            MOVE CARD-ACCOUNT-NUM TO ACCOUNT-NUM
            READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF CUS-ACCOUNT-STATUS = "A"
                    MOVE "Y" TO WS-ACCOUNT-ACTIVE
                 END-IF
            END-READ
         END-IF.
       EXIT.

       QUEUE-DISPATCH-NOTICE.

         OPEN EXTEND NOTICE-TRIGGER-FILE
          IF FILE-STATUS3 = "35"
            CLOSE NOTICE-TRIGGER-FILE
            OPEN OUTPUT NOTICE-TRIGGER-FILE
          END-IF
          MOVE WS-RUN-DATE      TO NTC-DATE
          MOVE CARD-ACCOUNT-NUM TO NTC-ACCOUNT-NUM
          MOVE "CARDDISP"       TO NTC-TYPE
          MOVE SPACES           TO NTC-TEXT
          STRING "Renewal card ending " WS-NEW-CARD-LAST4
                 " dispatched - activate it on receipt"
                 DELIMITED BY SIZE INTO NTC-TEXT
          MOVE "P"              TO NTC-STATUS
          WRITE NOTICE-TRIGGER-RECORD
         CLOSE NOTICE-TRIGGER-FILE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projCardRenewal" TO AUDIT-PROGRAM-NAME
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
