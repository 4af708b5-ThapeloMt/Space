      *rejects its ATM-channel withdrawals, reactivates a card found
      *again, and lists an account's cards. Card issue and block
      *follow the projChequeMaintenance teller pattern.
      *Each card carries daily ATM and POS amount limits and a daily
      *item count limit, set to the standard limits at issue. A
      *teller may lower them; raising any of them needs a supervisor
      *to sign on and approve the change.
      *A lost or stolen card is replaced in one step: the old card
      *is blocked and the new one issued against it, each carrying
      *the other's number. Renewal cards from the monthly renewal
      *run arrive pending and are activated here, which retires the
      *card they renew. A card lost or stolen while its renewal is
      *still pending is replaced all the same; the pending renewal
      *is cancelled and points at the replacement instead.
      *When the account's phone or email changed inside the
      *account-takeover window and the call centre has not yet
      *confirmed it, the replacement is issued pending and cannot
      *be activated until the callback is recorded. Such cards are
      *listed on the daily callback report.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projCardMaintenance.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT CONTACT-FILE ASSIGN TO 'projectContactFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS3.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-REGISTER-FILE.
       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       FD CONTACT-FILE.
       COPY projectContactBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.
       COPY projHISTdateDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ENTRY-ACCOUNT-NUM   PIC 9(10).
       01  WS-ISSUE-DATE          PIC 9(8).
       01  WS-CUSTOMER-FOUND      PIC X VALUE "N".
       01  WS-ANOTHER             PIC X VALUE "Y".
      *Standard limits a new card is issued with.
       01  WS-STD-ATM-LIMIT       PIC 9(7)V99 VALUE 5000.00.
       01  WS-STD-POS-LIMIT       PIC 9(7)V99 VALUE 20000.00.
       01  WS-STD-COUNT-LIMIT     PIC 9(3) VALUE 20.
       01  WS-ANSWER              PIC X(20).
       01  WS-NUM-WORK            PIC S9(10)V99.
       01  WS-NEW-ATM-LIMIT       PIC 9(7)V99.
       01  WS-NEW-POS-LIMIT       PIC 9(7)V99.
       01  WS-NEW-COUNT-LIMIT     PIC 9(3).
       01  WS-LIMIT-RAISED        PIC X VALUE "N".
       01  WS-ENTRY-OK            PIC X VALUE "Y".
       01  WS-OLD-CARD-NUMBER     PIC 9(16).
       01  WS-ENTRY-REASON        PIC X.
       01  WS-HELD-CARD           PIC X(97).
       01  WS-RENEWAL-CARD-NUMBER PIC 9(16).
       01  WS-ATO-WINDOW-DAYS     PIC 9(3) VALUE 0.
       01  WS-ATO-HOLD            PIC X VALUE "N".

       PROCEDURE DIVISION.

                      FILE-STATUS
              GOBACK
            END-IF
           PERFORM READ-ATO-PARM

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (I=issue B=block R=reactivate "
                     "X=replace lost/stolen V=activate "
                     "M=daily limits L=list): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "I"
                WHEN "R"
                WHEN "r"
                  PERFORM REACTIVATE-CARD
                WHEN "X"
                WHEN "x"
                  PERFORM REPLACE-LOST-CARD THRU REPLACE-LOST-CARD-EXIT
                WHEN "V"
                WHEN "v"
                  PERFORM ACTIVATE-CARD THRU ACTIVATE-CARD-EXIT
                WHEN "M"
                WHEN "m"
                  PERFORM MAINTAIN-CARD-LIMITS
                     THRU MAINTAIN-CARD-LIMITS-EXIT
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-ACCOUNT-CARDS
             MOVE "A"                  TO CARD-STATUS
             MOVE WS-ISSUE-DATE        TO CARD-ISSUE-DATE
             MOVE WS-ENTRY-EXPIRY      TO CARD-EXPIRY-DATE
             MOVE WS-STD-ATM-LIMIT     TO CARD-ATM-DAILY-LIMIT
             MOVE WS-STD-POS-LIMIT     TO CARD-POS-DAILY-LIMIT
             MOVE WS-STD-COUNT-LIMIT   TO CARD-DAILY-COUNT-LIMIT
             MOVE 0                    TO CARD-REPLACES-NUM
             MOVE 0                    TO CARD-REPLACED-BY-NUM
             MOVE "I"                  TO CARD-ISSUE-REASON
             WRITE CARD-RECORD
              INVALID KEY
                DISPLAY "Card already on register, not issued: "
              INVALID KEY
                DISPLAY "Card not on register."
              NOT INVALID KEY
               PERFORM FIND-PENDING-RENEWAL
               IF CARD-REPLACED-BY-NUM > 0 AND
                  WS-RENEWAL-CARD-NUMBER = 0
                DISPLAY "Card was replaced by " CARD-REPLACED-BY-NUM
                        " - not reactivated."
               ELSE IF CARD-STATUS-PENDING
                DISPLAY "Card is pending - use V to activate it."
               ELSE
                MOVE "A" TO CARD-STATUS
                REWRITE CARD-RECORD
                DISPLAY "Card reactivated: " WS-ENTRY-CARD-NUMBER
                MOVE "CARD REACTIVATED" TO AUDIT-MESSAGE
                PERFORM WRITE-AUDIT-LOG
               END-IF
               END-IF
           END-READ.
       EXIT.

      *Lost or stolen: the old card is blocked at once and the
      *replacement, handed over at the branch, is active straight
      *away on the same account with the old card's limits. Each
      *card records the other so the history shows the chain.
      *A renewal still pending for the old card does not stop the
      *replacement: it is cancelled (blocked) and relinked to the
      *replacement so it can never be activated. While an
      *unconfirmed contact change is inside the account-takeover
      *window the replacement is issued pending instead of active.
       REPLACE-LOST-CARD.

           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Card number reported lost or stolen: "
           ACCEPT WS-OLD-CARD-NUMBER
           MOVE WS-OLD-CARD-NUMBER TO CARD-NUMBER
           READ CARD-REGISTER-FILE
              KEY IS CARD-NUMBER
              INVALID KEY
                DISPLAY "Card not on register."
                MOVE "N" TO WS-ENTRY-OK
           END-READ
           IF WS-ENTRY-OK = "N"
              GO TO REPLACE-LOST-CARD-EXIT
           END-IF
           PERFORM FIND-PENDING-RENEWAL
           IF CARD-REPLACED-BY-NUM > 0 AND WS-RENEWAL-CARD-NUMBER = 0
              DISPLAY "Card already replaced by "
                      CARD-REPLACED-BY-NUM
              GO TO REPLACE-LOST-CARD-EXIT
           END-IF
           MOVE CARD-ACCOUNT-NUM TO WS-ENTRY-ACCOUNT-NUM
           PERFORM LOOKUP-CUSTOMER-ACCOUNT
           IF WS-CUSTOMER-FOUND NOT = "Y"
              DISPLAY "Replacement not issued."
              GO TO REPLACE-LOST-CARD-EXIT
           END-IF

           DISPLAY "Reason (L=lost S=stolen): "
           ACCEPT WS-ENTRY-REASON
           IF WS-ENTRY-REASON = "l"
              MOVE "L" TO WS-ENTRY-REASON
           END-IF
           IF WS-ENTRY-REASON = "s"
              MOVE "S" TO WS-ENTRY-REASON
           END-IF
           IF WS-ENTRY-REASON NOT = "L" AND WS-ENTRY-REASON NOT = "S"
              DISPLAY "Rejected: reason must be L or S."
              GO TO REPLACE-LOST-CARD-EXIT
           END-IF
           DISPLAY "Replacement card number (16 digits): "
           ACCEPT WS-ENTRY-CARD-NUMBER
           DISPLAY "Expiry date YYYYMMDD (0 for none): "
           ACCEPT WS-ENTRY-EXPIRY
           CALL 'GetBusinessDate' USING WS-ISSUE-DATE
           PERFORM CHECK-CONTACT-TAKEOVER

      *The old card is re-read after the customer lookup, kept, and
      *the replacement written from its image.
           MOVE WS-OLD-CARD-NUMBER TO CARD-NUMBER
           READ CARD-REGISTER-FILE
              KEY IS CARD-NUMBER
              INVALID KEY
                DISPLAY "Card not on register."
                MOVE "N" TO WS-ENTRY-OK
           END-READ
           IF WS-ENTRY-OK = "N"
              GO TO REPLACE-LOST-CARD-EXIT
           END-IF
           MOVE CARD-RECORD TO WS-HELD-CARD
           MOVE WS-ENTRY-CARD-NUMBER TO CARD-NUMBER
           IF WS-ATO-HOLD = "Y"
              MOVE "P"               TO CARD-STATUS
           ELSE
              MOVE "A"               TO CARD-STATUS
           END-IF
           MOVE WS-ISSUE-DATE        TO CARD-ISSUE-DATE
           MOVE WS-ENTRY-EXPIRY      TO CARD-EXPIRY-DATE
           MOVE WS-OLD-CARD-NUMBER   TO CARD-REPLACES-NUM
           MOVE 0                    TO CARD-REPLACED-BY-NUM
           MOVE WS-ENTRY-REASON      TO CARD-ISSUE-REASON
           WRITE CARD-RECORD
            INVALID KEY
              DISPLAY "Card already on register, not issued: "
                      WS-ENTRY-CARD-NUMBER
              MOVE "N" TO WS-ENTRY-OK
           END-WRITE
           IF WS-ENTRY-OK = "N"
              GO TO REPLACE-LOST-CARD-EXIT
           END-IF

           MOVE WS-HELD-CARD TO CARD-RECORD
           MOVE "B"                  TO CARD-STATUS
           MOVE WS-ENTRY-CARD-NUMBER TO CARD-REPLACED-BY-NUM
           REWRITE CARD-RECORD
           DISPLAY "Card " WS-OLD-CARD-NUMBER " blocked and replaced "
                   "by " WS-ENTRY-CARD-NUMBER
           MOVE SPACES TO AUDIT-MESSAGE
           IF WS-ENTRY-REASON = "L"
              STRING "CARD LOST, REPLACED " WS-OLD-CARD-NUMBER
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
           ELSE
              STRING "CARD STOLEN, REPLACED " WS-OLD-CARD-NUMBER
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
           END-IF
           PERFORM WRITE-AUDIT-LOG
           IF WS-ATO-HOLD = "Y"
              DISPLAY "Contact details changed recently and not yet "
                      "confirmed - replacement issued PENDING until "
                      "the call centre callback is recorded."
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "CARD HELD FOR CALLBACK " WS-ENTRY-CARD-NUMBER
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-IF

           IF WS-RENEWAL-CARD-NUMBER > 0
              MOVE WS-RENEWAL-CARD-NUMBER TO CARD-NUMBER
              READ CARD-REGISTER-FILE
                 KEY IS CARD-NUMBER
                 INVALID KEY
                   GO TO REPLACE-LOST-CARD-EXIT
              END-READ
              MOVE "B"                  TO CARD-STATUS
              MOVE WS-ENTRY-CARD-NUMBER TO CARD-REPLACED-BY-NUM
              REWRITE CARD-RECORD
              DISPLAY "Pending renewal card " WS-RENEWAL-CARD-NUMBER
                      " cancelled."
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "CARD RENEWAL CANCELLED " WS-RENEWAL-CARD-NUMBER
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       REPLACE-LOST-CARD-EXIT.
       EXIT.

      *A pending card (a renewal from the monthly run) becomes
      *usable here, on the customer's confirmation of receipt; the
      *card it renews, still active until now, is retired. A lost
      *or stolen replacement held pending for an account-takeover
      *callback stays pending until the callback is recorded.
       ACTIVATE-CARD.

           DISPLAY "Card number to activate: "
           ACCEPT WS-ENTRY-CARD-NUMBER
           MOVE WS-ENTRY-CARD-NUMBER TO CARD-NUMBER
           READ CARD-REGISTER-FILE
              KEY IS CARD-NUMBER
              INVALID KEY
                DISPLAY "Card not on register."
                GO TO ACTIVATE-CARD-EXIT
           END-READ
           IF NOT CARD-STATUS-PENDING
              DISPLAY "Card is not pending activation, status "
                      CARD-STATUS
              GO TO ACTIVATE-CARD-EXIT
           END-IF
           IF CARD-ISSUED-LOST OR CARD-ISSUED-STOLEN
              MOVE CARD-ACCOUNT-NUM TO WS-ENTRY-ACCOUNT-NUM
              CALL 'GetBusinessDate' USING WS-ISSUE-DATE
              PERFORM CHECK-CONTACT-TAKEOVER
              IF WS-ATO-HOLD = "Y"
                 DISPLAY "Contact change not yet confirmed by the "
                         "call centre - card stays pending."
                 GO TO ACTIVATE-CARD-EXIT
              END-IF
           END-IF
           MOVE "A" TO CARD-STATUS
           MOVE CARD-REPLACES-NUM TO WS-OLD-CARD-NUMBER
           REWRITE CARD-RECORD
           DISPLAY "Card activated: " WS-ENTRY-CARD-NUMBER
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "CARD ACTIVATED " WS-ENTRY-CARD-NUMBER
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG

           IF WS-OLD-CARD-NUMBER > 0
              MOVE WS-OLD-CARD-NUMBER TO CARD-NUMBER
              READ CARD-REGISTER-FILE
                 KEY IS CARD-NUMBER
                 INVALID KEY
                   GO TO ACTIVATE-CARD-EXIT
              END-READ
              IF CARD-STATUS-ACTIVE
                 MOVE "R" TO CARD-STATUS
                 REWRITE CARD-RECORD
                 DISPLAY "Card " WS-OLD-CARD-NUMBER " retired."
                 MOVE SPACES TO AUDIT-MESSAGE
                 STRING "CARD RETIRED " WS-OLD-CARD-NUMBER
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
                 PERFORM WRITE-AUDIT-LOG
              END-IF
           END-IF.
       ACTIVATE-CARD-EXIT.
       EXIT.

      *Each limit is shown with its current value (. keeps it). Any
      *limit going up - including to zero, which lifts it - is a
      *raise, and the change is only written once a supervisor has
      *signed on over the teller and approved it.
       MAINTAIN-CARD-LIMITS.

           MOVE "Y" TO WS-ENTRY-OK
           MOVE "N" TO WS-LIMIT-RAISED
           DISPLAY "Card number: "
           ACCEPT WS-ENTRY-CARD-NUMBER
           MOVE WS-ENTRY-CARD-NUMBER TO CARD-NUMBER
           READ CARD-REGISTER-FILE
              KEY IS CARD-NUMBER
              INVALID KEY
                DISPLAY "Card not on register."
                MOVE "N" TO WS-ENTRY-OK
           END-READ
           IF WS-ENTRY-OK = "N"
              GO TO MAINTAIN-CARD-LIMITS-EXIT
           END-IF

           MOVE CARD-ATM-DAILY-LIMIT   TO WS-NEW-ATM-LIMIT
           MOVE CARD-POS-DAILY-LIMIT   TO WS-NEW-POS-LIMIT
           MOVE CARD-DAILY-COUNT-LIMIT TO WS-NEW-COUNT-LIMIT
           DISPLAY "Daily ATM amount limit [" CARD-ATM-DAILY-LIMIT
                   "] (0=none, . keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 9999999.99
                 DISPLAY "Rejected: limit out of range."
                 MOVE "N" TO WS-ENTRY-OK
              ELSE
                 MOVE WS-NUM-WORK TO WS-NEW-ATM-LIMIT
              END-IF
           END-IF
           DISPLAY "Daily POS amount limit [" CARD-POS-DAILY-LIMIT
                   "] (0=none, . keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 9999999.99
                 DISPLAY "Rejected: limit out of range."
                 MOVE "N" TO WS-ENTRY-OK
              ELSE
                 MOVE WS-NUM-WORK TO WS-NEW-POS-LIMIT
              END-IF
           END-IF
           DISPLAY "Daily card item count limit ["
                   CARD-DAILY-COUNT-LIMIT "] (0=none, . keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 999
                 DISPLAY "Rejected: count must be 0 to 999."
                 MOVE "N" TO WS-ENTRY-OK
              ELSE
                 MOVE WS-NUM-WORK TO WS-NEW-COUNT-LIMIT
              END-IF
           END-IF
           IF WS-ENTRY-OK = "N"
              GO TO MAINTAIN-CARD-LIMITS-EXIT
           END-IF

           IF WS-NEW-ATM-LIMIT = 0 AND CARD-ATM-DAILY-LIMIT > 0
              MOVE "Y" TO WS-LIMIT-RAISED
           END-IF
           IF CARD-ATM-DAILY-LIMIT > 0 AND
              WS-NEW-ATM-LIMIT > CARD-ATM-DAILY-LIMIT
              MOVE "Y" TO WS-LIMIT-RAISED
           END-IF
           IF WS-NEW-POS-LIMIT = 0 AND CARD-POS-DAILY-LIMIT > 0
              MOVE "Y" TO WS-LIMIT-RAISED
           END-IF
           IF CARD-POS-DAILY-LIMIT > 0 AND
              WS-NEW-POS-LIMIT > CARD-POS-DAILY-LIMIT
              MOVE "Y" TO WS-LIMIT-RAISED
           END-IF
           IF WS-NEW-COUNT-LIMIT = 0 AND CARD-DAILY-COUNT-LIMIT > 0
              MOVE "Y" TO WS-LIMIT-RAISED
           END-IF
           IF CARD-DAILY-COUNT-LIMIT > 0 AND
              WS-NEW-COUNT-LIMIT > CARD-DAILY-COUNT-LIMIT
              MOVE "Y" TO WS-LIMIT-RAISED
           END-IF

           IF WS-LIMIT-RAISED = "Y"
              DISPLAY "A limit is being raised - supervisor approval "
                      "required."
              MOVE "S" TO SIGNON-REQUIRED-ROLE
              CALL 'projOperatorSignon' USING SIGNON-REQUEST
              IF NOT SIGNON-AUTHORIZED
                 DISPLAY "Not approved - card limits unchanged."
                 GO TO MAINTAIN-CARD-LIMITS-EXIT
              END-IF
           END-IF

           MOVE WS-NEW-ATM-LIMIT   TO CARD-ATM-DAILY-LIMIT
           MOVE WS-NEW-POS-LIMIT   TO CARD-POS-DAILY-LIMIT
           MOVE WS-NEW-COUNT-LIMIT TO CARD-DAILY-COUNT-LIMIT
           REWRITE CARD-RECORD
           DISPLAY "Card limits updated: " WS-ENTRY-CARD-NUMBER
           MOVE SPACES TO AUDIT-MESSAGE
           IF WS-LIMIT-RAISED = "Y"
              STRING "CARD LIMITS RAISED " CARD-NUMBER
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
           ELSE
              STRING "CARD LIMITS LOWERED " CARD-NUMBER
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
           END-IF
           PERFORM WRITE-AUDIT-LOG.
       MAINTAIN-CARD-LIMITS-EXIT.
       EXIT.

       LIST-ACCOUNT-CARDS.

           DISPLAY "Account number: "
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "CARD NUMBER      ST ISSUED   EXPIRES  "
                   "ATM LIMIT  POS LIMIT  CNT"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ CARD-REGISTER-FILE NEXT RECORD
               AT END
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    DISPLAY CARD-NUMBER " " CARD-STATUS "  "
                            CARD-ISSUE-DATE " " CARD-EXPIRY-DATE " "
                            CARD-ATM-DAILY-LIMIT " "
                            CARD-POS-DAILY-LIMIT " "
                            CARD-DAILY-COUNT-LIMIT
                    PERFORM SHOW-CARD-LINKS
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

      *The replacement chain under each card in the listing.
       SHOW-CARD-LINKS.

           IF CARD-REPLACES-NUM > 0
              EVALUATE TRUE
                WHEN CARD-ISSUED-RENEWAL
                  DISPLAY "   RENEWS   " CARD-REPLACES-NUM
                WHEN CARD-ISSUED-LOST
                  DISPLAY "   REPLACES " CARD-REPLACES-NUM " (LOST)"
                WHEN CARD-ISSUED-STOLEN
                  DISPLAY "   REPLACES " CARD-REPLACES-NUM
                          " (STOLEN)"
                WHEN OTHER
                  DISPLAY "   REPLACES " CARD-REPLACES-NUM
              END-EVALUATE
           END-IF
           IF CARD-REPLACED-BY-NUM > 0
              DISPLAY "   REPLACED BY " CARD-REPLACED-BY-NUM
           END-IF.
       EXIT.

      *The card's replacing card, when it is a renewal still
      *pending, does not count as a replacement. The card read
      *first is put back in the record area.
       FIND-PENDING-RENEWAL.

           MOVE 0 TO WS-RENEWAL-CARD-NUMBER
           IF CARD-REPLACED-BY-NUM > 0
              MOVE CARD-RECORD TO WS-HELD-CARD
              MOVE CARD-REPLACED-BY-NUM TO CARD-NUMBER
              READ CARD-REGISTER-FILE
                 KEY IS CARD-NUMBER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CARD-STATUS-PENDING AND CARD-ISSUED-RENEWAL
                      MOVE CARD-NUMBER TO WS-RENEWAL-CARD-NUMBER
                   END-IF
              END-READ
              MOVE WS-HELD-CARD TO CARD-RECORD
           END-IF.
       EXIT.

      *The same account-takeover test posting applies: a phone or
      *email change younger than PARM-ATO-WINDOW-DAYS that the call
      *centre has not confirmed on the old details. WS-ISSUE-DATE
      *holds the business date. A zero window turns it off.
       CHECK-CONTACT-TAKEOVER.

           MOVE "N" TO WS-ATO-HOLD
           IF WS-ATO-WINDOW-DAYS > 0
              OPEN INPUT CONTACT-FILE
              IF FILE-STATUS3 = "00"
                 MOVE WS-ENTRY-ACCOUNT-NUM TO CONT-ACCOUNT-NUM
                 READ CONTACT-FILE
                    KEY IS CONT-ACCOUNT-NUM
                    INVALID KEY
                      MOVE 0 TO CONT-CHANGED-DATE
                 END-READ
                 IF FILE-STATUS3 = "00" AND
                    CONT-CHANGED-DATE IS NUMERIC AND
                    CONT-CALLBACK-DATE IS NUMERIC AND
                    CONT-CHANGED-DATE > 0 AND
                    CONT-CALLBACK-DATE < CONT-CHANGED-DATE
                    MOVE CONT-CHANGED-DATE TO INPUT-DATE
                    CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN
                         DAY-IN TOTALRETURN2
                    MOVE WS-ISSUE-DATE TO INPUT-DATE
                    CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN
                         DAY-IN TOTALRETURN1
                    IF TOTALRETURN1 < TOTALRETURN2 OR
                       TOTALRETURN1 - TOTALRETURN2
                          NOT > WS-ATO-WINDOW-DAYS
                       MOVE "Y" TO WS-ATO-HOLD
                    END-IF
                 END-IF
              END-IF
              CLOSE CONTACT-FILE
           END-IF.
       EXIT.

       READ-ATO-PARM.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS4 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-ATO-WINDOW-DAYS IS NUMERIC
                     MOVE PARM-ATO-WINDOW-DAYS TO WS-ATO-WINDOW-DAYS
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

       LOOKUP-CUSTOMER-ACCOUNT.

           MOVE "N" TO WS-CUSTOMER-FOUND
