      *Watchlist screening review workstation (supervisor)
      *Lists the potential matches parked on the screening queue by
      *onboarding, the customer bulk load, posting, and the
      *full-book re-screen, and lets a supervisor decide each one:
      *release (a false positive - for a parked onboarding the CIF
      *record is created now, for load and posting items the
      *operator resubmits through the normal repair paths, and an
      *existing customer or beneficiary simply stays as it is) or
      *block (a true hit - the record stays off the books, and for
      *a re-screen hit on an existing customer, account or
      *beneficiary the linked accounts are frozen until released
      *through bulk account maintenance). Compliance also maintains
      *the watchlist itself here. Every decision is written to the
      *audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projScreeningReview.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS6.

       SELECT OWNER-LINK-FILE ASSIGN TO 'projectOwnerLinks.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS7.

       DATA DIVISION.
       FILE SECTION.
       FD SCREEN-QUEUE-FILE.
       COPY projectScreenQueueBook.

       FD SCREEN-QUEUE-WORK-FILE.
       01 SCREEN-QUEUE-WORK-RECORD PIC X(160).

       FD WATCHLIST-FILE.
       COPY projectWatchlistBook.
       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.
       COPY projHISTdateDataBook.

       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  WS-SKIP-IDX            PIC 9(3).
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-KEYS-RECORD.
         10 WS-QUE-NAME           PIC X(50).
         10 WS-QUE-MATCHED-NAME   PIC X(50).
         10 WS-QUE-STATUS         PIC X(1).
         10 WS-QUE-LIST-SOURCE    PIC X(10).
         10 WS-QUE-LIST-DATE      PIC 9(8).
       01  WS-ENTRY-NAME          PIC X(50).
       01  WS-ENTRY-SOURCE        PIC X(10).
       01  WS-REVIEW-EPOCH        PIC 9(9).
        05 WS-REV-YEAR            PIC 9(4).
        05 WS-REV-MONTH           PIC 9(2).
        05 WS-REV-DAY             PIC 9(2).
       01  WS-FROZEN-COUNT        PIC 9(5).
       01  WS-FREEZE-REF          PIC 9(10).
       01  WS-BALJ-IMAGE.
        05 WS-BALJ-PROGRAM       PIC X(20) VALUE "projScreeningReview".
        05 WS-BALJ-TRANS-ID      PIC 9(10).
        05 WS-BALJ-ACCOUNT       PIC 9(10).
        05 WS-BALJ-BEFORE        PIC S9(8)V99.
        05 WS-BALJ-AFTER         PIC S9(8)V99.

       PROCEDURE DIVISION.

                            WS-QUE-MATCHED-NAME(WS-QUEUE-COUNT)
                       MOVE SCRQ-STATUS TO
                            WS-QUE-STATUS(WS-QUEUE-COUNT)
                       MOVE SCRQ-LIST-SOURCE TO
                            WS-QUE-LIST-SOURCE(WS-QUEUE-COUNT)
                       MOVE SCRQ-LIST-DATE TO
                            WS-QUE-LIST-DATE(WS-QUEUE-COUNT)
                    END-IF
                END-READ
              END-PERFORM
                        WS-QUE-NAME(WS-QUEUE-IDX)
                DISPLAY "    MATCHED LISTED NAME: "
                        WS-QUE-MATCHED-NAME(WS-QUEUE-IDX)
                DISPLAY "    LIST ENTRY SOURCE  : "
                        WS-QUE-LIST-SOURCE(WS-QUEUE-IDX)
                        " LISTED " WS-QUE-LIST-DATE(WS-QUEUE-IDX)
             END-IF
           END-PERFORM.
       EXIT.
              EVALUATE WS-DECISION
                 WHEN "R"
                 WHEN "r"
                   IF WS-QUE-SOURCE(WS-QUEUE-PICK) = "CIF-MAINT" OR
                      WS-QUE-SOURCE(WS-QUEUE-PICK) = "ONBOARDING"
                      MOVE WS-QUE-NAME(WS-QUEUE-PICK)
                           TO WS-ENTRY-NAME
                      PERFORM CREATE-RELEASED-CIF
                   ELSE
                    IF WS-QUE-SOURCE(WS-QUEUE-PICK)(1:8) = "RESCREEN"
                      DISPLAY "Released - the existing record "
                              "stays as it is."
                    ELSE
                      DISPLAY "Released - resubmit the item "
                              "through the normal repair path."
                    END-IF
                   END-IF
                   MOVE "C" TO WS-QUE-STATUS(WS-QUEUE-PICK)
                   MOVE "Y" TO WS-QUEUE-CHANGED
                   MOVE "Y" TO WS-QUEUE-CHANGED
                   DISPLAY "Blocked - the record stays off the "
                           "books."
                   IF WS-QUE-SOURCE(WS-QUEUE-PICK)(1:8) = "RESCREEN"
                      PERFORM FREEZE-SCREENED-ACCOUNTS
                   END-IF
                   MOVE "SCREEN QUEUE ITEM BLOCKED"
                        TO AUDIT-MESSAGE
                   PERFORM WRITE-AUDIT-LOG
       EXIT.

      *A released onboarding hit gets its CIF record created here,
      *the same allocation projCifMaintenance uses (KEYS-ID 4). A
      *digital applicant's account is then opened at the branch.
       CREATE-RELEASED-CIF.

           OPEN I-O CIF-FILE
      *Cleared explicitly - the record area may still carry an
      *estate-flagged customer read earlier in the session.
              MOVE SPACE          TO CIF-ESTATE-FLAG
      *Released as an individual; a business is reclassified with
      *its registration number in projCifMaintenance.
              MOVE "I"            TO CIF-CUSTOMER-TYPE
              MOVE SPACES         TO CIF-REGISTRATION-NUM
              MOVE 0              TO CIF-DATE-OF-BIRTH
              MOVE SPACES         TO CIF-TAX-RESIDENCIES
              MOVE "N"            TO CIF-SELF-CERT-STATUS
              MOVE 0              TO CIF-SELF-CERT-DATE
              MOVE SPACE          TO CIF-TAX-INDICIA
              MOVE 0              TO CIF-CLOSED-DATE
              MOVE 0              TO CIF-ERASED-DATE
              MOVE WS-RUN-DATE TO INPUT-DATE
              call 'CalculateEpochDays' USING YEAR-IN MONTH-IN
                    DAY-IN TOTALRETURN1
           CLOSE WATCHLIST-FILE.
       EXIT.

      *A confirmed re-screen hit freezes what it is linked to: every
      *active account of a customer master hit - those it is the
      *primary holder of and those it holds jointly through the
      *ownership links - or the account
      *itself for an account-name hit, or the owning account for a
      *beneficiary hit. The freeze is lifted through bulk account
      *maintenance (UFZ) once compliance releases the customer.
       FREEZE-SCREENED-ACCOUNTS.

           MOVE 0 TO WS-FROZEN-COUNT
           MOVE WS-QUE-REF-ID(WS-QUEUE-PICK) TO WS-FREEZE-REF
           OPEN I-O CUSTOMER-FILE
            IF FILE-STATUS6 NOT = "00"
              DISPLAY "CUSTOMER-FILE not available. FILE STATUS: "
                      FILE-STATUS6
            ELSE
              IF WS-QUE-SOURCE(WS-QUEUE-PICK) = "RESCREEN-CIF"
                 MOVE "N" TO END-OF-FILE
                 PERFORM UNTIL END-OF-FILE = "Y"
                   READ CUSTOMER-FILE NEXT RECORD INTO CUS-RECORD
                     AT END
                       MOVE "Y" TO END-OF-FILE
                     NOT AT END
                       IF CUS-CIF-ID = WS-FREEZE-REF AND
                          CUS-ACCOUNT-STATUS = "A"
                          PERFORM FREEZE-ONE-ACCOUNT
                       END-IF
                   END-READ
                 END-PERFORM
                 MOVE "N" TO END-OF-FILE
                 PERFORM FREEZE-LINKED-ACCOUNTS
              ELSE
                 MOVE WS-FREEZE-REF TO ACCOUNT-NUM
                 READ CUSTOMER-FILE INTO CUS-RECORD
                    KEY IS ACCOUNT-NUM
                    INVALID KEY
                      DISPLAY "Account " WS-FREEZE-REF
                              " not on file."
                    NOT INVALID KEY
                      IF CUS-ACCOUNT-STATUS = "A"
                         PERFORM FREEZE-ONE-ACCOUNT
                      END-IF
                 END-READ
              END-IF
            END-IF
           CLOSE CUSTOMER-FILE
           DISPLAY WS-FROZEN-COUNT " account(s) frozen."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "SCREEN HIT " WS-FREEZE-REF " FROZEN "
                  WS-FROZEN-COUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       EXIT.

      *Every account the CIF holds through an ownership link. A
      *guardian link is not a holding and is passed over; accounts
      *already frozen by the primary-holder pass are no longer
      *active and are not counted twice.
       FREEZE-LINKED-ACCOUNTS.

           OPEN INPUT OWNER-LINK-FILE
            IF FILE-STATUS7 = "00"
              MOVE WS-FREEZE-REF TO OWN-CIF-ID
              START OWNER-LINK-FILE KEY IS EQUAL TO OWN-CIF-ID
                INVALID KEY
                  MOVE "Y" TO END-OF-FILE
              END-START
              PERFORM UNTIL END-OF-FILE = "Y"
                READ OWNER-LINK-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF OWN-CIF-ID NOT = WS-FREEZE-REF
                       MOVE "Y" TO END-OF-FILE
                    ELSE IF NOT OWN-ROLE-GUARDIAN
                       MOVE OWN-ACCOUNT-NUM TO ACCOUNT-NUM
                       READ CUSTOMER-FILE INTO CUS-RECORD
                          KEY IS ACCOUNT-NUM
                          INVALID KEY
                            CONTINUE
                          NOT INVALID KEY
                            IF CUS-ACCOUNT-STATUS = "A"
                               PERFORM FREEZE-ONE-ACCOUNT
                            END-IF
                       END-READ
                    END-IF
                    END-IF
                END-READ
              END-PERFORM
              MOVE "N" TO END-OF-FILE
            ELSE
              DISPLAY "OWNER-LINK-FILE not available. FILE STATUS: "
                      FILE-STATUS7
            END-IF
           CLOSE OWNER-LINK-FILE.
       EXIT.

       FREEZE-ONE-ACCOUNT.

           MOVE "F" TO ACCOUNT-STATUS
           REWRITE CUSTOMER-RECORD
           MOVE 0 TO WS-BALJ-TRANS-ID
           MOVE ACCOUNT-NUM TO WS-BALJ-ACCOUNT
           MOVE ACCOUNT-BALANCE TO WS-BALJ-BEFORE
           MOVE ACCOUNT-BALANCE TO WS-BALJ-AFTER
           CALL 'projBalanceJournal' USING WS-BALJ-IMAGE
           ADD 1 TO WS-FROZEN-COUNT
           DISPLAY "Frozen on watchlist match: " ACCOUNT-NUM.
       EXIT.

      *The rewrite goes through a work file so the items beyond
      *this session's 200-slot table ride through untouched - the
      *projSuspenseRepair way. Losing an unreviewed screening hit
             MOVE WS-QUE-MATCHED-NAME(WS-QUEUE-IDX)
                  TO SCRQ-MATCHED-NAME
             MOVE WS-QUE-STATUS(WS-QUEUE-IDX) TO SCRQ-STATUS
             MOVE WS-QUE-LIST-SOURCE(WS-QUEUE-IDX) TO SCRQ-LIST-SOURCE
             MOVE WS-QUE-LIST-DATE(WS-QUEUE-IDX) TO SCRQ-LIST-DATE
             WRITE SCREEN-QUEUE-WORK-RECORD
                   FROM SCREEN-QUEUE-RECORD
           END-PERFORM
