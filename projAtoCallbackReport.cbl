      *Daily account-takeover callback report for the call centre
      *Lists every open suspense item that posting held because the
      *account's phone or email changed recently (reason beginning
      *CONTACT CHANGED), with the contact details held before the
      *change - the ones to call back on - beside the new ones. Once
      *the customer confirms, the callback is recorded in
      *projContactMaintenance and the item resubmitted through
      *projSuspenseRepair. A second section lists the lost or stolen
      *replacement cards projCardMaintenance issued pending because
      *of such a change; each is activated once the callback is
      *recorded. Detail goes to ATOCALL.prt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projAtoCallbackReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SUSPENSE-FILE ASSIGN TO 'projectSuspenseFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT CONTACT-FILE ASSIGN TO 'projectContactFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS1.

       SELECT CARD-REGISTER-FILE ASSIGN TO
           'projectCardRegister.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               ALTERNATE RECORD KEY IS CARD-ACCOUNT-NUM
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS3.

       SELECT ATO-PRINT-FILE ASSIGN TO 'ATOCALL.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-FILE.
       COPY projectSuspenseBook.

       FD CONTACT-FILE.
       COPY projectContactBook.

       FD CARD-REGISTER-FILE.
       COPY projectCardBook.

       FD ATO-PRINT-FILE.
       01 ATO-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-CONTACT-OPEN        PIC X VALUE "N".
       01  WS-ITEMS-HELD          PIC 9(5) VALUE 0.
       01  WS-HELD-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-ABS-AMOUNT          PIC 9(6)V99.
       01  WS-CALLBACK-TEXT       PIC X(10).
       01  WS-CARDS-HELD          PIC 9(5) VALUE 0.
       01  WS-REASON-TEXT         PIC X(6).

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN OUTPUT ATO-PRINT-FILE
           MOVE "ACCOUNT-TAKEOVER CALLBACK REPORT" TO ATO-PRINT-LINE
           WRITE ATO-PRINT-LINE
           MOVE SPACES TO ATO-PRINT-LINE
           STRING "BUSINESS DATE " WS-RUN-DATE
                  DELIMITED BY SIZE INTO ATO-PRINT-LINE
           WRITE ATO-PRINT-LINE
           MOVE SPACES TO ATO-PRINT-LINE
           WRITE ATO-PRINT-LINE
           MOVE SPACES TO ATO-PRINT-LINE
           STRING "TRANS-ID   ACCOUNT    HELD ON  AMOUNT     "
                  "REASON                                   "
                  "CHANGED  CALLBACK"
                  DELIMITED BY SIZE INTO ATO-PRINT-LINE
           WRITE ATO-PRINT-LINE

           OPEN INPUT CONTACT-FILE
           IF FILE-STATUS1 = "00"
              MOVE "Y" TO WS-CONTACT-OPEN
           ELSE
              DISPLAY "CONTACT-FILE not available. FILE STATUS: "
                      FILE-STATUS1
           END-IF

           PERFORM SCAN-SUSPENSE-ITEMS

           MOVE SPACES TO ATO-PRINT-LINE
           WRITE ATO-PRINT-LINE
           MOVE SPACES TO ATO-PRINT-LINE
           STRING "ITEMS HELD FOR CALLBACK " WS-ITEMS-HELD
                  "   AMOUNT HELD " WS-HELD-TOTAL
                  DELIMITED BY SIZE INTO ATO-PRINT-LINE
           WRITE ATO-PRINT-LINE

           MOVE SPACES TO ATO-PRINT-LINE
           WRITE ATO-PRINT-LINE
           MOVE "REPLACEMENT CARDS PENDING CALLBACK"
                TO ATO-PRINT-LINE
           WRITE ATO-PRINT-LINE
           MOVE SPACES TO ATO-PRINT-LINE
           STRING "CARD NUMBER      ACCOUNT    ISSUED   REASON "
                  "REPLACES         CHANGED  CALLBACK"
                  DELIMITED BY SIZE INTO ATO-PRINT-LINE
           WRITE ATO-PRINT-LINE
           PERFORM SCAN-PENDING-CARDS
           MOVE SPACES TO ATO-PRINT-LINE
           WRITE ATO-PRINT-LINE
           MOVE SPACES TO ATO-PRINT-LINE
           STRING "CARDS HELD FOR CALLBACK " WS-CARDS-HELD
                  DELIMITED BY SIZE INTO ATO-PRINT-LINE
           WRITE ATO-PRINT-LINE

           IF WS-CONTACT-OPEN = "Y"
              CLOSE CONTACT-FILE
           END-IF
           CLOSE ATO-PRINT-FILE

           DISPLAY "CALLBACK REPORT WRITTEN TO ATOCALL.prt"
           DISPLAY "ITEMS HELD FOR CALLBACK       : " WS-ITEMS-HELD
           DISPLAY "CARDS HELD FOR CALLBACK       : " WS-CARDS-HELD.
         GOBACK.

       SCAN-SUSPENSE-ITEMS.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT SUSPENSE-FILE
          IF FILE-STATUS = "00"
            PERFORM UNTIL END-OF-FILE = "Y"
              READ SUSPENSE-FILE
                AT END
                  MOVE "Y" TO END-OF-FILE
                NOT AT END
                  IF SUSP-STATUS NOT = "C" AND
                     SUSP-REASON(1:15) = "CONTACT CHANGED"
                     PERFORM LIST-HELD-ITEM
                  END-IF
              END-READ
            END-PERFORM
            CLOSE SUSPENSE-FILE
          ELSE
            DISPLAY "SUSPENSE-FILE not available. FILE STATUS: "
                    FILE-STATUS
          END-IF.
       EXIT.

      *One line for the held item, then the details to call back on
      *and the new details the change put in. An account with no
      *contact record left is still listed so the item is not lost.
       LIST-HELD-ITEM.

         ADD 1 TO WS-ITEMS-HELD
         COMPUTE WS-ABS-AMOUNT = 0 - SUSP-TRANS-AMOUNT
         ADD WS-ABS-AMOUNT TO WS-HELD-TOTAL

         MOVE SPACES TO CONT-PHONE CONT-EMAIL
                        CONT-PRIOR-PHONE CONT-PRIOR-EMAIL
         MOVE 0 TO CONT-CHANGED-DATE CONT-CALLBACK-DATE
         IF WS-CONTACT-OPEN = "Y"
            MOVE SUSP-ACCOUNT-NUM TO CONT-ACCOUNT-NUM
            READ CONTACT-FILE
               KEY IS CONT-ACCOUNT-NUM
               INVALID KEY
                 MOVE SPACES TO CONT-PHONE CONT-EMAIL
                                CONT-PRIOR-PHONE CONT-PRIOR-EMAIL
                 MOVE 0 TO CONT-CHANGED-DATE CONT-CALLBACK-DATE
            END-READ
         END-IF
         IF CONT-CALLBACK-DATE IS NUMERIC AND
            CONT-CHANGED-DATE IS NUMERIC AND
            CONT-CHANGED-DATE > 0 AND
            CONT-CALLBACK-DATE NOT < CONT-CHANGED-DATE
            MOVE "CONFIRMED" TO WS-CALLBACK-TEXT
         ELSE
            MOVE "PENDING" TO WS-CALLBACK-TEXT
         END-IF

         MOVE SPACES TO ATO-PRINT-LINE
         STRING SUSP-TRANS-ID " " SUSP-ACCOUNT-NUM " "
                SUSP-ENTRY-DATE " " WS-ABS-AMOUNT "  "
                SUSP-REASON " " CONT-CHANGED-DATE " "
                WS-CALLBACK-TEXT
                DELIMITED BY SIZE INTO ATO-PRINT-LINE
         WRITE ATO-PRINT-LINE
         MOVE SPACES TO ATO-PRINT-LINE
         STRING "           CALL BACK ON: " CONT-PRIOR-PHONE " "
                CONT-PRIOR-EMAIL
                DELIMITED BY SIZE INTO ATO-PRINT-LINE
         WRITE ATO-PRINT-LINE
         MOVE SPACES TO ATO-PRINT-LINE
         STRING "           CHANGED TO  : " CONT-PHONE " "
                CONT-EMAIL
                DELIMITED BY SIZE INTO ATO-PRINT-LINE
         WRITE ATO-PRINT-LINE.
       EXIT.

      *Pending cards issued for a lost or stolen card. Renewals from
      *the monthly run are also pending but wait on the customer's
      *receipt, not on a callback, and are left out.
       SCAN-PENDING-CARDS.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT CARD-REGISTER-FILE
          IF FILE-STATUS3 = "00"
            PERFORM UNTIL END-OF-FILE = "Y"
              READ CARD-REGISTER-FILE NEXT RECORD
                AT END
                  MOVE "Y" TO END-OF-FILE
                NOT AT END
                  IF CARD-STATUS-PENDING AND
                     (CARD-ISSUED-LOST OR CARD-ISSUED-STOLEN)
                     PERFORM LIST-HELD-CARD
                  END-IF
              END-READ
            END-PERFORM
            CLOSE CARD-REGISTER-FILE
          ELSE
            DISPLAY "CARD-REGISTER-FILE not available. FILE STATUS: "
                    FILE-STATUS3
          END-IF.
       EXIT.

      *A card whose callback is already CONFIRMED is ready for the
      *branch to activate.
       LIST-HELD-CARD.

         ADD 1 TO WS-CARDS-HELD
         IF CARD-ISSUED-LOST
            MOVE "LOST" TO WS-REASON-TEXT
         ELSE
            MOVE "STOLEN" TO WS-REASON-TEXT
         END-IF

         MOVE SPACES TO CONT-PRIOR-PHONE CONT-PRIOR-EMAIL
         MOVE 0 TO CONT-CHANGED-DATE CONT-CALLBACK-DATE
         IF WS-CONTACT-OPEN = "Y"
            MOVE CARD-ACCOUNT-NUM TO CONT-ACCOUNT-NUM
            READ CONTACT-FILE
               KEY IS CONT-ACCOUNT-NUM
               INVALID KEY
                 MOVE SPACES TO CONT-PRIOR-PHONE CONT-PRIOR-EMAIL
                 MOVE 0 TO CONT-CHANGED-DATE CONT-CALLBACK-DATE
            END-READ
         END-IF
         IF CONT-CALLBACK-DATE IS NUMERIC AND
            CONT-CHANGED-DATE IS NUMERIC AND
            CONT-CALLBACK-DATE NOT < CONT-CHANGED-DATE
            MOVE "CONFIRMED" TO WS-CALLBACK-TEXT
         ELSE
            MOVE "PENDING" TO WS-CALLBACK-TEXT
         END-IF

         MOVE SPACES TO ATO-PRINT-LINE
         STRING CARD-NUMBER " " CARD-ACCOUNT-NUM " "
                CARD-ISSUE-DATE " " WS-REASON-TEXT " "
                CARD-REPLACES-NUM " " CONT-CHANGED-DATE " "
                WS-CALLBACK-TEXT
                DELIMITED BY SIZE INTO ATO-PRINT-LINE
         WRITE ATO-PRINT-LINE
         MOVE SPACES TO ATO-PRINT-LINE
         STRING "           CALL BACK ON: " CONT-PRIOR-PHONE " "
                CONT-PRIOR-EMAIL
                DELIMITED BY SIZE INTO ATO-PRINT-LINE
         WRITE ATO-PRINT-LINE.
       EXIT.
