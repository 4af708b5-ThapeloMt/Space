      *Daily card limits report for the fraud desk
      *Reads the card usage file posting builds for the business
      *date and lists every card that either had items refused for
      *breaching its daily limits or has used its ATM, POS or item
      *count limit in full, with the card's limits from the card
      *register alongside what was used. Detail goes to
      *CARDLIMIT.prt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projCardLimitReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CARD-USAGE-FILE ASSIGN TO 'projectCardUsage.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSE-KEY
                FILE STATUS IS FILE-STATUS.

       SELECT CARD-REGISTER-FILE ASSIGN TO
           'projectCardRegister.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               ALTERNATE RECORD KEY IS CARD-ACCOUNT-NUM
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS1.

       SELECT CARD-PRINT-FILE ASSIGN TO 'CARDLIMIT.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-USAGE-FILE.
       COPY projectCardUsageBook.

       FD CARD-REGISTER-FILE.
       COPY projectCardBook.

       FD CARD-PRINT-FILE.
       01 CARD-PRINT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-REGISTER-OPEN       PIC X VALUE "N".
       01  WS-AT-LIMIT            PIC X.
       01  WS-FLAG-TEXT           PIC X(12).
       01  WS-CARDS-USED          PIC 9(5) VALUE 0.
       01  WS-CARDS-LISTED        PIC 9(5) VALUE 0.
       01  WS-BREACH-ITEMS        PIC 9(7) VALUE 0.
       01  WS-BREACH-TOTAL        PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN OUTPUT CARD-PRINT-FILE
           MOVE "DAILY CARD LIMITS REPORT" TO CARD-PRINT-LINE
           WRITE CARD-PRINT-LINE
           MOVE SPACES TO CARD-PRINT-LINE
           STRING "BUSINESS DATE " WS-RUN-DATE
                  DELIMITED BY SIZE INTO CARD-PRINT-LINE
           WRITE CARD-PRINT-LINE
           MOVE SPACES TO CARD-PRINT-LINE
           WRITE CARD-PRINT-LINE
           MOVE SPACES TO CARD-PRINT-LINE
           STRING "CARD             ACCOUNT    ATM USED  ATM LIMIT "
                  "POS USED  POS LIMIT ITEMS/LIM REFUSED"
                  "  REFUSED AMT FLAG"
                  DELIMITED BY SIZE INTO CARD-PRINT-LINE
           WRITE CARD-PRINT-LINE

           OPEN INPUT CARD-REGISTER-FILE
           IF FILE-STATUS1 = "00"
              MOVE "Y" TO WS-REGISTER-OPEN
           ELSE
              DISPLAY "CARD-REGISTER-FILE not available. FILE STATUS: "
                      FILE-STATUS1
           END-IF

           PERFORM SCAN-CARD-USAGE

           IF WS-REGISTER-OPEN = "Y"
              CLOSE CARD-REGISTER-FILE
           END-IF

           MOVE SPACES TO CARD-PRINT-LINE
           WRITE CARD-PRINT-LINE
           MOVE SPACES TO CARD-PRINT-LINE
           STRING "CARDS USED TODAY " WS-CARDS-USED
                  "   CARDS LISTED " WS-CARDS-LISTED
                  "   ITEMS REFUSED " WS-BREACH-ITEMS
                  "   AMOUNT REFUSED " WS-BREACH-TOTAL
                  DELIMITED BY SIZE INTO CARD-PRINT-LINE
           WRITE CARD-PRINT-LINE
           CLOSE CARD-PRINT-FILE

           DISPLAY "CARD LIMITS REPORT WRITTEN TO CARDLIMIT.prt"
           DISPLAY "CARDS USED TODAY              : " WS-CARDS-USED
           DISPLAY "CARDS AT OR OVER LIMITS       : " WS-CARDS-LISTED
           DISPLAY "CARD ITEMS REFUSED            : " WS-BREACH-ITEMS.
         GOBACK.

       SCAN-CARD-USAGE.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT CARD-USAGE-FILE
          IF FILE-STATUS = "00"
            PERFORM UNTIL END-OF-FILE = "Y"
              READ CARD-USAGE-FILE NEXT RECORD
                AT END
                  MOVE "Y" TO END-OF-FILE
                NOT AT END
                  IF CUSE-DATE = WS-RUN-DATE
                     ADD 1 TO WS-CARDS-USED
                     PERFORM JUDGE-ONE-CARD
                  END-IF
              END-READ
            END-PERFORM
            CLOSE CARD-USAGE-FILE
          ELSE
            DISPLAY "CARD-USAGE-FILE not available. FILE STATUS: "
                    FILE-STATUS
          END-IF.
       EXIT.

      *A card is listed when it had anything refused or has used any
      *of its limits in full. The limits shown are the card's
      *current ones; a card no longer on the register is listed with
      *zero limits only if it had refusals.
       JUDGE-ONE-CARD.

         MOVE 0 TO CARD-ATM-DAILY-LIMIT
         MOVE 0 TO CARD-POS-DAILY-LIMIT
         MOVE 0 TO CARD-DAILY-COUNT-LIMIT
         IF WS-REGISTER-OPEN = "Y"
            MOVE CUSE-CARD-NUMBER TO CARD-NUMBER
            READ CARD-REGISTER-FILE
               KEY IS CARD-NUMBER
               INVALID KEY
                 MOVE 0 TO CARD-ATM-DAILY-LIMIT
                 MOVE 0 TO CARD-POS-DAILY-LIMIT
                 MOVE 0 TO CARD-DAILY-COUNT-LIMIT
            END-READ
         END-IF

         MOVE "N" TO WS-AT-LIMIT
         IF CARD-ATM-DAILY-LIMIT > 0 AND
            CUSE-ATM-AMOUNT NOT < CARD-ATM-DAILY-LIMIT
            MOVE "Y" TO WS-AT-LIMIT
         END-IF
         IF CARD-POS-DAILY-LIMIT > 0 AND
            CUSE-POS-AMOUNT NOT < CARD-POS-DAILY-LIMIT
            MOVE "Y" TO WS-AT-LIMIT
         END-IF
         IF CARD-DAILY-COUNT-LIMIT > 0 AND
            CUSE-ITEM-COUNT NOT < CARD-DAILY-COUNT-LIMIT
            MOVE "Y" TO WS-AT-LIMIT
         END-IF

         IF CUSE-BREACH-COUNT > 0
            MOVE "REFUSED" TO WS-FLAG-TEXT
         ELSE IF WS-AT-LIMIT = "Y"
            MOVE "AT LIMIT" TO WS-FLAG-TEXT
         ELSE
            MOVE SPACES TO WS-FLAG-TEXT
         END-IF
         END-IF

         IF WS-FLAG-TEXT NOT = SPACES
            ADD 1 TO WS-CARDS-LISTED
            ADD CUSE-BREACH-COUNT TO WS-BREACH-ITEMS
            ADD CUSE-BREACH-AMOUNT TO WS-BREACH-TOTAL
            MOVE SPACES TO CARD-PRINT-LINE
            STRING CUSE-CARD-NUMBER " " CUSE-ACCOUNT-NUM " "
                   CUSE-ATM-AMOUNT " " CARD-ATM-DAILY-LIMIT " "
                   CUSE-POS-AMOUNT " " CARD-POS-DAILY-LIMIT " "
                   CUSE-ITEM-COUNT "/" CARD-DAILY-COUNT-LIMIT "    "
                   CUSE-BREACH-COUNT "      " CUSE-BREACH-AMOUNT " "
                   WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO CARD-PRINT-LINE
            WRITE CARD-PRINT-LINE
            IF CUSE-BREACH-COUNT > 0
               MOVE SPACES TO CARD-PRINT-LINE
               STRING "                 LAST REFUSAL: "
                      CUSE-LAST-BREACH
                      DELIMITED BY SIZE INTO CARD-PRINT-LINE
               WRITE CARD-PRINT-LINE
            END-IF
         END-IF.
       EXIT.
