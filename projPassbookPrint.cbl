      *Savings passbook update and reissue
      *Counter function for SAVINGS accounts that still keep a
      *passbook. An update prints only the HISTORY-FILE rows posted
      *since the book was last in the printer, each with the running
      *balance carried on from the last printed line, starting on
      *the page and line the book was left at and asking the teller
      *to turn the page whenever one fills. A lost book is reissued
      *from a date the customer chooses: the balance brought
      *forward to that date heads page one of the new book and
      *everything since is reprinted; the reissue is audited. The
      *printer stream goes to PASSBOOK-<account>.prt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projPassbookPrint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       SELECT HISTORY-FILE ASSIGN TO 'projectHistoryFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  HIS-ID
               ALTERNATE RECORD KEY IS HIS-ACCT-DATE-KEY WITH DUPLICATES
              FILE STATUS IS FILE-STATUS1.

       SELECT PASSBOOK-FILE ASSIGN TO 'projectPassbook.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSB-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS2.

       SELECT PASSBOOK-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD HISTORY-FILE.
       COPY projectHistDataBook.

       FD PASSBOOK-FILE.
       COPY projectPassbookBook.

       FD PASSBOOK-PRINT-FILE.
       01 PASSBOOK-PRINT-LINE     PIC X(80).

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
       01  WS-HIST-EOF            PIC X VALUE "N".
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ACTION              PIC X.
       01  WS-REPLY               PIC X.
       01  WS-TODAY               PIC 9(8).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-ENTRY-ACCOUNT-NUM   PIC 9(10).
       01  WS-FROM-DATE           PIC 9(8).
       01  WS-PASSBOOK-FOUND      PIC X VALUE "N".
       01  WS-LINES-PER-PAGE      PIC 9(2) VALUE 20.
       01  WS-RUNNING-BALANCE     PIC S9(10)V99.
       01  WS-SINCE-FROM          PIC S9(10)V99.
       01  WS-HIGHEST-HIS-ID      PIC 9(10).
       01  WS-LINES-PRINTED       PIC 9(5).
       01  WS-SKIP-IDX            PIC 9(2).

       01  WS-PASSBOOK-LINE.
        05 WS-PBL-DATE            PIC 9(8).
        05 FILLER                 PIC X VALUE SPACE.
        05 WS-PBL-TYPE            PIC X(3).
        05 FILLER                 PIC X VALUE SPACE.
        05 WS-PBL-MEMO            PIC X(20).
        05 FILLER                 PIC X VALUE SPACE.
        05 WS-PBL-WITHDRAWAL      PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
        05 FILLER                 PIC X VALUE SPACE.
        05 WS-PBL-DEPOSIT         PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
        05 FILLER                 PIC X VALUE SPACE.
        05 WS-PBL-BALANCE         PIC -ZZZZZZZZ9.99.

       COPY projectProductReqBook.
       COPY projectProductBook.

       PROCEDURE DIVISION.

           MOVE "T" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN I-O PASSBOOK-FILE
            IF FILE-STATUS2 = "35"
              CLOSE PASSBOOK-FILE
              OPEN OUTPUT PASSBOOK-FILE
              CLOSE PASSBOOK-FILE
              OPEN I-O PASSBOOK-FILE
            END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT HISTORY-FILE
           IF FILE-STATUS NOT = "00" OR FILE-STATUS1 NOT = "00"
              DISPLAY "Customer or history file not available. "
                      "FILE STATUS: " FILE-STATUS " " FILE-STATUS1
              MOVE "N" TO WS-ANOTHER
           END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             PERFORM PASSBOOK-SESSION THRU PASSBOOK-SESSION-EXIT
             DISPLAY "Another passbook? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PASSBOOK-FILE.
         GOBACK.

       PASSBOOK-SESSION.

           DISPLAY "Savings account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           MOVE WS-ENTRY-ACCOUNT-NUM TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD
              KEY IS ACCOUNT-NUM
              INVALID KEY
                DISPLAY "No account found for " WS-ENTRY-ACCOUNT-NUM
                GO TO PASSBOOK-SESSION-EXIT
           END-READ
      *Savings variants carry the SAVINGS rate key.
           MOVE CUS-ACCOUNT-TYPE TO PRDQ-CODE
           CALL 'projProductLookup' USING PRODUCT-REQUEST
                                          PRODUCT-RECORD
           IF CUS-ACCOUNT-TYPE NOT = "SAVINGS" AND
              (NOT PRDQ-FOUND OR PROD-RATE-KEY NOT = "SAVINGS")
              DISPLAY "Passbooks are kept for SAVINGS accounts only."
              GO TO PASSBOOK-SESSION-EXIT
           END-IF
           DISPLAY "Account " CUS-ACCOUNT-NUM " " CUS-ACCOUNT-NAMES

           MOVE "Y" TO WS-PASSBOOK-FOUND
           MOVE WS-ENTRY-ACCOUNT-NUM TO PSB-ACCOUNT-NUM
           READ PASSBOOK-FILE
              KEY IS PSB-ACCOUNT-NUM
              INVALID KEY
                MOVE "N" TO WS-PASSBOOK-FOUND
           END-READ

           IF WS-PASSBOOK-FOUND = "N"
              DISPLAY "No passbook on file. Issue one now? (Y/N): "
              ACCEPT WS-REPLY
              IF WS-REPLY = "Y" OR WS-REPLY = "y"
                 PERFORM ISSUE-PASSBOOK
              END-IF
              GO TO PASSBOOK-SESSION-EXIT
           END-IF

           DISPLAY "Passbook issue " PSB-ISSUE-NUM " last printed "
                   PSB-LAST-PRINT-DATE
           DISPLAY "Action (U=update R=reissue lost passbook): "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
              WHEN "U"
              WHEN "u"
                PERFORM UPDATE-PASSBOOK
              WHEN "R"
              WHEN "r"
                PERFORM ISSUE-PASSBOOK
              WHEN OTHER
                DISPLAY "Unknown action: " WS-ACTION
           END-EVALUATE.
       PASSBOOK-SESSION-EXIT.
       EXIT.

      *A new or replacement book. Everything dated on or after the
      *chosen date is printed; what came before is summed into the
      *brought-forward line. Every row on file for the account at
      *this moment is then accounted for, so the highest HIS-ID
      *becomes the book's high-water mark.
       ISSUE-PASSBOOK.

           DISPLAY "Print from date YYYYMMDD (0 = today, balance "
                   "brought forward only): "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = 0
              MOVE 99999999 TO WS-FROM-DATE
           END-IF

           MOVE 0 TO WS-SINCE-FROM
           MOVE 0 TO WS-HIGHEST-HIS-ID
           PERFORM START-ACCOUNT-HISTORY
           PERFORM UNTIL WS-HIST-EOF = "Y"
             PERFORM READ-ACCOUNT-HISTORY
             IF WS-HIST-EOF = "N"
                IF HIS-TRANSACTION-DATE NOT < WS-FROM-DATE
                   ADD HIS-TRANS-AMOUNT TO WS-SINCE-FROM
                END-IF
                IF HIS-ID > WS-HIGHEST-HIS-ID
                   MOVE HIS-ID TO WS-HIGHEST-HIS-ID
                END-IF
             END-IF
           END-PERFORM

           IF WS-PASSBOOK-FOUND = "N"
              INITIALIZE PASSBOOK-RECORD
              MOVE WS-ENTRY-ACCOUNT-NUM TO PSB-ACCOUNT-NUM
           END-IF
           ADD 1 TO PSB-ISSUE-NUM
           MOVE WS-TODAY TO PSB-ISSUE-DATE
           MOVE 1 TO PSB-PAGE-NUM
           MOVE 1 TO PSB-LINE-NUM
           COMPUTE WS-RUNNING-BALANCE =
                   CUS-ACCOUNT-BALANCE - WS-SINCE-FROM

           DISPLAY "Insert the new passbook open at page 1 and "
                   "press Enter."
           ACCEPT WS-REPLY
           PERFORM OPEN-PASSBOOK-PRINTER
           MOVE SPACES TO WS-PBL-TYPE WS-PBL-MEMO
           MOVE WS-TODAY TO WS-PBL-DATE
           MOVE "BROUGHT FORWARD" TO WS-PBL-MEMO
           MOVE 0 TO WS-PBL-WITHDRAWAL WS-PBL-DEPOSIT
           MOVE WS-RUNNING-BALANCE TO WS-PBL-BALANCE
           PERFORM PRINT-PASSBOOK-LINE

           PERFORM START-ACCOUNT-HISTORY
           PERFORM UNTIL WS-HIST-EOF = "Y"
             PERFORM READ-ACCOUNT-HISTORY
             IF WS-HIST-EOF = "N" AND
                HIS-TRANSACTION-DATE NOT < WS-FROM-DATE
                PERFORM PRINT-HISTORY-ROW
             END-IF
           END-PERFORM
           CLOSE PASSBOOK-PRINT-FILE

           MOVE WS-HIGHEST-HIS-ID TO PSB-LAST-HIS-ID
           PERFORM SAVE-PASSBOOK-POSITION
           IF PSB-ISSUE-NUM > 1
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "PASSBOOK REISSUED " PSB-ACCOUNT-NUM
                     " ISSUE " PSB-ISSUE-NUM
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-IF
           DISPLAY "Passbook issue " PSB-ISSUE-NUM " printed, "
                   WS-LINES-PRINTED " lines."
           DISPLAY "Remove passbook - next line is page "
                   PSB-PAGE-NUM " line " PSB-LINE-NUM.
       EXIT.

      *Only rows posted since the book was last in the printer.
      *History is read in date order for the account, so a row
      *value-dated back among lines already printed still comes out,
      *once, at the foot of the update.
       UPDATE-PASSBOOK.

           MOVE PSB-PRINTED-BALANCE TO WS-RUNNING-BALANCE
           MOVE PSB-LAST-HIS-ID TO WS-HIGHEST-HIS-ID
           DISPLAY "Insert passbook open at page " PSB-PAGE-NUM
                   " - printing starts on line " PSB-LINE-NUM
           DISPLAY "Press Enter when the book is in the printer."
           ACCEPT WS-REPLY
           PERFORM OPEN-PASSBOOK-PRINTER
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX NOT < PSB-LINE-NUM
             MOVE SPACES TO PASSBOOK-PRINT-LINE
             WRITE PASSBOOK-PRINT-LINE
           END-PERFORM

           PERFORM START-ACCOUNT-HISTORY
           PERFORM UNTIL WS-HIST-EOF = "Y"
             PERFORM READ-ACCOUNT-HISTORY
             IF WS-HIST-EOF = "N" AND
                HIS-ID > PSB-LAST-HIS-ID
                PERFORM PRINT-HISTORY-ROW
             END-IF
           END-PERFORM
           CLOSE PASSBOOK-PRINT-FILE

           IF WS-LINES-PRINTED = 0
              DISPLAY "Passbook is up to date - nothing to print."
           ELSE
              MOVE WS-HIGHEST-HIS-ID TO PSB-LAST-HIS-ID
              PERFORM SAVE-PASSBOOK-POSITION
              DISPLAY WS-LINES-PRINTED " lines printed. Balance "
                      WS-RUNNING-BALANCE
              DISPLAY "Remove passbook - next line is page "
                      PSB-PAGE-NUM " line " PSB-LINE-NUM
           END-IF.
       EXIT.

       START-ACCOUNT-HISTORY.

           MOVE "N" TO WS-HIST-EOF
           MOVE WS-ENTRY-ACCOUNT-NUM TO HIS-ACCOUNT-NUM
           MOVE 0 TO HIS-TRANS-YEAR HIS-TRANS-MONTH HIS-TRANS-DAY
           START HISTORY-FILE KEY IS NOT LESS THAN HIS-ACCT-DATE-KEY
             INVALID KEY
               MOVE "Y" TO WS-HIST-EOF
           END-START.
       EXIT.

       READ-ACCOUNT-HISTORY.

           READ HISTORY-FILE NEXT RECORD
             AT END
               MOVE "Y" TO WS-HIST-EOF
             NOT AT END
               IF HIS-ACCOUNT-NUM NOT = WS-ENTRY-ACCOUNT-NUM
                  MOVE "Y" TO WS-HIST-EOF
               END-IF
           END-READ.
       EXIT.

       PRINT-HISTORY-ROW.

           ADD HIS-TRANS-AMOUNT TO WS-RUNNING-BALANCE
           MOVE HIS-TRANSACTION-DATE TO WS-PBL-DATE
           MOVE HIS-TRANS-TYPE TO WS-PBL-TYPE
           MOVE HIS-MEMO TO WS-PBL-MEMO
           IF HIS-TRANS-AMOUNT < 0
              COMPUTE WS-PBL-WITHDRAWAL = 0 - HIS-TRANS-AMOUNT
              MOVE 0 TO WS-PBL-DEPOSIT
           ELSE
              MOVE 0 TO WS-PBL-WITHDRAWAL
              MOVE HIS-TRANS-AMOUNT TO WS-PBL-DEPOSIT
           END-IF
           MOVE WS-RUNNING-BALANCE TO WS-PBL-BALANCE
           IF HIS-ID > WS-HIGHEST-HIS-ID
              MOVE HIS-ID TO WS-HIGHEST-HIS-ID
           END-IF
           PERFORM PRINT-PASSBOOK-LINE.
       EXIT.

      *A full page stops the printer until the teller has turned
      *the book; printing picks up on line one of the next page.
       PRINT-PASSBOOK-LINE.

           IF PSB-LINE-NUM > WS-LINES-PER-PAGE
              ADD 1 TO PSB-PAGE-NUM
              DISPLAY "Page full. Turn to page " PSB-PAGE-NUM
                      " and press Enter: "
              ACCEPT WS-REPLY
              MOVE 1 TO PSB-LINE-NUM
              MOVE SPACES TO PASSBOOK-PRINT-LINE
              STRING "PAGE " PSB-PAGE-NUM
                     DELIMITED BY SIZE INTO PASSBOOK-PRINT-LINE
              WRITE PASSBOOK-PRINT-LINE
           END-IF
           WRITE PASSBOOK-PRINT-LINE FROM WS-PASSBOOK-LINE
           ADD 1 TO PSB-LINE-NUM
           ADD 1 TO WS-LINES-PRINTED.
       EXIT.

       OPEN-PASSBOOK-PRINTER.

           MOVE 0 TO WS-LINES-PRINTED
           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "PASSBOOK-" WS-ENTRY-ACCOUNT-NUM ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT PASSBOOK-PRINT-FILE
           MOVE SPACES TO PASSBOOK-PRINT-LINE
           STRING "PAGE " PSB-PAGE-NUM
                  DELIMITED BY SIZE INTO PASSBOOK-PRINT-LINE
           WRITE PASSBOOK-PRINT-LINE.
       EXIT.

       SAVE-PASSBOOK-POSITION.

           MOVE WS-RUNNING-BALANCE TO PSB-PRINTED-BALANCE
           MOVE WS-TODAY TO PSB-LAST-PRINT-DATE
           IF WS-PASSBOOK-FOUND = "Y"
              REWRITE PASSBOOK-RECORD
           ELSE
              WRITE PASSBOOK-RECORD
              MOVE "Y" TO WS-PASSBOOK-FOUND
           END-IF.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projPassbookPrint" TO AUDIT-PROGRAM-NAME
         MOVE "projectPassbook.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS2 TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
