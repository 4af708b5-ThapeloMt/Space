      *alternate index the same way projStatement walks it, with
      *opening/closing balances and the bank banner details from the
      *parm file. Replaces a morning of keying accounts one at a
      *time through projStatement at month-end. Customers who take
      *their statements by email go to the email bureau's extract,
      *ESTMT-<run date>.dat, instead of (or as well as, where they
      *asked for both) the print run.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projStatementCycle.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT ESTMT-EXTRACT-FILE ASSIGN TO WS-ESTMT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       FD STMT-PRINT-FILE.
       01 STMT-PRINT-LINE         PIC X(132).

       FD ESTMT-EXTRACT-FILE.
       COPY projectEstmtExtractBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY TransactionHIST.
       COPY projectTranCodeReqBook.
       COPY projectTranCodeBook.

       01  FILE-STATUS           PIC XX.
       01  FILE-STATUS1          PIC XX.
       01  FILE-STATUS2          PIC XX.
       01  FILE-STATUS3          PIC XX.
       01  FILE-STATUS4          PIC XX.
       01  FILE-STATUS5          PIC XX.
       01 WS-CONTACT-FOUND       PIC X VALUE "N".
       01 END-OF-FILE            PIC X VALUE "N".
       01 END-OF-FILE1           PIC X VALUE "N".
        05 WS-PARM-PRINT-ENV-TAG       PIC X(10) VALUE "PROD".

       01 WS-STMT-PRINT-FILENAME PIC X(30).
       01 WS-ESTMT-FILENAME      PIC X(30).
       01 WS-ESTMT-OPEN          PIC X VALUE "N".
       01 WS-TO-PRINT            PIC X.
       01 WS-TO-EMAIL            PIC X.
       01 WS-STMT-LINE           PIC X(132).
       01 WS-ESTMT-COUNT         PIC 9(7) VALUE 0.
       01 WS-ESTMT-LINES         PIC 9(9) VALUE 0.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR           PIC 9(4).
       01 WS-STMT-PERIOD-MOVE    PIC S9(8)V99 VALUE 0.
       01 WS-STMT-POST-END-MOVE  PIC S9(8)V99 VALUE 0.
       01 WS-STMT-RUNNING-BAL    PIC S9(8)V99.
       01 WS-STMT-NARRATIVE      PIC X(30).
       01 WS-STMT-COUNT          PIC 9(5) VALUE 0.
       01 WS-LINE-COUNT          PIC 9(3) VALUE 0.
       01 WS-PAGE-NUM            PIC 9(4) VALUE 0.
           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-PRINT-PARMS
           PERFORM COMPUTE-PERIOD-START
           PERFORM OPEN-ESTMT-EXTRACT

           MOVE "N" TO END-OF-FILE
           OPEN INPUT CUSTOMER-FILE
           END-PERFORM

           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-ESTMT-EXTRACT
           DISPLAY "STATEMENTS PRODUCED THIS CYCLE: " WS-STMT-COUNT
           DISPLAY "E-STATEMENTS TO EMAIL BUREAU  : " WS-ESTMT-COUNT

           GOBACK.

         END-IF.
       EXIT.

      *A customer who takes statements by email (with an address
      *to send to) is left out of the print run and goes to the
      *bureau extract instead; one who takes both gets each.
       PRODUCE-ONE-STATEMENT.

         PERFORM FETCH-CONTACT-DETAILS
         MOVE "Y" TO WS-TO-PRINT
         MOVE "N" TO WS-TO-EMAIL
         IF WS-CONTACT-FOUND = "Y" AND CONT-EMAIL NOT = SPACES
            AND WS-ESTMT-OPEN = "Y"
            IF CONT-STMT-EMAIL
               MOVE "Y" TO WS-TO-EMAIL
               MOVE "N" TO WS-TO-PRINT
            END-IF
            IF CONT-STMT-BOTH
               MOVE "Y" TO WS-TO-EMAIL
            END-IF
         END-IF

         IF WS-TO-PRINT = "Y"
            MOVE SPACES TO WS-STMT-PRINT-FILENAME
            STRING "STMT-" CUS-ACCOUNT-NUM ".prt" DELIMITED BY SIZE
                   INTO WS-STMT-PRINT-FILENAME
            OPEN OUTPUT STMT-PRINT-FILE
             IF FILE-STATUS3 NOT = "00"
               DISPLAY "Could not open statement print file for "
                       CUS-ACCOUNT-NUM ". FILE STATUS: " FILE-STATUS3
               MOVE "N" TO WS-TO-PRINT
             END-IF
         END-IF

         IF WS-TO-PRINT = "Y" OR WS-TO-EMAIL = "Y"
            IF WS-TO-EMAIL = "Y"
               PERFORM WRITE-ESTMT-HEADER
            END-IF
            MOVE 0 TO WS-PAGE-NUM
            MOVE 0 TO WS-LINE-COUNT
            PERFORM CALCULATE-PERIOD-MOVEMENT
            PERFORM WRITE-STATEMENT-HEADING
            PERFORM WRITE-MAILING-DETAILS
            PERFORM WRITE-STATEMENT-BODY
            IF WS-TO-PRINT = "Y"
               CLOSE STMT-PRINT-FILE
               ADD 1 TO WS-STMT-COUNT
               DISPLAY "Statement written: " WS-STMT-PRINT-FILENAME
            END-IF
            IF WS-TO-EMAIL = "Y"
               ADD 1 TO WS-ESTMT-COUNT
            END-IF
         END-IF.
       EXIT.

      *The cycle's extract is named for the run date so the bounce
      *import can find the statement a bounce refers to.
       OPEN-ESTMT-EXTRACT.

         MOVE SPACES TO WS-ESTMT-FILENAME
         STRING "ESTMT-" WS-RUN-DATE ".dat" DELIMITED BY SIZE
                INTO WS-ESTMT-FILENAME
         OPEN OUTPUT ESTMT-EXTRACT-FILE
          IF FILE-STATUS5 = "00"
            MOVE "Y" TO WS-ESTMT-OPEN
          ELSE
            DISPLAY "E-statement extract could not be opened, email "
                    "customers printed. FILE STATUS: " FILE-STATUS5
          END-IF.
       EXIT.

       CLOSE-ESTMT-EXTRACT.

         IF WS-ESTMT-OPEN = "Y"
            MOVE SPACES TO ESTMT-EXTRACT-RECORD
            MOVE "T" TO ESX-RECORD-TYPE
            MOVE 0 TO ESX-ACCOUNT-NUM
            MOVE WS-RUN-DATE TO ESX-CYCLE-DATE
            MOVE WS-ESTMT-COUNT TO ESX-STMT-COUNT
            MOVE WS-ESTMT-LINES TO ESX-LINE-COUNT
            WRITE ESTMT-EXTRACT-RECORD
            CLOSE ESTMT-EXTRACT-FILE
            DISPLAY "E-statement extract written: " WS-ESTMT-FILENAME
         END-IF.
       EXIT.

       WRITE-ESTMT-HEADER.

         MOVE SPACES TO ESTMT-EXTRACT-RECORD
         MOVE "H" TO ESX-RECORD-TYPE
         MOVE CUS-ACCOUNT-NUM TO ESX-ACCOUNT-NUM
         MOVE WS-RUN-DATE TO ESX-CYCLE-DATE
         MOVE CONT-EMAIL TO ESX-EMAIL
         MOVE CONT-ESTMT-HINT-REF TO ESX-HINT-REF
         MOVE CUS-ACCOUNT-NAMES TO ESX-CUSTOMER-NAME
         MOVE WS-STMT-START-DATE TO ESX-PERIOD-FROM
         MOVE CONT-STMT-DELIVERY TO ESX-DELIVERY
         WRITE ESTMT-EXTRACT-RECORD.
       EXIT.

      *Every statement line goes to whichever of the print file and
      *the bureau extract this customer takes.
       EMIT-STATEMENT-LINE.

         IF WS-TO-PRINT = "Y"
            MOVE WS-STMT-LINE TO STMT-PRINT-LINE
            WRITE STMT-PRINT-LINE
         END-IF
         IF WS-TO-EMAIL = "Y"
            MOVE "L" TO ESX-RECORD-TYPE
            MOVE CUS-ACCOUNT-NUM TO ESX-ACCOUNT-NUM
            MOVE WS-RUN-DATE TO ESX-CYCLE-DATE
            MOVE WS-STMT-LINE TO ESX-BODY
            WRITE ESTMT-EXTRACT-RECORD
            ADD 1 TO WS-ESTMT-LINES
         END-IF.
       EXIT.

       CALCULATE-PERIOD-MOVEMENT.

         MOVE CUS-ACCOUNT-BALANCE TO WS-STMT-CLOSING-BAL
       WRITE-STATEMENT-HEADING.

         ADD 1 TO WS-PAGE-NUM
         MOVE SPACES TO WS-STMT-LINE
         STRING WS-PARM-PRINT-BANK-NAME " ACCOUNT STATEMENT"
                "   PAGE " WS-PAGE-NUM
                DELIMITED BY SIZE INTO WS-STMT-LINE
         PERFORM EMIT-STATEMENT-LINE
         MOVE SPACES TO WS-STMT-LINE
         STRING "ACCOUNT " CUS-ACCOUNT-NUM "  " CUS-ACCOUNT-NAMES
                DELIMITED BY SIZE INTO WS-STMT-LINE
         PERFORM EMIT-STATEMENT-LINE
         MOVE SPACES TO WS-STMT-LINE
         STRING "PERIOD " WS-STMT-START-DATE " TO " WS-RUN-DATE
                DELIMITED BY SIZE INTO WS-STMT-LINE
         PERFORM EMIT-STATEMENT-LINE
         MOVE SPACES TO WS-STMT-LINE
         PERFORM EMIT-STATEMENT-LINE
         MOVE "DATE      DETAILS                         AMOUNT    RUNNI
      -         "NG BALANCE"
              TO WS-STMT-LINE
         PERFORM EMIT-STATEMENT-LINE
         MOVE 5 TO WS-LINE-COUNT.
       EXIT.

      *Mailing block from the contact-details file; accounts with no
      *details on file get a visible placeholder so the mail room
      *pulls them instead of posting a blank envelope.
       FETCH-CONTACT-DETAILS.

         MOVE "N" TO WS-CONTACT-FOUND
         OPEN INPUT CONTACT-FILE
                 MOVE "Y" TO WS-CONTACT-FOUND
            END-READ
          END-IF
         CLOSE CONTACT-FILE.
       EXIT.

       WRITE-MAILING-DETAILS.

         IF WS-CONTACT-FOUND = "Y"
            MOVE CONT-ADDRESS-1 TO WS-STMT-LINE
            PERFORM EMIT-STATEMENT-LINE
            MOVE CONT-ADDRESS-2 TO WS-STMT-LINE
            PERFORM EMIT-STATEMENT-LINE
            MOVE SPACES TO WS-STMT-LINE
            STRING CONT-CITY " " CONT-POSTAL-CODE
                   DELIMITED BY SIZE INTO WS-STMT-LINE
            PERFORM EMIT-STATEMENT-LINE
         ELSE
            MOVE "*** NO MAILING DETAILS ON FILE ***"
                 TO WS-STMT-LINE
            PERFORM EMIT-STATEMENT-LINE
         END-IF
         MOVE SPACES TO WS-STMT-LINE
         PERFORM EMIT-STATEMENT-LINE
         ADD 4 TO WS-LINE-COUNT.
       EXIT.

       WRITE-STATEMENT-BODY.

         MOVE SPACES TO WS-STMT-LINE
         STRING "OPENING BALANCE : " WS-STMT-OPENING-BAL
                DELIMITED BY SIZE INTO WS-STMT-LINE
         PERFORM EMIT-STATEMENT-LINE
         ADD 1 TO WS-LINE-COUNT

         MOVE WS-STMT-OPENING-BAL TO WS-STMT-RUNNING-BAL
                      IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
                         PERFORM WRITE-STATEMENT-HEADING
                      END-IF
                      PERFORM FETCH-LINE-NARRATIVE
                      MOVE SPACES TO WS-STMT-LINE
                      STRING WS-HIS-TRANSACTION-DATE "  "
                             WS-STMT-NARRATIVE "  "
                             WS-HIS-TRANS-AMOUNT "  "
                             WS-STMT-RUNNING-BAL
                             DELIMITED BY SIZE INTO WS-STMT-LINE
                      PERFORM EMIT-STATEMENT-LINE
                      ADD 1 TO WS-LINE-COUNT
                   END-IF
                END-IF
          END-IF
         CLOSE HISTORY-FILE

         MOVE SPACES TO WS-STMT-LINE
         STRING "CLOSING BALANCE : " WS-STMT-CLOSING-BAL
                DELIMITED BY SIZE INTO WS-STMT-LINE
         PERFORM EMIT-STATEMENT-LINE.
       EXIT.

      *The customer-facing narrative for a history line: the
      *transaction code master's wording for the posting's code,
      *or the posting memo for lines written before the code was
      *carried on history (or a code since removed from the master).
       FETCH-LINE-NARRATIVE.

         MOVE WS-HIS-MEMO TO WS-STMT-NARRATIVE
         IF WS-HIS-TRANS-TYPE NOT = SPACES
            MOVE WS-HIS-TRANS-TYPE TO TCDQ-CODE
            MOVE "L"               TO TCDQ-MODE
            CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                            TRANCODE-RECORD
            IF TCDQ-FOUND
               MOVE TCD-NARRATIVE TO WS-STMT-NARRATIVE
            END-IF
         END-IF.
       EXIT.
