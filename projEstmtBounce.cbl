      *E-statement bounce-back import
      *Reads the email bureau's bounce file (ESTMTBOUNCE.csv) of the
      *form
      *  D,account,cycle-date,email,reason
      *with a trailer
      *  T,count
      *and for each statement the bureau could not deliver switches
      *the customer's statement delivery back to paper and dates the
      *bounce on the contact-details file. A customer who took the
      *statement by email only gets it reprinted for the mail run,
      *as STMT-<account>.prt, from that cycle's bureau extract
      *ESTMT-<cycle date>.dat - a customer on both already had the
      *paper copy. Every bounced customer is listed on
      *ESTMTBOUNCE.prt for the branch to follow up the email
      *address. A bounce already taken (the contact record carries
      *a bounce on or after that cycle) is listed but not applied
      *again, so the same bounce file can be run twice.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projEstmtBounce.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BOUNCE-FILE ASSIGN TO 'ESTMTBOUNCE.csv'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT CONTACT-FILE ASSIGN TO 'projectContactFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS1.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS2.

       SELECT ESTMT-EXTRACT-FILE ASSIGN TO WS-ESTMT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT STMT-PRINT-FILE ASSIGN TO WS-STMT-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT BOUNCE-PRINT-FILE ASSIGN TO 'ESTMTBOUNCE.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD BOUNCE-FILE.
       01 BOUNCE-LINE             PIC X(120).

       FD CONTACT-FILE.
       COPY projectContactBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD ESTMT-EXTRACT-FILE.
       COPY projectEstmtExtractBook.

       FD STMT-PRINT-FILE.
       01 STMT-PRINT-LINE         PIC X(132).

       FD BOUNCE-PRINT-FILE.
       01 BOUNCE-PRINT-LINE       PIC X(132).

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  END-OF-FILE1           PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ESTMT-FILENAME      PIC X(30).
       01  WS-STMT-PRINT-FILENAME PIC X(30).
       01  WS-FLD-MARKER          PIC X(1).
       01  WS-FLD-ACCOUNT         PIC X(12).
       01  WS-FLD-DATE            PIC X(10).
       01  WS-FLD-EMAIL           PIC X(40).
       01  WS-FLD-REASON          PIC X(30).
       01  WS-ROW-ACCOUNT         PIC 9(10).
       01  WS-ROW-DATE            PIC 9(8).
       01  WS-TRAILER-COUNT       PIC 9(7) VALUE 0.
       01  WS-TRAILER-SEEN        PIC X VALUE "N".
       01  WS-READ-COUNT          PIC 9(7) VALUE 0.
       01  WS-SWITCHED-COUNT      PIC 9(7) VALUE 0.
       01  WS-REPRINT-COUNT       PIC 9(7) VALUE 0.
       01  WS-CUSTOMER-NAME       PIC X(50).
       01  WS-OUTCOME-TEXT        PIC X(24).
       01  WS-REPRINT-LINES       PIC 9(5).
       01  WS-CONTACT-OPEN        PIC X VALUE "N".

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN INPUT BOUNCE-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "No e-statement bounce file to load. "
                      "FILE STATUS: " FILE-STATUS
              GOBACK
            END-IF

           OPEN I-O CONTACT-FILE
            IF FILE-STATUS1 = "00"
              MOVE "Y" TO WS-CONTACT-OPEN
            ELSE
              DISPLAY "CONTACT-FILE not available. FILE STATUS: "
                      FILE-STATUS1
            END-IF
           OPEN INPUT CUSTOMER-FILE

           OPEN OUTPUT BOUNCE-PRINT-FILE
           MOVE "E-STATEMENT BOUNCES - CONTACT DETAILS FOLLOW-UP"
                TO BOUNCE-PRINT-LINE
           WRITE BOUNCE-PRINT-LINE
           MOVE SPACES TO BOUNCE-PRINT-LINE
           STRING "BUSINESS DATE " WS-RUN-DATE
                  DELIMITED BY SIZE INTO BOUNCE-PRINT-LINE
           WRITE BOUNCE-PRINT-LINE
           MOVE SPACES TO BOUNCE-PRINT-LINE
           WRITE BOUNCE-PRINT-LINE
           MOVE SPACES TO BOUNCE-PRINT-LINE
           STRING "ACCOUNT    CYCLE    NAME                          "
                  "BOUNCED EMAIL                  PHONE           "
                  "REASON / ACTION"
                  DELIMITED BY SIZE INTO BOUNCE-PRINT-LINE
           WRITE BOUNCE-PRINT-LINE

           PERFORM UNTIL END-OF-FILE = "Y"
             READ BOUNCE-FILE
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 PERFORM PROCESS-BOUNCE-LINE
             END-READ
           END-PERFORM

           CLOSE BOUNCE-FILE
           IF WS-CONTACT-OPEN = "Y"
              CLOSE CONTACT-FILE
           END-IF
           CLOSE CUSTOMER-FILE

           MOVE SPACES TO BOUNCE-PRINT-LINE
           WRITE BOUNCE-PRINT-LINE
           MOVE SPACES TO BOUNCE-PRINT-LINE
           STRING "BOUNCES READ " WS-READ-COUNT
                  "  SWITCHED TO PAPER " WS-SWITCHED-COUNT
                  "  REPRINTED " WS-REPRINT-COUNT
                  DELIMITED BY SIZE INTO BOUNCE-PRINT-LINE
           WRITE BOUNCE-PRINT-LINE
           IF WS-TRAILER-SEEN = "N" OR
              WS-TRAILER-COUNT NOT = WS-READ-COUNT
              MOVE SPACES TO BOUNCE-PRINT-LINE
              STRING "WARNING: TRAILER COUNT " WS-TRAILER-COUNT
                     " DOES NOT MATCH ITEMS READ - FILE MAY BE "
                     "INCOMPLETE"
                     DELIMITED BY SIZE INTO BOUNCE-PRINT-LINE
              WRITE BOUNCE-PRINT-LINE
              DISPLAY "E-statement bounce file trailer mismatch."
           END-IF
           CLOSE BOUNCE-PRINT-FILE

           DISPLAY "E-STATEMENT BOUNCES READ     : " WS-READ-COUNT
           DISPLAY "SWITCHED TO PAPER            : " WS-SWITCHED-COUNT
           DISPLAY "STATEMENTS REPRINTED         : " WS-REPRINT-COUNT.
         GOBACK.

       PROCESS-BOUNCE-LINE.

           MOVE SPACES TO WS-FLD-MARKER WS-FLD-ACCOUNT WS-FLD-DATE
                          WS-FLD-EMAIL WS-FLD-REASON
           UNSTRING BOUNCE-LINE DELIMITED BY ","
              INTO WS-FLD-MARKER WS-FLD-ACCOUNT WS-FLD-DATE
                   WS-FLD-EMAIL WS-FLD-REASON
           END-UNSTRING

           EVALUATE WS-FLD-MARKER
             WHEN "T"
               COMPUTE WS-TRAILER-COUNT =
                       FUNCTION NUMVAL(WS-FLD-ACCOUNT)
               MOVE "Y" TO WS-TRAILER-SEEN
             WHEN "D"
               ADD 1 TO WS-READ-COUNT
               COMPUTE WS-ROW-ACCOUNT =
                       FUNCTION NUMVAL(WS-FLD-ACCOUNT)
               COMPUTE WS-ROW-DATE =
                       FUNCTION NUMVAL(WS-FLD-DATE)
               PERFORM APPLY-ONE-BOUNCE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       EXIT.

      *The preference goes back to paper whatever it was, so the
      *next cycle prints; only an email-only customer missed the
      *statement altogether and needs this one reprinted.
       APPLY-ONE-BOUNCE.

           MOVE SPACES TO WS-CUSTOMER-NAME
           MOVE WS-ROW-ACCOUNT TO ACCOUNT-NUM
           READ CUSTOMER-FILE
              KEY IS ACCOUNT-NUM
              INVALID KEY
                MOVE "*** ACCOUNT NOT ON FILE ***" TO WS-CUSTOMER-NAME
              NOT INVALID KEY
                MOVE ACCOUNT-NAMES TO WS-CUSTOMER-NAME
           END-READ

           MOVE SPACES TO CONT-PHONE
           IF WS-CONTACT-OPEN NOT = "Y"
              MOVE "NOT APPLIED - NO FILE" TO WS-OUTCOME-TEXT
           ELSE
             MOVE WS-ROW-ACCOUNT TO CONT-ACCOUNT-NUM
             READ CONTACT-FILE
                KEY IS CONT-ACCOUNT-NUM
                INVALID KEY
                  MOVE "NO CONTACT RECORD" TO WS-OUTCOME-TEXT
                NOT INVALID KEY
                  IF CONT-ESTMT-BOUNCE-DATE IS NOT NUMERIC
                     MOVE 0 TO CONT-ESTMT-BOUNCE-DATE
                  END-IF
                  IF CONT-ESTMT-BOUNCE-DATE NOT < WS-ROW-DATE
                     MOVE "ALREADY TAKEN" TO WS-OUTCOME-TEXT
                  ELSE
                     MOVE "PAPER" TO WS-OUTCOME-TEXT
                     IF CONT-STMT-EMAIL
                        PERFORM REPRINT-BOUNCED-STATEMENT
                     END-IF
                     MOVE "P" TO CONT-STMT-DELIVERY
                     MOVE WS-RUN-DATE TO CONT-ESTMT-BOUNCE-DATE
                     REWRITE CONTACT-RECORD
                     ADD 1 TO WS-SWITCHED-COUNT
                     MOVE SPACES TO AUDIT-MESSAGE
                     STRING "ESTMT BOUNCE " WS-ROW-ACCOUNT
                            " TO PAPER"
                            DELIMITED BY SIZE INTO AUDIT-MESSAGE
                     PERFORM WRITE-AUDIT-LOG
                  END-IF
             END-READ
           END-IF

           MOVE SPACES TO BOUNCE-PRINT-LINE
           STRING WS-ROW-ACCOUNT " " WS-ROW-DATE " "
                  WS-CUSTOMER-NAME(1:29) " " WS-FLD-EMAIL(1:30) " "
                  CONT-PHONE " " WS-FLD-REASON(1:20) " / "
                  WS-OUTCOME-TEXT
                  DELIMITED BY SIZE INTO BOUNCE-PRINT-LINE
           WRITE BOUNCE-PRINT-LINE.
       EXIT.

      *The statement lines of that cycle's extract for the account
      *are copied to the print file just as the cycle would have
      *printed them.
       REPRINT-BOUNCED-STATEMENT.

           MOVE SPACES TO WS-ESTMT-FILENAME
           STRING "ESTMT-" WS-ROW-DATE ".dat" DELIMITED BY SIZE
                  INTO WS-ESTMT-FILENAME
           MOVE 0 TO WS-REPRINT-LINES
           OPEN INPUT ESTMT-EXTRACT-FILE
            IF FILE-STATUS3 NOT = "00"
              MOVE "PAPER - NO EXTRACT" TO WS-OUTCOME-TEXT
            ELSE
              MOVE SPACES TO WS-STMT-PRINT-FILENAME
              STRING "STMT-" WS-ROW-ACCOUNT ".prt" DELIMITED BY SIZE
                     INTO WS-STMT-PRINT-FILENAME
              OPEN OUTPUT STMT-PRINT-FILE
              MOVE "N" TO END-OF-FILE1
              PERFORM UNTIL END-OF-FILE1 = "Y"
                READ ESTMT-EXTRACT-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE1
                  NOT AT END
                    IF ESX-LINE AND ESX-ACCOUNT-NUM = WS-ROW-ACCOUNT
                       MOVE ESX-BODY TO STMT-PRINT-LINE
                       WRITE STMT-PRINT-LINE
                       ADD 1 TO WS-REPRINT-LINES
                    END-IF
                END-READ
              END-PERFORM
              CLOSE STMT-PRINT-FILE
              CLOSE ESTMT-EXTRACT-FILE
              IF WS-REPRINT-LINES > 0
                 ADD 1 TO WS-REPRINT-COUNT
                 MOVE "PAPER - REPRINTED" TO WS-OUTCOME-TEXT
                 DISPLAY "Statement reprinted: "
                         WS-STMT-PRINT-FILENAME
              ELSE
                 MOVE "PAPER - NOT IN EXTRACT" TO WS-OUTCOME-TEXT
              END-IF
            END-IF.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projEstmtBounce"        TO AUDIT-PROGRAM-NAME
         MOVE "projectContactFile.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS1             TO AUDIT-FILE-STATUS
         MOVE "SYSTEM"                 TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
