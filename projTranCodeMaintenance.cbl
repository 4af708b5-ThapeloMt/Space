      *Transaction code master maintenance utility
      *Captures and amends the transaction code records posting
      *validates every item against: direction, the channels allowed
      *to originate the code, fee eligibility, whether it counts as
      *account activity for dormancy, whether it is journalled to
      *the GL, and the narrative printed on statements and notices.
      *Supervisor sign-on is required and every change is written to
      *the audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projTranCodeMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANCODE-FILE ASSIGN TO 'projectTranCodeFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCD-CODE
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANCODE-FILE.
       COPY projectTranCodeBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projectAuditDataBook.
       COPY projectTranCodeReqBook.

       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ENTRY-CODE          PIC X(3).
       01  WS-ANSWER              PIC X(60).
       01  WS-ENTRY-OK            PIC X VALUE "Y".
       01  WS-EXISTING            PIC X VALUE "N".
       01  WS-BOOT-RECORD         PIC X(97).

       PROCEDURE DIVISION.

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: transaction code changes need "
                      "a supervisor."
              GOBACK
           END-IF

      *A first run starts from the standard code set rather than an
      *empty file - the lookup module writes it when missing.
           MOVE SPACES TO TCDQ-CODE
           MOVE "L"    TO TCDQ-MODE
           CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                           WS-BOOT-RECORD

           OPEN I-O TRANCODE-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT TRANCODE-FILE
              CLOSE TRANCODE-FILE
              OPEN I-O TRANCODE-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "TRANCODE-FILE not available. FILE STATUS: "
                      FILE-STATUS
              STOP RUN
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=add/amend L=list): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM ADD-OR-AMEND-TRANCODE
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-TRANCODES
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another transaction code action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE TRANCODE-FILE.
         STOP RUN.

      *An existing code is shown field by field with its current
      *value (. keeps it); a new one starts as a branch-only debit
      *that is neither fee-eligible nor journalled, so nothing new
      *reaches the GL or the customer's activity date by accident.
       ADD-OR-AMEND-TRANCODE.

           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Transaction code (3 characters, e.g. POS): "
           ACCEPT WS-ENTRY-CODE
           IF WS-ENTRY-CODE = SPACES
              DISPLAY "Rejected: transaction code required."
              MOVE "N" TO WS-ENTRY-OK
           END-IF

           IF WS-ENTRY-OK = "Y"
              MOVE WS-ENTRY-CODE TO TCD-CODE
              READ TRANCODE-FILE
                 KEY IS TCD-CODE
                 INVALID KEY
                   MOVE "N" TO WS-EXISTING
                   MOVE "D"      TO TCD-DIRECTION
                   MOVE SPACES   TO TCD-CHANNELS
                   MOVE "BRANCH" TO TCD-CHANNEL(1)
                   MOVE "N"      TO TCD-FEE-ELIGIBLE
                   MOVE "Y"      TO TCD-DORMANCY-ACTIVITY
                   MOVE "N"      TO TCD-GL-JOURNAL
                   MOVE SPACES   TO TCD-NARRATIVE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTING
              END-READ

              DISPLAY "Direction D=debit C=credit E=either "
                      "N=non-monetary [" TCD-DIRECTION "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER(1:1) TO TCD-DIRECTION
              END-IF
              IF NOT TCD-DEBIT AND NOT TCD-CREDIT AND
                 NOT TCD-EITHER AND NOT TCD-NON-MONETARY
                 DISPLAY "Rejected: direction must be D, C, E or N."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Allowed channels [" TCD-CHANNELS "]"
              DISPLAY "Up to 6 separated by spaces, ANY for every "
                      "channel (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE SPACES TO TCD-CHANNELS
                 UNSTRING WS-ANSWER DELIMITED BY ALL SPACE
                     INTO TCD-CHANNEL(1) TCD-CHANNEL(2)
                          TCD-CHANNEL(3) TCD-CHANNEL(4)
                          TCD-CHANNEL(5) TCD-CHANNEL(6)
                 END-UNSTRING
              END-IF
              IF TCD-CHANNEL(1) = SPACES
                 DISPLAY "Rejected: at least one channel required."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Fee-eligible Y/N [" TCD-FEE-ELIGIBLE
                      "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER(1:1) TO TCD-FEE-ELIGIBLE
              END-IF
              DISPLAY "Counts as dormancy activity Y/N ["
                      TCD-DORMANCY-ACTIVITY "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER(1:1) TO TCD-DORMANCY-ACTIVITY
              END-IF
              DISPLAY "Journalled to the GL Y/N [" TCD-GL-JOURNAL
                      "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER(1:1) TO TCD-GL-JOURNAL
              END-IF
              IF (TCD-FEE-ELIGIBLE NOT = "Y" AND
                  TCD-FEE-ELIGIBLE NOT = "N") OR
                 (TCD-DORMANCY-ACTIVITY NOT = "Y" AND
                  TCD-DORMANCY-ACTIVITY NOT = "N") OR
                 (TCD-GL-JOURNAL NOT = "Y" AND
                  TCD-GL-JOURNAL NOT = "N")
                 DISPLAY "Rejected: flags must be Y or N."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Statement narrative [" TCD-NARRATIVE
                      "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER TO TCD-NARRATIVE
              END-IF
              IF TCD-NARRATIVE = SPACES
                 DISPLAY "Rejected: narrative required."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              MOVE SPACES TO AUDIT-MESSAGE
              IF WS-EXISTING = "Y"
                 REWRITE TRANCODE-RECORD
                 DISPLAY "Transaction code amended: " TCD-CODE
                 STRING "TRANCODE AMENDED " TCD-CODE " "
                        TCD-DIRECTION TCD-FEE-ELIGIBLE
                        TCD-DORMANCY-ACTIVITY TCD-GL-JOURNAL " "
                        TCD-CHANNELS
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              ELSE
                 WRITE TRANCODE-RECORD
                 DISPLAY "Transaction code added: " TCD-CODE
                 STRING "TRANCODE ADDED " TCD-CODE " "
                        TCD-DIRECTION TCD-FEE-ELIGIBLE
                        TCD-DORMANCY-ACTIVITY TCD-GL-JOURNAL " "
                        TCD-CHANNELS
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              END-IF
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       EXIT.

       LIST-TRANCODES.

           MOVE "N" TO END-OF-FILE
           MOVE SPACES TO TCD-CODE
           START TRANCODE-FILE KEY IS NOT LESS THAN TCD-CODE
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "COD D F A G NARRATIVE                      "
                   "CHANNELS"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ TRANCODE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY TCD-CODE " " TCD-DIRECTION " "
                         TCD-FEE-ELIGIBLE " "
                         TCD-DORMANCY-ACTIVITY " "
                         TCD-GL-JOURNAL " " TCD-NARRATIVE " "
                         TCD-CHANNELS
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projTranCodeMaint"       TO AUDIT-PROGRAM-NAME
         MOVE "projectTranCodeFile.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS               TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID        TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
