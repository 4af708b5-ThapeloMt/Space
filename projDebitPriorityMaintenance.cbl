      *Debit priority maintenance utility
      *Captures, amends and removes the records that set the order an
      *account's debits are paid in by the posting run when the
      *account cannot cover them all: by transaction type and
      *channel (ANY for every channel), optionally narrowed to one
      *batch id. Rank 1 pays first; a debit no record matches ranks
      *99. Supervisor sign-on is required and every change is
      *written to the audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projDebitPriorityMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEBIT-PRIORITY-FILE ASSIGN TO 'projectDebitPriority.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPRI-KEY
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEBIT-PRIORITY-FILE.
       COPY projectDebitPriorityBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ANSWER              PIC X(60).
       01  WS-ENTRY-OK            PIC X VALUE "Y".
       01  WS-EXISTING            PIC X VALUE "N".
       01  WS-ENTRY-RANK          PIC 9(2).

       PROCEDURE DIVISION.

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: debit priority changes need "
                      "a supervisor."
              GOBACK
           END-IF

      *The posting run writes the standard order the first time it
      *finds no file, so there is always a table here to amend.
           OPEN I-O DEBIT-PRIORITY-FILE
            IF FILE-STATUS = "35"
              DISPLAY "No debit priority file yet: the next posting "
                      "run writes the standard order."
              STOP RUN
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "DEBIT-PRIORITY-FILE not available. FILE "
                      "STATUS: " FILE-STATUS
              STOP RUN
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=add/amend D=delete L=list): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM ADD-OR-AMEND-PRIORITY
                WHEN "D"
                WHEN "d"
                  PERFORM DELETE-PRIORITY
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-PRIORITIES
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another debit priority action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE DEBIT-PRIORITY-FILE.
         STOP RUN.

       ACCEPT-PRIORITY-KEY.

           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Transaction code (3 characters, e.g. WIT): "
           ACCEPT DPRI-TRANS-TYPE
           DISPLAY "Channel (e.g. POS, ANY for every channel): "
           ACCEPT DPRI-CHANNEL
           DISPLAY "Batch id (blank for every batch): "
           ACCEPT DPRI-BATCH-ID
           IF DPRI-TRANS-TYPE = SPACES OR DPRI-CHANNEL = SPACES
              DISPLAY "Rejected: code and channel required."
              MOVE "N" TO WS-ENTRY-OK
           END-IF.
       EXIT.

      *An existing record shows its rank and description (. keeps).
       ADD-OR-AMEND-PRIORITY.

           PERFORM ACCEPT-PRIORITY-KEY
           IF WS-ENTRY-OK = "Y"
              READ DEBIT-PRIORITY-FILE
                 KEY IS DPRI-KEY
                 INVALID KEY
                   MOVE "N" TO WS-EXISTING
                   MOVE 99     TO DPRI-RANK
                   MOVE SPACES TO DPRI-DESCRIPTION
                 NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTING
              END-READ

              DISPLAY "Rank 1-99, 1 pays first [" DPRI-RANK
                      "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 IF FUNCTION NUMVAL(WS-ANSWER) < 1 OR
                    FUNCTION NUMVAL(WS-ANSWER) > 99
                    DISPLAY "Rejected: rank must be 1 to 99."
                    MOVE "N" TO WS-ENTRY-OK
                 ELSE
                    MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-ENTRY-RANK
                    MOVE WS-ENTRY-RANK TO DPRI-RANK
                 END-IF
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Description [" DPRI-DESCRIPTION
                      "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER TO DPRI-DESCRIPTION
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              MOVE SPACES TO AUDIT-MESSAGE
              IF WS-EXISTING = "Y"
                 REWRITE DEBIT-PRIORITY-RECORD
                 DISPLAY "Debit priority amended."
                 STRING "DEBITPRI AMENDED " DPRI-TRANS-TYPE " "
                        DPRI-CHANNEL " " DPRI-RANK
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              ELSE
                 WRITE DEBIT-PRIORITY-RECORD
                 DISPLAY "Debit priority added."
                 STRING "DEBITPRI ADDED " DPRI-TRANS-TYPE " "
                        DPRI-CHANNEL " " DPRI-RANK
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              END-IF
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       EXIT.

       DELETE-PRIORITY.

           PERFORM ACCEPT-PRIORITY-KEY
           IF WS-ENTRY-OK = "Y"
              READ DEBIT-PRIORITY-FILE
                 KEY IS DPRI-KEY
                 INVALID KEY
                   DISPLAY "No such debit priority record."
                 NOT INVALID KEY
                   DELETE DEBIT-PRIORITY-FILE RECORD
                   DISPLAY "Debit priority deleted; those debits now "
                           "rank by the next record that fits, or 99."
                   MOVE SPACES TO AUDIT-MESSAGE
                   STRING "DEBITPRI DELETED " DPRI-TRANS-TYPE " "
                          DPRI-CHANNEL " " DPRI-RANK
                          DELIMITED BY SIZE INTO AUDIT-MESSAGE
                   PERFORM WRITE-AUDIT-LOG
              END-READ
           END-IF.
       EXIT.

       LIST-PRIORITIES.

           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO DPRI-KEY
           START DEBIT-PRIORITY-FILE KEY IS NOT LESS THAN DPRI-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "COD CHANNEL    BATCH      RK DESCRIPTION"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ DEBIT-PRIORITY-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY DPRI-TRANS-TYPE " " DPRI-CHANNEL " "
                         DPRI-BATCH-ID " " DPRI-RANK " "
                         DPRI-DESCRIPTION
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projDebitPriorityMnt"     TO AUDIT-PROGRAM-NAME
         MOVE "projectDebitPriority.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS                TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID         TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
