      *Channel cut-off maintenance utility
      *Captures and amends the time of day after which items taken
      *on a channel are value next business day, and suspends or
      *restores a channel's cut-off. The loaders and entry programs
      *read the table through projChannelCutoff. Supervisor sign-on
      *is required and every change is written to the audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projChannelCutoffMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUTOFF-FILE ASSIGN TO 'projectChannelCutoff.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUT-CHANNEL
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUTOFF-FILE.
       COPY projectChannelCutoffBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projectAuditDataBook.
       COPY projectTranDataBook.

       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ENTRY-CHANNEL       PIC X(10).
       01  WS-ANSWER              PIC X(60).
       01  WS-ENTRY-OK            PIC X VALUE "Y".
       01  WS-EXISTING            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).

       PROCEDURE DIVISION.

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: channel cut-off changes need "
                      "a supervisor."
              GOBACK
           END-IF
           CALL 'GetBusinessDate' USING WS-RUN-DATE

      *A first run starts from the standard cut-offs rather than an
      *empty file - the value dating module writes them when missing.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 0      TO TRANS-CAPTURE-DATE
           MOVE 0      TO TRANS-CAPTURE-TIME
           MOVE 0      TO TRANS-VALUE-DATE
           CALL 'projChannelCutoff' USING TRANSACTION-RECORD

           OPEN I-O CUTOFF-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT CUTOFF-FILE
              CLOSE CUTOFF-FILE
              OPEN I-O CUTOFF-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "CUTOFF-FILE not available. FILE STATUS: "
                      FILE-STATUS
              STOP RUN
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=add/amend L=list): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM ADD-OR-AMEND-CUTOFF
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-CUTOFFS
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another channel cut-off action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE CUTOFF-FILE.
         STOP RUN.

      *An existing channel shows its values (. keeps); a new one
      *starts at five in the afternoon, in force.
       ADD-OR-AMEND-CUTOFF.

           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Channel (e.g. BRANCH, ONLINE): "
           ACCEPT WS-ENTRY-CHANNEL
           IF WS-ENTRY-CHANNEL = SPACES OR WS-ENTRY-CHANNEL = "SYSTEM"
              DISPLAY "Rejected: a customer channel is required."
              MOVE "N" TO WS-ENTRY-OK
           END-IF

           IF WS-ENTRY-OK = "Y"
              MOVE WS-ENTRY-CHANNEL TO CUT-CHANNEL
              READ CUTOFF-FILE
                 KEY IS CUT-CHANNEL
                 INVALID KEY
                   MOVE "N" TO WS-EXISTING
                   MOVE 1700   TO CUT-TIME
                   MOVE "A"    TO CUT-STATUS
                   MOVE SPACES TO CUT-DESCRIPTION
                 NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTING
              END-READ

              DISPLAY "Cut-off time HHMM [" CUT-TIME "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 IF WS-ANSWER(1:4) IS NUMERIC AND
                    WS-ANSWER(5:1) = SPACE
                    MOVE WS-ANSWER(1:4) TO CUT-TIME
                 ELSE
                    MOVE 9999 TO CUT-TIME
                 END-IF
              END-IF
              IF CUT-HOUR > 23 OR CUT-MINUTE > 59
                 DISPLAY "Rejected: time must be 0000 to 2359."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Status A=in force I=suspended [" CUT-STATUS
                      "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER(1:1) TO CUT-STATUS
              END-IF
              IF NOT CUT-ACTIVE AND NOT CUT-SUSPENDED
                 DISPLAY "Rejected: status must be A or I."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Description [" CUT-DESCRIPTION "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER TO CUT-DESCRIPTION
              END-IF
              MOVE WS-RUN-DATE        TO CUT-AMENDED-DATE
              MOVE SIGNON-OPERATOR-ID TO CUT-AMENDED-BY
              MOVE SPACES TO AUDIT-MESSAGE
              IF WS-EXISTING = "Y"
                 REWRITE CHANNEL-CUTOFF-RECORD
                 DISPLAY "Channel cut-off amended: " CUT-CHANNEL
                 STRING "CUTOFF AMENDED " CUT-CHANNEL " " CUT-TIME
                        " " CUT-STATUS
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              ELSE
                 WRITE CHANNEL-CUTOFF-RECORD
                 DISPLAY "Channel cut-off added: " CUT-CHANNEL
                 STRING "CUTOFF ADDED " CUT-CHANNEL " " CUT-TIME
                        " " CUT-STATUS
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              END-IF
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       EXIT.

       LIST-CUTOFFS.

           MOVE "N" TO END-OF-FILE
           MOVE SPACES TO CUT-CHANNEL
           START CUTOFF-FILE KEY IS NOT LESS THAN CUT-CHANNEL
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "CHANNEL    TIME S DESCRIPTION                    "
                   "AMENDED  BY"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ CUTOFF-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY CUT-CHANNEL " " CUT-TIME " " CUT-STATUS " "
                         CUT-DESCRIPTION " " CUT-AMENDED-DATE " "
                         CUT-AMENDED-BY
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projChannelCutoffMnt"     TO AUDIT-PROGRAM-NAME
         MOVE "projectChannelCutoff.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS                TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID         TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
