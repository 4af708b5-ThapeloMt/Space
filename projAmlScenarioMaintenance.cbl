      *AML monitoring scenario maintenance
      *Lists the transaction-monitoring scenarios projAmlMonitor
      *runs and lets compliance switch each on or off and tune its
      *amount, count, day window and percentage (what each setting
      *means per scenario is set out in projectAmlScenarioBook).
      *The standard scenarios are written by the monitor's first
      *run. Every change writes the old and new value to the audit
      *log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projAmlScenarioMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AML-SCENARIO-FILE ASSIGN TO 'projectAmlScenario.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMLS-CODE
                FILE STATUS IS FILE-STATUS.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD AML-SCENARIO-FILE.
       COPY projectAmlScenarioBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ENTRY-CODE          PIC X(8).
       01  WS-ANSWER              PIC X(20).
       01  WS-NUM-WORK            PIC S9(10)V9(4).
       01  WS-CHANGED             PIC X VALUE "N".
       01  WS-FIELD-NAME          PIC X(12).
       01  WS-OLD-SHOW            PIC X(14).
       01  WS-NEW-SHOW            PIC X(14).

       PROCEDURE DIVISION.

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF

           OPEN I-O AML-SCENARIO-FILE
            IF FILE-STATUS = "35"
              DISPLAY "No AML scenarios on file yet - the standard "
                      "set is written by projAmlMonitor's first run."
              GOBACK
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "AML scenario file not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (L=list scenarios A=amend scenario): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-SCENARIOS
                WHEN "A"
                WHEN "a"
                  PERFORM AMEND-SCENARIO
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another scenario action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE AML-SCENARIO-FILE.
         GOBACK.

       LIST-SCENARIOS.

           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO AMLS-CODE
           START AML-SCENARIO-FILE KEY IS NOT LESS THAN AMLS-CODE
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "CODE     ON AMOUNT      COUNT DAYS PCT  "
                   "DESCRIPTION"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ AML-SCENARIO-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY AMLS-CODE " " AMLS-ACTIVE "  " AMLS-AMOUNT
                         " " AMLS-COUNT "   " AMLS-DAYS "  "
                         AMLS-PERCENT " " AMLS-DESCRIPTION
             END-READ
           END-PERFORM.
       EXIT.

       AMEND-SCENARIO.

           DISPLAY "Scenario code: "
           ACCEPT WS-ENTRY-CODE
           INSPECT WS-ENTRY-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-ENTRY-CODE TO AMLS-CODE
           READ AML-SCENARIO-FILE
              KEY IS AMLS-CODE
              INVALID KEY
                DISPLAY "Scenario " WS-ENTRY-CODE " not on file."
              NOT INVALID KEY
                DISPLAY AMLS-CODE " - " AMLS-DESCRIPTION
                MOVE "N" TO WS-CHANGED
                PERFORM AMEND-ACTIVE
                PERFORM AMEND-AMOUNT
                PERFORM AMEND-COUNT
                PERFORM AMEND-DAYS
                PERFORM AMEND-PERCENT
                IF WS-CHANGED = "Y"
                   REWRITE AML-SCENARIO-RECORD
                   DISPLAY "Scenario " AMLS-CODE " amended."
                ELSE
                   DISPLAY "No change."
                END-IF
           END-READ.
       EXIT.

       AMEND-ACTIVE.

           DISPLAY "Active Y/N [" AMLS-ACTIVE "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              IF WS-ANSWER = "Y" OR WS-ANSWER = "y" OR
                 WS-ANSWER = "N" OR WS-ANSWER = "n"
                 MOVE "ACTIVE" TO WS-FIELD-NAME
                 MOVE AMLS-ACTIVE TO WS-OLD-SHOW
                 INSPECT WS-ANSWER CONVERTING "yn" TO "YN"
                 MOVE WS-ANSWER(1:1) TO AMLS-ACTIVE
                 MOVE AMLS-ACTIVE TO WS-NEW-SHOW
                 PERFORM AUDIT-SCENARIO-CHANGE
              ELSE
                 DISPLAY "Rejected: answer Y or N."
              END-IF
           END-IF.
       EXIT.

       AMEND-AMOUNT.

           DISPLAY "Amount [" AMLS-AMOUNT "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0
                 DISPLAY "Rejected: amount cannot be negative."
              ELSE
                 MOVE "AMOUNT" TO WS-FIELD-NAME
                 MOVE AMLS-AMOUNT TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO AMLS-AMOUNT
                 MOVE AMLS-AMOUNT TO WS-NEW-SHOW
                 PERFORM AUDIT-SCENARIO-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-COUNT.

           DISPLAY "Count [" AMLS-COUNT "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 100
                 DISPLAY "Rejected: give 0 to 100."
              ELSE
                 MOVE "COUNT" TO WS-FIELD-NAME
                 MOVE AMLS-COUNT TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO AMLS-COUNT
                 MOVE AMLS-COUNT TO WS-NEW-SHOW
                 PERFORM AUDIT-SCENARIO-CHANGE
              END-IF
           END-IF.
       EXIT.

      *The monitor holds at most a year of an account's items.
       AMEND-DAYS.

           DISPLAY "Days [" AMLS-DAYS "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 365
                 DISPLAY "Rejected: give 1 to 365 days."
              ELSE
                 MOVE "DAYS" TO WS-FIELD-NAME
                 MOVE AMLS-DAYS TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO AMLS-DAYS
                 MOVE AMLS-DAYS TO WS-NEW-SHOW
                 PERFORM AUDIT-SCENARIO-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-PERCENT.

           DISPLAY "Percent [" AMLS-PERCENT "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 9999
                 DISPLAY "Rejected: give 0 to 9999 percent."
              ELSE
                 MOVE "PERCENT" TO WS-FIELD-NAME
                 MOVE AMLS-PERCENT TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO AMLS-PERCENT
                 MOVE AMLS-PERCENT TO WS-NEW-SHOW
                 PERFORM AUDIT-SCENARIO-CHANGE
              END-IF
           END-IF.
       EXIT.

       AUDIT-SCENARIO-CHANGE.

           MOVE "Y" TO WS-CHANGED
           MOVE SPACES TO AUDIT-MESSAGE
           STRING AMLS-CODE " " WS-FIELD-NAME(1:7) " OLD:"
                  WS-OLD-SHOW
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG
           MOVE SPACES TO AUDIT-MESSAGE
           STRING AMLS-CODE " " WS-FIELD-NAME(1:7) " NEW:"
                  WS-NEW-SHOW
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projAmlScenarioMaint" TO AUDIT-PROGRAM-NAME
         MOVE "projectAmlScenario.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS            TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID     TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
