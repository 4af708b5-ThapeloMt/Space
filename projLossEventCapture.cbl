      *Operational loss event capture workstation
      *Risk management records here the loss events found outside
      *the system (a cash-in-transit loss, a mis-sent payment
      *written off, damage to premises) with their category,
      *branch, amount and any recovery, and records recoveries as
      *they come in against any event on the register - including
      *the ones the drawer close, ATM reconciliation, dispute
      *closure and the charge-off batch register automatically.
      *Every capture and recovery is written to the audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projLossEventCapture.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOSS-EVENT-FILE ASSIGN TO 'projectLossEvent.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEV-EVENT-ID
               ALTERNATE RECORD KEY IS LEV-ORIGIN-KEY
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD LOSS-EVENT-FILE.
       COPY projectLossEventBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projectLossEventReqBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ENTRY-EVENT-ID      PIC 9(8).
       01  WS-ENTRY-CATEGORY      PIC X(4).
       01  WS-ENTRY-BRANCH        PIC X(05).
       01  WS-ENTRY-ACCOUNT       PIC 9(10).
       01  WS-ENTRY-DATE          PIC 9(8).
       01  WS-ENTRY-AMOUNT        PIC 9(10)V99.
       01  WS-ENTRY-RECOVERY      PIC 9(10)V99.
       01  WS-ENTRY-DESCRIPTION   PIC X(40).
       01  WS-FROM-DATE           PIC 9(8).
       01  WS-LISTED              PIC 9(5).
       01  WS-NET-LOSS            PIC S9(10)V99.
       01  WS-GROSS-ED            PIC Z(9)9.99.
       01  WS-RECOVERY-ED         PIC Z(9)9.99.
       01  WS-NET-ED              PIC -(10)9.99.

       PROCEDURE DIVISION.

           MOVE "B" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF
           CALL 'GetBusinessDate' USING WS-RUN-DATE

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=add loss event R=record recovery "
                     "L=list events): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM ADD-LOSS-EVENT
                WHEN "R"
                WHEN "r"
                  PERFORM RECORD-RECOVERY
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-LOSS-EVENTS
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another loss event action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM.
         GOBACK.

      *A manual event goes through the same writer as the automatic
      *ones so it is numbered off the same counter.
       ADD-LOSS-EVENT.

           DISPLAY "Category (TELL=teller cash ATMS=ATM cash "
                   "DISP=dispute FRAU=fraud CHGO=charge-off "
                   "OTHR=other): "
           ACCEPT WS-ENTRY-CATEGORY
           INSPECT WS-ENTRY-CATEGORY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-ENTRY-CATEGORY TO LEV-CATEGORY
           IF NOT LEV-CAT-VALID
              DISPLAY "Unknown category, event not captured."
           ELSE
              DISPLAY "Branch code: "
              ACCEPT WS-ENTRY-BRANCH
              DISPLAY "Account number (0 if none): "
              ACCEPT WS-ENTRY-ACCOUNT
              DISPLAY "Date of the event (0 for today): "
              ACCEPT WS-ENTRY-DATE
              IF WS-ENTRY-DATE = 0
                 MOVE WS-RUN-DATE TO WS-ENTRY-DATE
              END-IF
              DISPLAY "Gross loss amount: "
              ACCEPT WS-ENTRY-AMOUNT
              DISPLAY "Amount already recovered (0 if none): "
              ACCEPT WS-ENTRY-RECOVERY
              DISPLAY "Description: "
              ACCEPT WS-ENTRY-DESCRIPTION
              IF WS-ENTRY-AMOUNT = 0
                 DISPLAY "A loss amount is needed, event not "
                         "captured."
              ELSE
               IF WS-ENTRY-RECOVERY > WS-ENTRY-AMOUNT
                 DISPLAY "Recovery cannot exceed the loss, event "
                         "not captured."
               ELSE
                 MOVE WS-ENTRY-CATEGORY    TO LEVQ-CATEGORY
                 MOVE "MANUAL"             TO LEVQ-SOURCE
                 MOVE SPACES               TO LEVQ-ORIGIN-REF
                 MOVE WS-ENTRY-BRANCH      TO LEVQ-BRANCH-CODE
                 MOVE WS-ENTRY-ACCOUNT     TO LEVQ-ACCOUNT-NUM
                 MOVE WS-ENTRY-DATE        TO LEVQ-EVENT-DATE
                 MOVE WS-ENTRY-AMOUNT      TO LEVQ-AMOUNT
                 MOVE WS-ENTRY-RECOVERY    TO LEVQ-RECOVERY
                 MOVE WS-ENTRY-DESCRIPTION TO LEVQ-DESCRIPTION
                 MOVE SIGNON-OPERATOR-ID   TO LEVQ-OPERATOR-ID
                 CALL 'projLossEventWriter' USING LOSS-EVENT-REQUEST
                 IF LEVQ-REGISTERED
                    DISPLAY "Loss event " LEVQ-EVENT-ID " captured."
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "LOSS EVENT " LEVQ-EVENT-ID " CAPTURED "
                           LEVQ-CATEGORY
                           DELIMITED BY SIZE INTO AUDIT-MESSAGE
                    PERFORM WRITE-AUDIT-LOG
                 ELSE
                    DISPLAY "Loss event not captured."
                 END-IF
               END-IF
              END-IF
           END-IF.
       EXIT.

      *Recoveries accumulate on the event; the register never shows
      *more recovered than was lost.
       RECORD-RECOVERY.

           DISPLAY "Loss event number: "
           ACCEPT WS-ENTRY-EVENT-ID
           OPEN I-O LOSS-EVENT-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "Loss event register not available. "
                      "FILE STATUS: " FILE-STATUS
            ELSE
              MOVE WS-ENTRY-EVENT-ID TO LEV-EVENT-ID
              READ LOSS-EVENT-FILE
                 KEY IS LEV-EVENT-ID
                 INVALID KEY
                   DISPLAY "Loss event " WS-ENTRY-EVENT-ID
                           " not found."
                 NOT INVALID KEY
                   MOVE LEV-GROSS-LOSS TO WS-GROSS-ED
                   MOVE LEV-RECOVERY   TO WS-RECOVERY-ED
                   DISPLAY LEV-CATEGORY " " LEV-BRANCH-CODE " "
                           LEV-EVENT-DATE " " LEV-DESCRIPTION
                   DISPLAY "  GROSS " WS-GROSS-ED
                           "  RECOVERED SO FAR " WS-RECOVERY-ED
                   DISPLAY "Amount recovered now: "
                   ACCEPT WS-ENTRY-RECOVERY
                   IF WS-ENTRY-RECOVERY = 0
                      DISPLAY "No recovery recorded."
                   ELSE
                    IF LEV-RECOVERY + WS-ENTRY-RECOVERY >
                       LEV-GROSS-LOSS
                      DISPLAY "Recovery would exceed the loss, "
                              "not recorded."
                    ELSE
                      ADD WS-ENTRY-RECOVERY TO LEV-RECOVERY
                      MOVE WS-RUN-DATE TO LEV-RECOVERY-DATE
                      REWRITE LOSS-EVENT-RECORD
                      DISPLAY "Recovery recorded."
                      MOVE SPACES TO AUDIT-MESSAGE
                      STRING "LOSS EVT " LEV-EVENT-ID
                             " RECOV " WS-ENTRY-RECOVERY
                             DELIMITED BY SIZE INTO AUDIT-MESSAGE
                      PERFORM WRITE-AUDIT-LOG
                    END-IF
                   END-IF
              END-READ
            END-IF
           CLOSE LOSS-EVENT-FILE.
       EXIT.

       LIST-LOSS-EVENTS.

           DISPLAY "List events dated from (yyyymmdd, 0 for all): "
           ACCEPT WS-FROM-DATE
           MOVE 0 TO WS-LISTED
           MOVE "N" TO END-OF-FILE
           OPEN INPUT LOSS-EVENT-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "No loss events on file."
              MOVE "Y" TO END-OF-FILE
            END-IF
           DISPLAY "EVENT    CAT  BRANCH DATE              GROSS"
                   "      RECOVERED            NET SOURCE"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ LOSS-EVENT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF LEV-EVENT-DATE NOT < WS-FROM-DATE
                    ADD 1 TO WS-LISTED
                    COMPUTE WS-NET-LOSS =
                            LEV-GROSS-LOSS - LEV-RECOVERY
                    MOVE LEV-GROSS-LOSS TO WS-GROSS-ED
                    MOVE LEV-RECOVERY   TO WS-RECOVERY-ED
                    MOVE WS-NET-LOSS    TO WS-NET-ED
                    DISPLAY LEV-EVENT-ID " " LEV-CATEGORY " "
                            LEV-BRANCH-CODE "  " LEV-EVENT-DATE " "
                            WS-GROSS-ED " " WS-RECOVERY-ED " "
                            WS-NET-ED " " LEV-SOURCE
                    DISPLAY "         " LEV-DESCRIPTION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LOSS-EVENT-FILE
           DISPLAY WS-LISTED " loss event(s) listed.".
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projLossEventCapture" TO AUDIT-PROGRAM-NAME
         MOVE "projectLossEvent.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
