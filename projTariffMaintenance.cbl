      *Per-item tariff maintenance utility
      *Captures and amends the per-item charges that posting raises
      *as each chargeable item goes through - the charge per item and
      *the number of items a month an account gets free - keyed by
      *transaction type, channel (ANY for every channel) and product
      *(* for every product). A zero charge makes an item free
      *without losing its record. Supervisor sign-on is required and
      *every change is written to the audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projTariffMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TARIFF-FILE ASSIGN TO 'projectTariffFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITAR-KEY
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TARIFF-FILE.
       COPY projectTariffBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projectAuditDataBook.
       COPY projectTariffReqBook.

       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ANSWER              PIC X(30).
       01  WS-NUM-WORK            PIC S9(10)V99.
       01  WS-ENTRY-OK            PIC X VALUE "Y".
       01  WS-EXISTING            PIC X VALUE "N".
       01  WS-BOOT-RECORD         PIC X(59).

       PROCEDURE DIVISION.

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: tariff changes need a "
                      "supervisor."
              GOBACK
           END-IF

      *A first run starts from the standard tariff rather than an
      *empty file - the lookup module writes it when missing.
           MOVE SPACES TO TARIFF-REQUEST
           CALL 'projTariffLookup' USING TARIFF-REQUEST
                                         WS-BOOT-RECORD

           OPEN I-O TARIFF-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT TARIFF-FILE
              CLOSE TARIFF-FILE
              OPEN I-O TARIFF-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "TARIFF-FILE not available. FILE STATUS: "
                      FILE-STATUS
              STOP RUN
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=add/amend L=list): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM ADD-OR-AMEND-TARIFF
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-TARIFFS
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another tariff action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE TARIFF-FILE.
         STOP RUN.

      *An existing tariff is shown field by field with its current
      *value (. keeps it); a new one starts free with no allowance
      *so nothing is charged until a charge is entered.
       ADD-OR-AMEND-TARIFF.

           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Transaction type (e.g. WIT): "
           ACCEPT ITAR-TRANS-TYPE
           DISPLAY "Channel (e.g. ATM, ANY for all): "
           ACCEPT ITAR-CHANNEL
           DISPLAY "Product (e.g. SAVINGS, * for all): "
           ACCEPT ITAR-PRODUCT
           IF ITAR-TRANS-TYPE = SPACES OR ITAR-CHANNEL = SPACES
              OR ITAR-PRODUCT = SPACES
              DISPLAY "Rejected: type, channel and product required."
              MOVE "N" TO WS-ENTRY-OK
           END-IF

           IF WS-ENTRY-OK = "Y"
              READ TARIFF-FILE
                 KEY IS ITAR-KEY
                 INVALID KEY
                   MOVE "N" TO WS-EXISTING
                   MOVE 0      TO ITAR-CHARGE
                   MOVE 0      TO ITAR-FREE-ITEMS
                   MOVE SPACES TO ITAR-DESCRIPTION
                 NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTING
              END-READ

              DISPLAY "Description [" ITAR-DESCRIPTION "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER TO ITAR-DESCRIPTION
              END-IF

              DISPLAY "Charge per item [" ITAR-CHARGE "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
                 IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 9999.99
                    DISPLAY "Rejected: charge must be 0 to 9999.99."
                    MOVE "N" TO WS-ENTRY-OK
                 ELSE
                    MOVE WS-NUM-WORK TO ITAR-CHARGE
                 END-IF
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Free items a month [" ITAR-FREE-ITEMS
                      "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
                 IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 999
                    DISPLAY "Rejected: free items must be 0 to 999."
                    MOVE "N" TO WS-ENTRY-OK
                 ELSE
                    MOVE WS-NUM-WORK TO ITAR-FREE-ITEMS
                 END-IF
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              MOVE SPACES TO AUDIT-MESSAGE
              IF WS-EXISTING = "Y"
                 REWRITE ITEM-TARIFF-RECORD
                 DISPLAY "Tariff amended: " ITAR-KEY
                 STRING "TARIFF AMENDED " ITAR-TRANS-TYPE " "
                        ITAR-CHANNEL " " ITAR-CHARGE
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              ELSE
                 WRITE ITEM-TARIFF-RECORD
                 DISPLAY "Tariff added: " ITAR-KEY
                 STRING "TARIFF ADDED " ITAR-TRANS-TYPE " "
                        ITAR-CHANNEL " " ITAR-CHARGE
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              END-IF
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       EXIT.

       LIST-TARIFFS.

           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO ITAR-KEY
           START TARIFF-FILE KEY IS NOT LESS THAN ITAR-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "TYP CHANNEL    PRODUCT CHARGE  FREE DESCRIPTION"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ TARIFF-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY ITAR-TRANS-TYPE " " ITAR-CHANNEL " "
                         ITAR-PRODUCT " " ITAR-CHARGE "  "
                         ITAR-FREE-ITEMS "  " ITAR-DESCRIPTION
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projTariffMaint"        TO AUDIT-PROGRAM-NAME
         MOVE "projectTariffFile.dat"  TO AUDIT-FILE-NAME
         MOVE FILE-STATUS              TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID       TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
