      *Product master maintenance utility
      *Captures and amends the product master records that posting,
      *accrual, fee assessment and the balance reports take their
      *product rules from. A new product variant is launched here by
      *adding a record (sharing a parent's fee schedule or rate
      *table key where it prices the same); a product is retired by
      *withdrawing it, which stops new openings but leaves existing
      *accounts serviced. Supervisor sign-on is required and every
      *change is written to the audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projProductMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRODUCT-FILE ASSIGN TO 'projectProductFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       COPY projectProductBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projectAuditDataBook.
       COPY projectProductReqBook.

       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ENTRY-CODE          PIC X(7).
       01  WS-ANSWER              PIC X(30).
       01  WS-NUM-WORK            PIC S9(10)V99.
       01  WS-ENTRY-OK            PIC X VALUE "Y".
       01  WS-EXISTING            PIC X VALUE "N".
       01  WS-BOOT-RECORD         PIC X(89).

       PROCEDURE DIVISION.

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: product changes need a "
                      "supervisor."
              GOBACK
           END-IF

      *A first run starts from the standard product set rather than
      *an empty file - the lookup module writes it when missing.
           MOVE SPACES TO PRDQ-CODE
           CALL 'projProductLookup' USING PRODUCT-REQUEST
                                          WS-BOOT-RECORD

           OPEN I-O PRODUCT-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT PRODUCT-FILE
              CLOSE PRODUCT-FILE
              OPEN I-O PRODUCT-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "PRODUCT-FILE not available. FILE STATUS: "
                      FILE-STATUS
              STOP RUN
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=add/amend L=list): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM ADD-OR-AMEND-PRODUCT
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-PRODUCTS
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another product action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE PRODUCT-FILE.
         STOP RUN.

      *An existing product is shown field by field with its current
      *value (. keeps it); a new one starts from a plain
      *non-interest-bearing product with no floor and the code as
      *its own fee and rate key.
       ADD-OR-AMEND-PRODUCT.

           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Product code (max 7, e.g. SAVPLUS): "
           ACCEPT WS-ENTRY-CODE
           IF WS-ENTRY-CODE = SPACES
              DISPLAY "Rejected: product code required."
              MOVE "N" TO WS-ENTRY-OK
           END-IF

           IF WS-ENTRY-OK = "Y"
              MOVE WS-ENTRY-CODE TO PROD-CODE
              READ PRODUCT-FILE
                 KEY IS PROD-CODE
                 INVALID KEY
                   MOVE "N" TO WS-EXISTING
                   MOVE SPACES        TO PROD-DESCRIPTION
                   MOVE "N"           TO PROD-INTEREST-BEARING
                   MOVE 0             TO PROD-MIN-OPEN-BALANCE
                   MOVE "N"           TO PROD-FLOOR-RULE
                   MOVE 0             TO PROD-MIN-RUN-BALANCE
                   MOVE 1             TO PROD-STMT-CYCLE
                   MOVE WS-ENTRY-CODE TO PROD-FEE-KEY
                   MOVE WS-ENTRY-CODE TO PROD-RATE-KEY
                   MOVE "A"           TO PROD-STATUS
                   MOVE SPACES        TO PROD-ADULT-PRODUCT
                   MOVE 0             TO PROD-NOTICE-DAYS
                   MOVE 0             TO PROD-NOTICE-GRACE-DAYS
                 NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTING
              END-READ

              DISPLAY "Description [" PROD-DESCRIPTION "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER TO PROD-DESCRIPTION
              END-IF

              DISPLAY "Interest Y=on balance D=while overdrawn N=none ["
                      PROD-INTEREST-BEARING "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER(1:1) TO PROD-INTEREST-BEARING
              END-IF
              IF NOT PROD-INT-ON-BALANCE AND
                 NOT PROD-INT-ON-DEBIT AND
                 NOT PROD-INT-NONE
                 DISPLAY "Rejected: interest flag must be Y, D or N."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Minimum opening balance ["
                      PROD-MIN-OPEN-BALANCE "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
                 IF WS-NUM-WORK < 0
                    DISPLAY "Rejected: opening minimum cannot be "
                            "negative."
                    MOVE "N" TO WS-ENTRY-OK
                 ELSE
                    MOVE WS-NUM-WORK TO PROD-MIN-OPEN-BALANCE
                 END-IF
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Floor P=bank overdraft floor O=own minimum "
                      "N=none [" PROD-FLOOR-RULE "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER(1:1) TO PROD-FLOOR-RULE
              END-IF
              IF NOT PROD-FLOOR-PARM AND
                 NOT PROD-FLOOR-OWN AND
                 NOT PROD-FLOOR-NONE
                 DISPLAY "Rejected: floor rule must be P, O or N."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y" AND PROD-FLOOR-OWN
              DISPLAY "Minimum running balance ["
                      PROD-MIN-RUN-BALANCE "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
                 MOVE WS-NUM-WORK TO PROD-MIN-RUN-BALANCE
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Default statement cycle day ["
                      PROD-STMT-CYCLE "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
                 IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 28
                    DISPLAY "Rejected: cycle day must be 1 to 28."
                    MOVE "N" TO WS-ENTRY-OK
                 ELSE
                    MOVE WS-NUM-WORK TO PROD-STMT-CYCLE
                 END-IF
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Fee schedule key [" PROD-FEE-KEY "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER TO PROD-FEE-KEY
              END-IF
              DISPLAY "Rate table key [" PROD-RATE-KEY "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER TO PROD-RATE-KEY
              END-IF
              DISPLAY "Status A=active W=withdrawn ["
                      PROD-STATUS "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER(1:1) TO PROD-STATUS
              END-IF
              IF NOT PROD-ACTIVE AND NOT PROD-WITHDRAWN
                 DISPLAY "Rejected: status must be A or W."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y"
              DISPLAY "Adult product for minors' accounts, - for "
                      "none [" PROD-ADULT-PRODUCT "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER = "-"
                 MOVE SPACES TO PROD-ADULT-PRODUCT
              ELSE IF WS-ANSWER NOT = "."
                 MOVE WS-ANSWER TO PROD-ADULT-PRODUCT
              END-IF
              END-IF
              IF PROD-ADULT-PRODUCT = PROD-CODE
                 DISPLAY "Rejected: a product cannot convert to "
                         "itself."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF

      *A notice-deposit product needs a grace period too, or every
      *matured notice would lapse the day it matured.
           IF WS-ENTRY-OK = "Y"
              DISPLAY "Days' notice before withdrawal, 0 for none ["
                      PROD-NOTICE-DAYS "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
                 IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 366
                    DISPLAY "Rejected: notice days must be 0 to 366."
                    MOVE "N" TO WS-ENTRY-OK
                 ELSE
                    MOVE WS-NUM-WORK TO PROD-NOTICE-DAYS
                 END-IF
              END-IF
           END-IF

           IF WS-ENTRY-OK = "Y" AND PROD-NOTICE-DAYS > 0
              DISPLAY "Days a matured notice stays open ["
                      PROD-NOTICE-GRACE-DAYS "] (. keeps): "
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "."
                 COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
                 IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 366
                    DISPLAY "Rejected: grace days must be 1 to 366."
                    MOVE "N" TO WS-ENTRY-OK
                 ELSE
                    MOVE WS-NUM-WORK TO PROD-NOTICE-GRACE-DAYS
                 END-IF
              END-IF
              IF PROD-NOTICE-GRACE-DAYS = 0
                 DISPLAY "Rejected: a notice product needs a grace "
                         "period."
                 MOVE "N" TO WS-ENTRY-OK
              END-IF
           END-IF
           IF WS-ENTRY-OK = "Y" AND PROD-NOTICE-DAYS = 0
              MOVE 0 TO PROD-NOTICE-GRACE-DAYS
           END-IF

           IF WS-ENTRY-OK = "Y"
              MOVE SPACES TO AUDIT-MESSAGE
              IF WS-EXISTING = "Y"
                 REWRITE PRODUCT-RECORD
                 DISPLAY "Product amended: " PROD-CODE
                 STRING "PRODUCT AMENDED " PROD-CODE " "
                        PROD-INTEREST-BEARING PROD-FLOOR-RULE
                        PROD-STATUS
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              ELSE
                 WRITE PRODUCT-RECORD
                 DISPLAY "Product added: " PROD-CODE
                 STRING "PRODUCT ADDED " PROD-CODE " "
                        PROD-INTEREST-BEARING PROD-FLOOR-RULE
                        PROD-STATUS
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
              END-IF
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       EXIT.

       LIST-PRODUCTS.

           MOVE "N" TO END-OF-FILE
           MOVE SPACES TO PROD-CODE
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-CODE
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "CODE    DESCRIPTION                    I  MIN-OPEN"
                   "     F  MIN-RUN      CY FEE-KEY RATEKEY S NTC GRC"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ PRODUCT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY PROD-CODE " " PROD-DESCRIPTION " "
                         PROD-INTEREST-BEARING "  "
                         PROD-MIN-OPEN-BALANCE " "
                         PROD-FLOOR-RULE "  "
                         PROD-MIN-RUN-BALANCE " "
                         PROD-STMT-CYCLE " "
                         PROD-FEE-KEY " " PROD-RATE-KEY " "
                         PROD-STATUS " " PROD-NOTICE-DAYS " "
                         PROD-NOTICE-GRACE-DAYS
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projProductMaint"       TO AUDIT-PROGRAM-NAME
         MOVE "projectProductFile.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS              TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID       TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
