      *Product master lookup module
      *Called with a PRODUCT-REQUEST and a PRODUCT-RECORD wherever a
      *product rule is needed (posting, accrual, fee assessment, the
      *balance reports and the simulations). The product master is
      *read once into a table on the first call of the run and
      *served from memory after that, so a caller can look up the
      *product of every account it touches. On first use (no
      *product file on disk) the file is created holding the five
      *standard products with the rules the system has always
      *applied to them.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projProductLookup.

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
       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-LOADED              PIC X VALUE "N".
       01  WS-PRD-COUNT           PIC 9(2) VALUE 0.
       01  WS-PRD-IDX             PIC 9(2).
       01  WS-PRD-TABLE.
        05 WS-PRD-ENTRY OCCURS 30 TIMES.
         10 WS-PRD-RECORD          PIC X(89).

       LINKAGE SECTION.
       COPY projectProductReqBook.
      *The caller's PRODUCT-RECORD, filled when the code is found.
       01 PRODUCT-CALLER-RECORD   PIC X(89).

       PROCEDURE DIVISION USING PRODUCT-REQUEST
                                PRODUCT-CALLER-RECORD.

           IF WS-LOADED = "N"
              PERFORM LOAD-PRODUCT-TABLE
              MOVE "Y" TO WS-LOADED
           END-IF

           MOVE "N" TO PRDQ-RESULT
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
                      OR PRDQ-FOUND
             IF WS-PRD-RECORD(WS-PRD-IDX)(1:7) = PRDQ-CODE
                MOVE "Y" TO PRDQ-RESULT
                MOVE WS-PRD-RECORD(WS-PRD-IDX) TO PRODUCT-CALLER-RECORD
             END-IF
           END-PERFORM.
         GOBACK.

       LOAD-PRODUCT-TABLE.

           MOVE 0 TO WS-PRD-COUNT
           OPEN INPUT PRODUCT-FILE
            IF FILE-STATUS = "35"
              PERFORM WRITE-DEFAULT-PRODUCTS
              OPEN INPUT PRODUCT-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "PRODUCT-FILE not available. FILE STATUS: "
                      FILE-STATUS
            ELSE
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ PRODUCT-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF WS-PRD-COUNT < 30
                       ADD 1 TO WS-PRD-COUNT
                       MOVE PRODUCT-RECORD
                            TO WS-PRD-RECORD(WS-PRD-COUNT)
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE PRODUCT-FILE.
       EXIT.

      *The five products the system was built around, with the
      *rules posting used to hard-code for them: DEBIT and SAVINGS
      *held to the bank-wide overdraft floor, CREDIT and SAVINGS
      *earning on their balance, DEBIT and LOAN charged while
      *overdrawn, TERMDEP paid at maturity.
       WRITE-DEFAULT-PRODUCTS.

           DISPLAY "PRODUCT-FILE not found. Writing standard products."
           OPEN OUTPUT PRODUCT-FILE
            MOVE "DEBIT  "                TO PROD-CODE
            MOVE "CURRENT ACCOUNT"        TO PROD-DESCRIPTION
            MOVE "D"                      TO PROD-INTEREST-BEARING
            MOVE "P"                      TO PROD-FLOOR-RULE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "CREDIT "                TO PROD-CODE
            MOVE "CREDIT ACCOUNT"         TO PROD-DESCRIPTION
            MOVE "Y"                      TO PROD-INTEREST-BEARING
            MOVE "N"                      TO PROD-FLOOR-RULE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "SAVINGS"                TO PROD-CODE
            MOVE "SAVINGS ACCOUNT"        TO PROD-DESCRIPTION
            MOVE "Y"                      TO PROD-INTEREST-BEARING
            MOVE "P"                      TO PROD-FLOOR-RULE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "LOAN   "                TO PROD-CODE
            MOVE "LOAN ACCOUNT"           TO PROD-DESCRIPTION
            MOVE "D"                      TO PROD-INTEREST-BEARING
            MOVE "N"                      TO PROD-FLOOR-RULE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "TERMDEP"                TO PROD-CODE
            MOVE "TERM DEPOSIT"           TO PROD-DESCRIPTION
            MOVE "N"                      TO PROD-INTEREST-BEARING
            MOVE "N"                      TO PROD-FLOOR-RULE
            PERFORM WRITE-ONE-DEFAULT
           CLOSE PRODUCT-FILE.
       EXIT.

       WRITE-ONE-DEFAULT.

           MOVE 0         TO PROD-MIN-OPEN-BALANCE
           MOVE 0         TO PROD-MIN-RUN-BALANCE
           MOVE 1         TO PROD-STMT-CYCLE
           MOVE PROD-CODE TO PROD-FEE-KEY
           MOVE PROD-CODE TO PROD-RATE-KEY
           MOVE "A"       TO PROD-STATUS
           MOVE SPACES    TO PROD-ADULT-PRODUCT
           MOVE 0         TO PROD-NOTICE-DAYS
           MOVE 0         TO PROD-NOTICE-GRACE-DAYS
           WRITE PRODUCT-RECORD.
       EXIT.
