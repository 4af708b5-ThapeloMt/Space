      *A customer graduating from one product to another used to
      *mean close-and-reopen, which severed their history and
      *statement archive. This changes ACCOUNT-TYPE in place with
      *supervisor approval through projConversionApply: the new
      *type's rate band applies from the next daily accrual and its
      *fee schedule from the next assessment automatically (both
      *key off ACCOUNT-TYPE), a LOAN-TERMS-RECORD is created when
      *the account becomes a LOAN and retired as settled when it
      *stops being one, and a posted zero-amount CNV marker
      *transaction shows on the statement exactly when the terms
      *changed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projAccountConversion.
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.
       COPY projectConversionReqBook.

       01  FILE-STATUS            PIC XX.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ENTRY-ACCOUNT       PIC 9(10).
       01  WS-OLD-TYPE            PIC X(7).
       01  WS-NEW-TYPE            PIC X(7).
       01  WS-ENTRY-RATE          PIC 9(2)V9(4).
       01  WS-ENTRY-TERM          PIC 9(3).
       01  WS-PRINCIPAL           PIC 9(8)V99.

       PROCEDURE DIVISION.

                      "supervisor."
              GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER-FILE not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF
           CLOSE CUSTOMER-FILE

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             PERFORM CONVERT-ONE-ACCOUNT THRU CONVERT-ONE-EXIT
             DISPLAY "Convert another account? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM.
         GOBACK.

      *The account is looked up for the operator, then the
      *conversion itself - checks, rewrite, loan terms, marker and
      *audit - is left to projConversionApply, which owns the
      *customer file for the call.
       CONVERT-ONE-ACCOUNT.

           DISPLAY "Account number to convert: "
           ACCEPT WS-ENTRY-ACCOUNT
           OPEN INPUT CUSTOMER-FILE
           MOVE WS-ENTRY-ACCOUNT TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
              INVALID KEY
                DISPLAY "No account found for " WS-ENTRY-ACCOUNT
                CLOSE CUSTOMER-FILE
                GO TO CONVERT-ONE-EXIT
              NOT INVALID KEY
                CONTINUE
           END-READ
           CLOSE CUSTOMER-FILE
           IF CUS-ACCOUNT-STATUS NOT = "A"
              DISPLAY "Only active accounts convert; this one is "
                      CUS-ACCOUNT-STATUS
           END-IF
           MOVE CUS-ACCOUNT-TYPE TO WS-OLD-TYPE
           DISPLAY "Current type: " WS-OLD-TYPE
           DISPLAY "New product code (e.g. DEBIT, SAVINGS): "
           ACCEPT WS-NEW-TYPE

           MOVE 0 TO WS-PRINCIPAL
           MOVE 0 TO WS-ENTRY-RATE
           MOVE 0 TO WS-ENTRY-TERM
           IF WS-NEW-TYPE = "LOAN   " AND WS-OLD-TYPE NOT = "LOAN   "
              PERFORM ASK-LOAN-TERMS
           END-IF

           MOVE WS-ENTRY-ACCOUNT     TO CNVQ-ACCOUNT-NUM
           MOVE WS-NEW-TYPE          TO CNVQ-NEW-TYPE
           MOVE "BRANCH"             TO CNVQ-CHANNEL
           MOVE "projAccountConversio" TO CNVQ-PROGRAM
           MOVE SIGNON-OPERATOR-ID   TO CNVQ-OPERATOR-ID
           MOVE WS-PRINCIPAL         TO CNVQ-LOAN-PRINCIPAL
           MOVE WS-ENTRY-RATE        TO CNVQ-LOAN-RATE
           MOVE WS-ENTRY-TERM        TO CNVQ-LOAN-TERM
           CALL 'projConversionApply' USING CONVERSION-REQUEST
           EVALUATE TRUE
             WHEN CNVQ-CONVERTED
               DISPLAY "Converted " WS-ENTRY-ACCOUNT " from "
                       CNVQ-OLD-TYPE " to " WS-NEW-TYPE
               DISPLAY "The new type's rate band applies from the "
                       "next accrual and its fee schedule from the "
                       "next assessment."
             WHEN CNVQ-NO-ACCOUNT
               DISPLAY "No account found for " WS-ENTRY-ACCOUNT
             WHEN CNVQ-NOT-ACTIVE
               DISPLAY "Only active accounts convert."
             WHEN CNVQ-NO-PRODUCT
               DISPLAY "Not a product on the product master: "
                       WS-NEW-TYPE
             WHEN CNVQ-WITHDRAWN
               DISPLAY "Product withdrawn from sale: " WS-NEW-TYPE
             WHEN CNVQ-SAME-TYPE
               DISPLAY "Account already holds that type."
             WHEN CNVQ-NEEDS-TERMS
               DISPLAY "A LOAN conversion needs its loan terms."
             WHEN OTHER
               DISPLAY "Conversion not made - customer file not "
                       "available."
           END-EVALUATE.
       CONVERT-ONE-EXIT.
       EXIT.

      *Becoming a LOAN needs terms: the amount owed is the negative
      *balance, or a prompted principal for a flat conversion.
       ASK-LOAN-TERMS.

           IF CUS-ACCOUNT-BALANCE NOT < 0
              DISPLAY "Balance is not overdrawn - principal to "
                      "book: "
              ACCEPT WS-PRINCIPAL
           ACCEPT WS-ENTRY-RATE
           DISPLAY "Term in months: "
           ACCEPT WS-ENTRY-TERM
           IF WS-ENTRY-TERM = 0
              MOVE 1 TO WS-ENTRY-TERM
           END-IF.
       EXIT.
