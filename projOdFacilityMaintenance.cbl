       01  WS-CUSTOMER-FOUND      PIC X VALUE "N".
       01  WS-EXPIRED-COUNT       PIC 9(5) VALUE 0.
       01  WS-ANOTHER             PIC X VALUE "Y".
      *Only products held to a floor can be granted a facility
      *below it.
       COPY projectProductReqBook.
       COPY projectProductBook.

       PROCEDURE DIVISION.

                   DISPLAY "No customer record found for account: "
                           WS-ENTRY-ACCOUNT-NUM
                 NOT INVALID KEY
                   MOVE CUS-ACCOUNT-TYPE TO PRDQ-CODE
                   CALL 'projProductLookup' USING PRODUCT-REQUEST
                                                  PRODUCT-RECORD
                   IF PRDQ-FOUND AND NOT PROD-FLOOR-NONE
                      MOVE "Y" TO WS-CUSTOMER-FOUND
                   ELSE
                      DISPLAY "Overdraft facilities apply to "
                              "products held to a floor, this is "
                              CUS-ACCOUNT-TYPE
                   END-IF
              END-READ
