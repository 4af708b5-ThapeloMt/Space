       01  WS-PRJ-DIFF            PIC S9(12)V99.
       01  WS-ACCT-COUNT          PIC 9(7) VALUE 0.

      *Product rules for the account in hand, from the shared
      *product lookup module.
       COPY projectProductReqBook.
       COPY projectProductBook.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
                 AT END
                  MOVE "Y" TO END-OF-FILE
                 NOT AT END
                  MOVE CUS-ACCOUNT-TYPE TO PRDQ-CODE
                  CALL 'projProductLookup' USING PRODUCT-REQUEST
                                                 PRODUCT-RECORD
                  IF PRDQ-FOUND AND
                     (PROD-INT-ON-BALANCE OR
                      (PROD-INT-ON-DEBIT AND
                       CUS-ACCOUNT-BALANCE < 0)) AND
                     CUS-ACCOUNT-STATUS = "A"
                     PERFORM SIMULATE-ONE-ACCOUNT
           PERFORM ACCUMULATE-BY-TYPE.
       EXIT.

      *Same pick as SELECT-INTEREST-RATE in projMainProg: the
      *product's rate key, highest qualifying band, latest effective
      *date not after the run date. A table with no applicable entry
      *leaves a zero rate - the simulation shows the gap rather than
      *borrowing the parm-file fallback.
       SELECT-RATE-FROM-TABLE.

           MOVE 0            TO WS-SEL-BEST-EFF
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
             IF WS-SEL-ACCOUNT-TYPE(WS-SEL-IDX) = PROD-RATE-KEY
                AND WS-SEL-EFFECTIVE(WS-SEL-IDX)
                    NOT > WS-RUN-DATE
                AND WS-SEL-BAND-FLOOR(WS-SEL-IDX)
