       01 WS-RUN-TRIALBAL        PIC X VALUE "Y".

      *Customer-pass accumulators.
      *Trial-balance totals by product code, a row opened for each
      *product as its first account is read.
       01 WS-TBP-TABLE.
        05 WS-TBP-ENTRY OCCURS 30 TIMES.
         10 WS-TBP-TYPE          PIC X(7).
         10 WS-TBP-TOTAL         PIC S9(10)V99.
       01 WS-TBP-COUNT           PIC 9(2) VALUE 0.
       01 WS-TBP-IDX             PIC 9(2).
       01 WS-TBP-FOUND           PIC X.
       01 WS-OD-COUNT            PIC 9(4) VALUE 0.
      *Product descriptions for the trial-balance section, from the
      *shared product lookup module.
       COPY projectProductReqBook.
       COPY projectProductBook.

      *Accounts carried from the customer pass into the history pass
      *for the dormancy decision.
         END-IF

         IF WS-RUN-TRIALBAL = "Y" OR WS-RUN-TRIALBAL = "y"
            MOVE "N" TO WS-TBP-FOUND
            PERFORM VARYING WS-TBP-IDX FROM 1 BY 1
                    UNTIL WS-TBP-IDX > WS-TBP-COUNT
                       OR WS-TBP-FOUND = "Y"
              IF WS-TBP-TYPE(WS-TBP-IDX) = CUS-ACCOUNT-TYPE
                 MOVE "Y" TO WS-TBP-FOUND
                 ADD CUS-ACCOUNT-BALANCE TO WS-TBP-TOTAL(WS-TBP-IDX)
              END-IF
            END-PERFORM
            IF WS-TBP-FOUND = "N" AND WS-TBP-COUNT < 30
               ADD 1 TO WS-TBP-COUNT
               MOVE CUS-ACCOUNT-TYPE TO WS-TBP-TYPE(WS-TBP-COUNT)
               MOVE CUS-ACCOUNT-BALANCE
                    TO WS-TBP-TOTAL(WS-TBP-COUNT)
            END-IF
         END-IF

         IF WS-RUN-CSV = "Y" OR WS-RUN-CSV = "y"
         IF WS-RUN-TRIALBAL = "Y" OR WS-RUN-TRIALBAL = "y"
           MOVE SPACES TO DAILY-PRINT-LINE
           WRITE DAILY-PRINT-LINE
           MOVE "TRIAL BALANCE BY PRODUCT" TO DAILY-PRINT-LINE
           WRITE DAILY-PRINT-LINE
           PERFORM VARYING WS-TBP-IDX FROM 1 BY 1
                   UNTIL WS-TBP-IDX > WS-TBP-COUNT
             MOVE WS-TBP-TYPE(WS-TBP-IDX) TO PRDQ-CODE
             CALL 'projProductLookup' USING PRODUCT-REQUEST
                                            PRODUCT-RECORD
             IF NOT PRDQ-FOUND
                MOVE "NOT ON PRODUCT MASTER" TO PROD-DESCRIPTION
             END-IF
             MOVE SPACES TO DAILY-PRINT-LINE
             STRING WS-TBP-TYPE(WS-TBP-IDX) " " PROD-DESCRIPTION " "
                    WS-TBP-TOTAL(WS-TBP-IDX)
                    DELIMITED BY SIZE INTO DAILY-PRINT-LINE
             WRITE DAILY-PRINT-LINE
           END-PERFORM
         END-IF.
       EXIT.
