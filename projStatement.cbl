       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY TransactionHIST.
       COPY projectTranCodeReqBook.
       COPY projectTranCodeBook.

       01  FILE-STATUS           PIC XX.
       01  FILE-STATUS1          PIC XX.
       01 WS-STMT-PERIOD-MOVE    PIC S9(8)V99 VALUE 0.
       01 WS-STMT-POST-END-MOVE PIC S9(8)V99 VALUE 0.
       01 WS-STMT-RUNNING-BAL    PIC S9(8)V99.
       01 WS-STMT-NARRATIVE      PIC X(30).
       01 WS-STMT-FOUND-ACCOUNT  PIC X VALUE "N".

       PROCEDURE DIVISION.
         DISPLAY " "
         DISPLAY "OPENING BALANCE : " WS-STMT-OPENING-BAL
         DISPLAY " "
         DISPLAY "DATE      DETAILS                         "
                 "AMOUNT    RUNNING BALANCE"

         MOVE WS-STMT-OPENING-BAL TO WS-STMT-RUNNING-BAL
         MOVE WS-STMT-ACCOUNT-NUM TO WS-STMT-KEY-ACCT
                      MOVE "Y" TO END-OF-FILE
                   ELSE
                      ADD WS-HIS-TRANS-AMOUNT TO WS-STMT-RUNNING-BAL
                      PERFORM FETCH-LINE-NARRATIVE
                      DISPLAY WS-HIS-TRANSACTION-DATE "  "
                              WS-STMT-NARRATIVE "  "
                              WS-HIS-TRANS-AMOUNT "  "
                              WS-STMT-RUNNING-BAL
                   END-IF
         DISPLAY " "
         DISPLAY "CLOSING BALANCE : " WS-STMT-CLOSING-BAL.
       EXIT.

      *The customer-facing narrative for a history line: the
      *transaction code master's wording for the posting's code,
      *or the posting memo for lines written before the code was
      *carried on history (or a code since removed from the master).
       FETCH-LINE-NARRATIVE.

         MOVE WS-HIS-MEMO TO WS-STMT-NARRATIVE
         IF WS-HIS-TRANS-TYPE NOT = SPACES
            MOVE WS-HIS-TRANS-TYPE TO TCDQ-CODE
            MOVE "L"               TO TCDQ-MODE
            CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                            TRANCODE-RECORD
            IF TCDQ-FOUND
               MOVE TCD-NARRATIVE TO WS-STMT-NARRATIVE
            END-IF
         END-IF.
       EXIT.
