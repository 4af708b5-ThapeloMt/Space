       COPY pojCusRecordBook.
       COPY TransactionHIST.
       COPY projHISTdateDataBook.
       COPY projectTranCodeReqBook.
       COPY projectTranCodeBook.

       01 WS-DORM-ACTIVITY       PIC X VALUE "Y".

       01  FILE-STATUS           PIC XX.
       01  FILE-STATUS1          PIC XX.
                IF WS-HIS-ACCOUNT-NUM NOT = CUS-ACCOUNT-NUM
                   MOVE "Y" TO END-OF-FILE1
                ELSE
                   PERFORM CHECK-ACTIVITY-CODE
                   IF WS-DORM-ACTIVITY = "Y"
                      MOVE "Y" TO WS-DORM-HAS-HISTORY
                      MOVE WS-HIS-TRANSACTION-DATE
                           TO WS-DORM-LAST-DATE
                   END-IF
                END-IF
              END-READ
            END-PERFORM
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.

      *Only postings whose code counts as customer activity on the
      *transaction code master keep an account alive - interest,
      *fees and tax the bank posts itself do not. History written
      *before the code was carried counts, as it always did.
       CHECK-ACTIVITY-CODE.

         MOVE "Y" TO WS-DORM-ACTIVITY
         IF WS-HIS-TRANS-TYPE NOT = SPACES
            MOVE WS-HIS-TRANS-TYPE TO TCDQ-CODE
            MOVE "L"               TO TCDQ-MODE
            CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                            TRANCODE-RECORD
            IF TCDQ-FOUND AND NOT TCD-KEEPS-ACTIVE
               MOVE "N" TO WS-DORM-ACTIVITY
            END-IF
         END-IF.
       EXIT.
