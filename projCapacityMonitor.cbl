           CLOSE CUSTOMER-FILE
      *Record lengths below must track the copybooks - they are
      *the display sizes of each 01 level, last proved against
      *projectCusDataBook (106), projectTranDataBook (219),
      *projectHistDataBook (96), projectSnapshotBook (29), and
      *projectAuditDataBook (128, including the chain hash).
           MOVE "CUSTOMER" TO WS-THIS-TAG
           MOVE 106 TO WS-THIS-RECLEN
            END-IF
           CLOSE TRANSACTION-FILE
           MOVE "TRANSACTION" TO WS-THIS-TAG
           MOVE 219 TO WS-THIS-RECLEN
           PERFORM STORE-MEASUREMENT.
       EXIT.

            END-IF
           CLOSE HISTORY-FILE
           MOVE "HISTORY" TO WS-THIS-TAG
           MOVE 96 TO WS-THIS-RECLEN
           PERFORM STORE-MEASUREMENT.
       EXIT.

