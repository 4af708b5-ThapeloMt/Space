
           ADD 1 TO WS-TRANS-ID-COUNTER
           ADD 1 TO WS-BATCH-WRITTEN
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           MOVE SPACE TO TRANS-CUTOFF-FLAG
            WRITE TRANSACTION-RECORD.
       EXIT.

