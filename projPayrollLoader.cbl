           ELSE
              MOVE WS-RUN-DATE TO TRANS-VALUE-DATE
           END-IF
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           CALL 'projChannelCutoff' USING TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
            INVALID KEY
              DISPLAY "TRANS-ID collision, credit not written: "
           ELSE
              MOVE WS-RUN-DATE TO TRANS-VALUE-DATE
           END-IF
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           CALL 'projChannelCutoff' USING TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
            INVALID KEY
              DISPLAY "TRANS-ID collision, funding debit not "
