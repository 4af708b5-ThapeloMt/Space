           MOVE SPACES               TO TRANS-CURRENCY-CODE
           MOVE 0                    TO TRANS-CHEQUE-NUM
           MOVE TRANSACTION-DATE     TO TRANS-VALUE-DATE
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           MOVE SPACE TO TRANS-CUTOFF-FLAG
           WRITE TRANSACTION-RECORD
            INVALID KEY
              DISPLAY "TRANS-ID collision on standing order "
