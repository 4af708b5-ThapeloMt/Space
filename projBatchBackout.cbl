                    AND (WS-TRANS-STATUS-POSTED OR
                         WS-TRANS-STATUS-ARCHIVED)
                    AND WS-TRANS-TYPE NOT = "REV"
      *A payment to another bank has left on the clearing file; it
      *comes back only as a return from that bank, through the
      *returns feed, never by a local reversal.
                    IF WS-TRANS-TYPE = "XPT"
                       DISPLAY "Payment to other bank not backed "
                               "out, TRANS-ID " WS-TRANS-ID
                               " - recall it from the other bank."
                    ELSE IF WS-ORIG-COUNT < 1000
                       ADD 1 TO WS-ORIG-COUNT
                       MOVE WS-TRANS-ID
                            TO WS-ORIG-ID(WS-ORIG-COUNT)
                       DISPLAY "Backout capacity exceeded, split "
                               "the batch."
                    END-IF
                    END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE SPACES                   TO TRANS-CURRENCY-CODE
           MOVE 0                        TO TRANS-CHEQUE-NUM
           MOVE TRANSACTION-DATE         TO TRANS-VALUE-DATE
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           MOVE SPACE TO TRANS-CUTOFF-FLAG
           WRITE TRANSACTION-RECORD
            INVALID KEY
              DISPLAY "TRANS-ID collision, reversal not written "
