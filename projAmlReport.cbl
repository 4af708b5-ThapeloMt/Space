      *their HISTORY-FILE copies, and suspended/rejected/pending
      *money never moved.
                  IF (WS-TRANS-TYPE = "DEP" OR WS-TRANS-TYPE = "WIT"
                     OR WS-TRANS-TYPE = "TRF" OR WS-TRANS-TYPE = "XPT")
                     AND WS-TRANS-STATUS-POSTED
                    PERFORM EVALUATE-ONE-TRN-ITEM
                  END-IF
