                    AND WS-TRANSACTION-DATE = WS-RUN-DATE
                    AND (WS-TRANS-TYPE = "DEP" OR
                         WS-TRANS-TYPE = "WIT" OR
                         WS-TRANS-TYPE = "TRF" OR
                         WS-TRANS-TYPE = "XPT")
                    IF WS-TRANS-AMOUNT < 0
                       COMPUTE WS-ABS-AMOUNT = 0 - WS-TRANS-AMOUNT
                    ELSE
