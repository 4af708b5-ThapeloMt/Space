         CLOSE TRANSACTION-FILE.
       EXIT.

      *A card purchase from the scheme's clearing file carries the
      *merchant category code, which is a surer guide than the memo;
      *the memo keywords classify anything the code does not.
       CLASSIFY-TRANSACTION.

         MOVE "OTHER" TO WS-CATEGORY
         IF WS-TRANS-CHANNEL = "POS" AND
            WS-TRANS-CARD-MCC IS NUMERIC
            PERFORM CLASSIFY-BY-MCC
         END-IF
         IF WS-CATEGORY = "OTHER"
            PERFORM CLASSIFY-BY-MEMO
         END-IF.
       EXIT.

       CLASSIFY-BY-MEMO.

         PERFORM VARYING WS-CATEG-IDX FROM 1 BY 1
                 UNTIL WS-CATEG-IDX > CATEGORY-COUNT
            MOVE 0 TO WS-MATCH-COUNT
         END-PERFORM.
       EXIT.

       CLASSIFY-BY-MCC.

         EVALUATE WS-TRANS-CARD-MCC
            WHEN "5411" WHEN "5422" WHEN "5441" WHEN "5451"
            WHEN "5462" WHEN "5499"
               MOVE "GROCERIES" TO WS-CATEGORY
            WHEN "4900"
               MOVE "UTILITIES" TO WS-CATEGORY
            WHEN "5812" THRU "5814"
               MOVE "DINING" TO WS-CATEGORY
            WHEN "5815" THRU "5818"
            WHEN "5960" THRU "5969"
               MOVE "ONLINE" TO WS-CATEGORY
            WHEN "6011"
               MOVE "ATM" TO WS-CATEGORY
            WHEN OTHER
               MOVE "OTHER" TO WS-CATEGORY
         END-EVALUATE.
       EXIT.

       POST-TO-SPENDING-TABLE.

         MOVE "N" TO SPEND-FOUND
