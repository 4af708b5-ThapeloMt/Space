           MOVE "ACCOUNTING PERIOD CLOSED" TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Producing the period's GL export..."
           MOVE 0 TO RETURN-CODE
           CALL 'projGlExport'
           IF RETURN-CODE NOT = 0
              DISPLAY "GL export rejected - add the missing posting "
                      "rules and rerun projGlExport."
              MOVE 0 TO RETURN-CODE
           END-IF.
       EXIT.

       REOPEN-PERIOD.
