      *FX open position limit maintenance utility
      *Sets the limit on the net open position per foreign currency
      *(and on the aggregate position, currency ALL) in base
      *currency terms, and lists the limits on file. Treasury limits
      *are a control, so setting one needs a supervisor; a limit of
      *zero removes the currency from the limits file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projFxLimitMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FX-LIMIT-FILE ASSIGN TO 'projectFxLimits.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXL-CURRENCY-CODE
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FX-LIMIT-FILE.
       COPY projectFxLimitBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-BUSINESS-DATE       PIC 9(8).
       01  WS-ENTRY-CURRENCY      PIC X(3).
       01  WS-ENTRY-LIMIT         PIC 9(12)V99.

       PROCEDURE DIVISION.

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: FX limit changes need a "
                      "supervisor."
              GOBACK
           END-IF

           OPEN I-O FX-LIMIT-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT FX-LIMIT-FILE
              CLOSE FX-LIMIT-FILE
              OPEN I-O FX-LIMIT-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "FX limit file not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF
           CALL 'GetBusinessDate' USING WS-BUSINESS-DATE

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (S=set limit L=list limits): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "S"
                WHEN "s"
                  PERFORM SET-FX-LIMIT THRU SET-FX-LIMIT-EXIT
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-FX-LIMITS
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another limit action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE FX-LIMIT-FILE.
         GOBACK.

       SET-FX-LIMIT.

           DISPLAY "Currency code (e.g. USD, ALL for aggregate): "
           ACCEPT WS-ENTRY-CURRENCY
           IF WS-ENTRY-CURRENCY = SPACES OR
              WS-ENTRY-CURRENCY = "ZAR"
              DISPLAY "The base currency carries no open position."
              GO TO SET-FX-LIMIT-EXIT
           END-IF
           DISPLAY "Limit in ZAR (0 to remove): "
           ACCEPT WS-ENTRY-LIMIT

           MOVE WS-ENTRY-CURRENCY TO FXL-CURRENCY-CODE
           READ FX-LIMIT-FILE KEY IS FXL-CURRENCY-CODE
              INVALID KEY
                IF WS-ENTRY-LIMIT = 0
                   DISPLAY "No limit on file for " WS-ENTRY-CURRENCY
                   GO TO SET-FX-LIMIT-EXIT
                END-IF
                MOVE WS-ENTRY-CURRENCY  TO FXL-CURRENCY-CODE
                MOVE WS-ENTRY-LIMIT     TO FXL-LIMIT
                MOVE WS-BUSINESS-DATE   TO FXL-SET-DATE
                MOVE SIGNON-OPERATOR-ID TO FXL-SET-BY
                WRITE FX-LIMIT-RECORD
              NOT INVALID KEY
                IF WS-ENTRY-LIMIT = 0
                   DELETE FX-LIMIT-FILE RECORD
                ELSE
                   MOVE WS-ENTRY-LIMIT     TO FXL-LIMIT
                   MOVE WS-BUSINESS-DATE   TO FXL-SET-DATE
                   MOVE SIGNON-OPERATOR-ID TO FXL-SET-BY
                   REWRITE FX-LIMIT-RECORD
                END-IF
           END-READ
           DISPLAY "Limit for " WS-ENTRY-CURRENCY " now "
                   WS-ENTRY-LIMIT
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "FX LIMIT " WS-ENTRY-CURRENCY " SET TO "
                  WS-ENTRY-LIMIT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       SET-FX-LIMIT-EXIT.
       EXIT.

       LIST-FX-LIMITS.

           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO FXL-CURRENCY-CODE
           START FX-LIMIT-FILE
                 KEY IS NOT LESS THAN FXL-CURRENCY-CODE
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "CCY LIMIT          SET ON   BY"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ FX-LIMIT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY FXL-CURRENCY-CODE " " FXL-LIMIT " "
                         FXL-SET-DATE " " FXL-SET-BY
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projFxLimitMaint" TO AUDIT-PROGRAM-NAME
         MOVE "projectFxLimits.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
