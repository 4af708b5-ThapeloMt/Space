      *Prime rate maintenance utility
      *Captures a new reference prime rate with the date it takes
      *effect (today or later) and lists the rates on file with
      *whether the repricing step has applied them yet. Changing
      *the rate that variable loans are priced off needs a
      *supervisor; a rate already applied cannot be changed - a
      *correction is captured as a new rate with its own date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projPrimeRateMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRIME-RATE-FILE ASSIGN TO 'projectPrimeRates.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-EFFECTIVE-DATE
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRIME-RATE-FILE.
       COPY projectPrimeRateBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-BUSINESS-DATE       PIC 9(8).
       01  WS-ENTRY-EFFECTIVE     PIC 9(8).
       01  WS-ENTRY-RATE          PIC 9(2)V9(4).

       PROCEDURE DIVISION.

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: prime rate changes need a "
                      "supervisor."
              GOBACK
           END-IF

           OPEN I-O PRIME-RATE-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT PRIME-RATE-FILE
              CLOSE PRIME-RATE-FILE
              OPEN I-O PRIME-RATE-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Prime rate file not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF
           CALL 'GetBusinessDate' USING WS-BUSINESS-DATE

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (C=capture prime rate L=list rates): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "C"
                WHEN "c"
                  PERFORM CAPTURE-PRIME-RATE
                     THRU CAPTURE-PRIME-RATE-EXIT
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-PRIME-RATES
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another prime rate action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE PRIME-RATE-FILE.
         GOBACK.

      *A pending rate for the same date may be re-keyed; one the
      *repricing step has already used stays as it was.
       CAPTURE-PRIME-RATE.

           DISPLAY "Effective date (YYYYMMDD, today or later): "
           ACCEPT WS-ENTRY-EFFECTIVE
           IF WS-ENTRY-EFFECTIVE < WS-BUSINESS-DATE
              DISPLAY "A prime rate cannot take effect in the past."
              GO TO CAPTURE-PRIME-RATE-EXIT
           END-IF
           DISPLAY "Prime rate (e.g. 0.1050): "
           ACCEPT WS-ENTRY-RATE
           IF WS-ENTRY-RATE = 0 OR WS-ENTRY-RATE > 0.5
              DISPLAY "Prime rate must be above 0 and at most 0.5."
              GO TO CAPTURE-PRIME-RATE-EXIT
           END-IF

           MOVE WS-ENTRY-EFFECTIVE TO PRM-EFFECTIVE-DATE
           READ PRIME-RATE-FILE KEY IS PRM-EFFECTIVE-DATE
              INVALID KEY
                MOVE WS-ENTRY-EFFECTIVE TO PRM-EFFECTIVE-DATE
                MOVE WS-ENTRY-RATE      TO PRM-RATE
                MOVE WS-BUSINESS-DATE   TO PRM-CAPTURED-DATE
                MOVE SIGNON-OPERATOR-ID TO PRM-CAPTURED-BY
                MOVE "P"                TO PRM-STATUS
                MOVE 0                  TO PRM-APPLIED-DATE
                MOVE 0                  TO PRM-LOANS-REPRICED
                WRITE PRIME-RATE-RECORD
              NOT INVALID KEY
                IF NOT PRM-STATUS-PENDING
                   DISPLAY "The rate for " WS-ENTRY-EFFECTIVE
                           " has already been applied."
                   GO TO CAPTURE-PRIME-RATE-EXIT
                END-IF
                MOVE WS-ENTRY-RATE      TO PRM-RATE
                MOVE WS-BUSINESS-DATE   TO PRM-CAPTURED-DATE
                MOVE SIGNON-OPERATOR-ID TO PRM-CAPTURED-BY
                REWRITE PRIME-RATE-RECORD
           END-READ
           DISPLAY "Prime rate " WS-ENTRY-RATE " effective "
                   WS-ENTRY-EFFECTIVE " captured."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "PRIME RATE " WS-ENTRY-RATE " FROM "
                  WS-ENTRY-EFFECTIVE
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       CAPTURE-PRIME-RATE-EXIT.
       EXIT.

       LIST-PRIME-RATES.

           MOVE "N" TO END-OF-FILE
           MOVE 0 TO PRM-EFFECTIVE-DATE
           START PRIME-RATE-FILE
                 KEY IS NOT LESS THAN PRM-EFFECTIVE-DATE
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "EFFECTIVE RATE   ST CAPTURED BY       "
                   "APPLIED  LOANS"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ PRIME-RATE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY PRM-EFFECTIVE-DATE " " PRM-RATE " "
                         PRM-STATUS "  " PRM-CAPTURED-DATE " "
                         PRM-CAPTURED-BY " " PRM-APPLIED-DATE " "
                         PRM-LOANS-REPRICED
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projPrimeRateMaint" TO AUDIT-PROGRAM-NAME
         MOVE "projectPrimeRates.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
