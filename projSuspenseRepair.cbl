      *the item onto TRANSACTION-FILE (claiming a TRANS-ID from
      *KEYS-ID 2) for the next posting run. The repaired entry is
      *marked cleared on the suspense file instead of being left to
      *be re-worked twice. The work is back-office authority; an item
      *above the operator's keying limit for its type is resubmitted
      *PENDING for a supervisor to release in projApproval.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projSuspenseRepair.
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS2.

       SELECT REPAIR-LOG-FILE ASSIGN TO 'projectSuspenseRepairLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT SUSPENSE-WORK-FILE ASSIGN TO 'projectSuspense.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD REPAIR-LOG-FILE.
       COPY projectSuspRepairLogBook.

       FD SUSPENSE-WORK-FILE.
       01 SUSPENSE-WORK-RECORD    PIC X(120).

       WORKING-STORAGE SECTION.
       COPY projHISTdateDataBook.
       COPY projectSignonBook.
       COPY projectOperLimitReqBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-CHANGED             PIC X VALUE "N".
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  WS-SUSP-OVERFLOW       PIC X VALUE "N".
       01  WS-SKIP-IDX            PIC 9(3).
       01  WS-OPERATOR-ID         PIC X(8).

       PROCEDURE DIVISION.

           MOVE "B" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              STOP RUN
           END-IF
           MOVE SIGNON-OPERATOR-ID TO WS-OPERATOR-ID

           PERFORM LOAD-SUSPENSE-TABLE
           IF WS-SUSP-COUNT = 0
              DISPLAY "No suspense items on file."
              MOVE "Suspense repair resubmit" TO TRANS-MEMO
              MOVE "BRANCH"              TO TRANS-CHANNEL
              MOVE SPACES                TO TRANS-BRANCH-CODE
              MOVE WS-OPERATOR-ID        TO OLMQ-OPERATOR-ID
              MOVE TRANS-TYPE            TO OLMQ-TRAN-TYPE
              MOVE TRANS-AMOUNT          TO OLMQ-AMOUNT
              CALL 'projOperatorLimit' USING OPER-LIMIT-REQUEST
              IF OLMQ-WITHIN-LIMIT
                 MOVE SPACE              TO TRANS-STATUS
              ELSE
                 MOVE "W"                TO TRANS-STATUS
                 DISPLAY "Above your " TRANS-TYPE " limit of "
                         OLMQ-LIMIT " - referred for supervisor "
                         "approval."
              END-IF
              MOVE 0                     TO TRANS-CONTRA-ACCOUNT
              MOVE SPACES                TO TRANS-CURRENCY-CODE
              MOVE 0                     TO TRANS-CHEQUE-NUM
              MOVE TRANSACTION-DATE      TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              MOVE SPACE TO TRANS-CUTOFF-FLAG
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision, item not resubmitted: "
                 MOVE "Y" TO WS-CHANGED
                 DISPLAY "Item resubmitted as TRANS-ID "
                         WS-TRANS-ID-COUNTER
                 PERFORM WRITE-REPAIR-LOG
                 ADD 1 TO WS-TRANS-ID-COUNTER
              END-WRITE
            END-IF
           CLOSE TRANSACTION-FILE.
       EXIT.

       WRITE-REPAIR-LOG.

           OPEN EXTEND REPAIR-LOG-FILE
            IF FILE-STATUS4 = "35"
              CLOSE REPAIR-LOG-FILE
              OPEN OUTPUT REPAIR-LOG-FILE
            END-IF
            ACCEPT SRL-DATE FROM DATE YYYYMMDD
            ACCEPT SRL-TIME FROM TIME
            MOVE WS-OPERATOR-ID      TO SRL-OPERATOR-ID
            MOVE WS-SUSP-TRANS-ID(WS-SUSP-IDX) TO SRL-ORIG-TRANS-ID
            MOVE TRANS-ID            TO SRL-NEW-TRANS-ID
            MOVE TRANS-ACCOUNT-NUM   TO SRL-ACCOUNT-NUM
            MOVE TRANS-AMOUNT        TO SRL-AMOUNT
            MOVE TRANS-STATUS        TO SRL-TRANS-STATUS
            WRITE SUSP-REPAIR-LOG-RECORD
           CLOSE REPAIR-LOG-FILE.
       EXIT.

      *The table holds at most 500 items; when the live file held
      *more, the unloaded tail is copied through untouched so a
      *repair session can never destroy backlog it did not show the
