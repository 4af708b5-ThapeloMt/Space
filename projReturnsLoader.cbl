      *original batch's received amount on the batch-control ledger
      *so end-of-day control reflects the unpaid. Items no original
      *can be found for go to projectReturnsUnmatched.dat for
      *manual repair instead of a silent drop. A returned payment to
      *another bank (XPT) also takes its money back off the
      *interbank clearing control account and is marked returned on
      *the outbound payment file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projReturnsLoader.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       SELECT OUTBOUND-PAY-FILE ASSIGN TO 'projectOutboundPay.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPAY-TRANS-ID
                FILE STATUS IS FILE-STATUS8.

       DATA DIVISION.
       FILE SECTION.
       FD RETURNS-FILE.
       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD OUTBOUND-PAY-FILE.
       COPY projectOutboundPayBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  FILE-STATUS8           PIC XX.
       01  WS-INTERBANK-ACCOUNT   PIC 9(10) VALUE 0.
       01  WS-REV-ACCOUNT         PIC 9(10).
       01  WS-REV-AMOUNT          PIC S9(8)V99.
       01  WS-HOLD-DONE           PIC X.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-INTERBANK-PARM
           PERFORM CLAIM-TRANS-ID-COUNTER

           OPEN INPUT RETURNS-FILE
           END-PERFORM

           IF WS-MATCH-FOUND = "Y"
              MOVE WS-ROW-ACCOUNT TO WS-REV-ACCOUNT
              COMPUTE WS-REV-AMOUNT = 0 - WS-ROW-AMOUNT
              PERFORM WRITE-RETURN-REVERSAL
              PERFORM ADJUST-BATCH-CONTROL
              IF WS-MATCH-TYPE = "CDP"
                 PERFORM RELEASE-CLEARING-HOLD
              END-IF
              IF WS-MATCH-TYPE = "XPT"
                 PERFORM RETURN-EXTERNAL-PAYMENT
              END-IF
              ADD 1 TO WS-RETURNED-COUNT
           ELSE
              PERFORM WRITE-UNMATCHED-RETURN
            IF FILE-STATUS2 = "00"
              MOVE WS-RUN-DATE           TO TRANSACTION-DATE
              MOVE WS-TRANS-ID-COUNTER   TO TRANS-ID
              MOVE WS-REV-ACCOUNT        TO TRANS-ACCOUNT-NUM
              MOVE SPACES                TO TRANS-ACCOUNT-TYPE
              MOVE "REV"                 TO TRANS-TYPE
              MOVE WS-REV-AMOUNT         TO TRANS-AMOUNT
              MOVE 0                     TO HASH-TOTALS
              MOVE WS-MATCH-TRANS-ID     TO TRANS-REF-ID
              MOVE SPACES                TO TRANS-NEW-NAME
              MOVE SPACES                TO TRANS-CURRENCY-CODE
              MOVE 0                     TO TRANS-CHEQUE-NUM
              MOVE WS-RUN-DATE           TO TRANS-VALUE-DATE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
              CALL 'projChannelCutoff' USING TRANSACTION-RECORD
              WRITE TRANSACTION-RECORD
               INVALID KEY
                 DISPLAY "TRANS-ID collision, reversal not "
                         "written: " WS-TRANS-ID-COUNTER
               NOT INVALID KEY
                 DISPLAY "Return reversed: account "
                         WS-REV-ACCOUNT " original "
                         WS-MATCH-TRANS-ID " (" WS-FLD-REASON ")"
              END-WRITE
              ADD 1 TO WS-TRANS-ID-COUNTER
           CLOSE HOLD-FILE.
       EXIT.

      *The other bank sent the payment back: the customer's credit
      *is the REV already written, and the clearing control account
      *gives up what posting credited it with. The outbound payment
      *is marked returned so it is not chased as outstanding.
       RETURN-EXTERNAL-PAYMENT.

           IF WS-INTERBANK-ACCOUNT = 0
              DISPLAY "WARNING: no interbank clearing account on the "
                      "parm file - clearing leg of returned payment "
                      WS-MATCH-TRANS-ID " must be posted by hand."
           ELSE
              MOVE WS-INTERBANK-ACCOUNT TO WS-REV-ACCOUNT
              MOVE WS-ROW-AMOUNT TO WS-REV-AMOUNT
              PERFORM WRITE-RETURN-REVERSAL
           END-IF
           OPEN I-O OUTBOUND-PAY-FILE
            IF FILE-STATUS8 = "00"
              MOVE WS-MATCH-TRANS-ID TO OPAY-TRANS-ID
              READ OUTBOUND-PAY-FILE
                 KEY IS OPAY-TRANS-ID
                 INVALID KEY
                   DISPLAY "Returned payment not on the outbound "
                           "payment file: " WS-MATCH-TRANS-ID
                 NOT INVALID KEY
                   MOVE "R" TO OPAY-STATUS
                   MOVE WS-RUN-DATE TO OPAY-RETURN-DATE
                   REWRITE OUTBOUND-PAY-RECORD
              END-READ
            END-IF
           CLOSE OUTBOUND-PAY-FILE.
       EXIT.

       READ-INTERBANK-PARM.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS7 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-INTERBANK-ACCOUNT IS NUMERIC
                     MOVE PARM-INTERBANK-ACCOUNT
                          TO WS-INTERBANK-ACCOUNT
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

       WRITE-UNMATCHED-RETURN.

           OPEN EXTEND UNMATCHED-FILE
