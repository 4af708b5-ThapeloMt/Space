      *End-of-day outbound interbank clearing file
      *Posting queues every XPT payment to another bank on the
      *outbound payment file once the customer is debited and the
      *clearing control account credited. This step takes the
      *queued payments whose value date has come and writes them to
      *the day's outbound clearing file OUTCLEAR-yyyymmdd-nnnnnn.dat:
      *  H header  - file date and file sequence number
      *  D detail  - one per payment: paying account, beneficiary
      *              bank/branch code, account and name, amount,
      *              currency, value date and reference
      *  T trailer - detail count, amount total, and a hash total of
      *              the debited account numbers
      *The sequence comes from KEYS-ID 10 and increases by one for
      *every file cut, so the clearing house can see a gap or a
      *repeat. Each payment written is marked sent under the file's
      *date and sequence and is never picked up again. No file is
      *cut, and no sequence used, on a day with nothing to send.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projOutboundClearing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OUTBOUND-PAY-FILE ASSIGN TO 'projectOutboundPay.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPAY-TRANS-ID
                FILE STATUS IS FILE-STATUS.

       SELECT CLEARING-OUT-FILE ASSIGN TO WS-CLEARING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS2.

       DATA DIVISION.
       FILE SECTION.
       FD OUTBOUND-PAY-FILE.
       COPY projectOutboundPayBook.

       FD CLEARING-OUT-FILE.
       01 CLR-HEADER-RECORD.
        05 CLR-HDR-MARKER          PIC X(1).
        05 CLR-HDR-FILE-DATE       PIC 9(8).
        05 CLR-HDR-FILE-SEQ        PIC 9(6).
        05 CLR-HDR-CREATED-DATE    PIC 9(8).
        05 CLR-HDR-CREATED-TIME    PIC 9(8).
        05 FILLER                  PIC X(150).
       01 CLR-DETAIL-RECORD.
        05 CLR-DTL-MARKER          PIC X(1).
        05 CLR-DTL-ITEM-SEQ        PIC 9(6).
        05 CLR-DTL-TRANS-ID        PIC 9(10).
        05 CLR-DTL-ACCOUNT-NUM     PIC 9(10).
        05 CLR-DTL-BANK-CODE       PIC X(11).
        05 CLR-DTL-EXT-ACCOUNT     PIC X(20).
        05 CLR-DTL-BEN-NAME        PIC X(50).
        05 CLR-DTL-AMOUNT          PIC 9(10)V99.
        05 CLR-DTL-CURRENCY-CODE   PIC X(3).
        05 CLR-DTL-VALUE-DATE      PIC 9(8).
        05 CLR-DTL-REFERENCE       PIC X(30).
        05 FILLER                  PIC X(20).
       01 CLR-TRAILER-RECORD.
        05 CLR-TRL-MARKER          PIC X(1).
        05 CLR-TRL-COUNT           PIC 9(7).
        05 CLR-TRL-TOTAL           PIC 9(12)V99.
        05 CLR-TRL-HASH            PIC 9(15).
        05 FILLER                  PIC X(144).

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       WORKING-STORAGE SECTION.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-CLEARING-FILENAME   PIC X(40).
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-FILE-SEQ            PIC 9(6) VALUE 0.
       01  WS-DUE-COUNT           PIC 9(7) VALUE 0.
       01  WS-OUT-COUNT           PIC 9(7) VALUE 0.
       01  WS-OUT-TOTAL           PIC 9(12)V99 VALUE 0.
       01  WS-OUT-HASH            PIC 9(15) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN I-O OUTBOUND-PAY-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "No outbound payments on file. FILE STATUS: "
                      FILE-STATUS
              CLOSE OUTBOUND-PAY-FILE
              GOBACK
            END-IF

           PERFORM COUNT-DUE-PAYMENTS
           IF WS-DUE-COUNT = 0
              CLOSE OUTBOUND-PAY-FILE
              DISPLAY "NO PAYMENTS DUE TO OTHER BANKS - NO CLEARING "
                      "FILE CUT FOR " WS-RUN-DATE
              GOBACK
           END-IF

           PERFORM CLAIM-FILE-SEQUENCE
           MOVE SPACES TO WS-CLEARING-FILENAME
           STRING "OUTCLEAR-" WS-RUN-DATE "-" WS-FILE-SEQ ".dat"
                  DELIMITED BY SIZE INTO WS-CLEARING-FILENAME
           OPEN OUTPUT CLEARING-OUT-FILE

           MOVE SPACES TO CLR-HEADER-RECORD
           MOVE "H" TO CLR-HDR-MARKER
           MOVE WS-RUN-DATE TO CLR-HDR-FILE-DATE
           MOVE WS-FILE-SEQ TO CLR-HDR-FILE-SEQ
           ACCEPT CLR-HDR-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT CLR-HDR-CREATED-TIME FROM TIME
           WRITE CLR-HEADER-RECORD

           PERFORM SEND-DUE-PAYMENTS

           MOVE SPACES TO CLR-TRAILER-RECORD
           MOVE "T" TO CLR-TRL-MARKER
           MOVE WS-OUT-COUNT TO CLR-TRL-COUNT
           MOVE WS-OUT-TOTAL TO CLR-TRL-TOTAL
           MOVE WS-OUT-HASH  TO CLR-TRL-HASH
           WRITE CLR-TRAILER-RECORD
           CLOSE CLEARING-OUT-FILE
           CLOSE OUTBOUND-PAY-FILE

           DISPLAY "OUTBOUND CLEARING FILE        : "
                   WS-CLEARING-FILENAME
           DISPLAY "PAYMENTS SENT TO OTHER BANKS  : " WS-OUT-COUNT
           DISPLAY "AMOUNT SENT                   : " WS-OUT-TOTAL
           DISPLAY "ACCOUNT HASH TOTAL            : " WS-OUT-HASH
           MOVE WS-CLEARING-FILENAME TO AUDIT-FILE-NAME
           MOVE FILE-STATUS1 TO AUDIT-FILE-STATUS
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "CLEARING FILE SEQ " WS-FILE-SEQ
                  " ITEMS " WS-OUT-COUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

      *Queued payments whose value date has arrived.
       COUNT-DUE-PAYMENTS.

           MOVE 0 TO WS-DUE-COUNT
           MOVE "N" TO END-OF-FILE
           MOVE 0 TO OPAY-TRANS-ID
           START OUTBOUND-PAY-FILE KEY IS NOT LESS THAN OPAY-TRANS-ID
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ OUTBOUND-PAY-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF OPAY-QUEUED AND
                    OPAY-VALUE-DATE NOT > WS-RUN-DATE
                    ADD 1 TO WS-DUE-COUNT
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       SEND-DUE-PAYMENTS.

           MOVE "N" TO END-OF-FILE
           MOVE 0 TO OPAY-TRANS-ID
           START OUTBOUND-PAY-FILE KEY IS NOT LESS THAN OPAY-TRANS-ID
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ OUTBOUND-PAY-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF OPAY-QUEUED AND
                    OPAY-VALUE-DATE NOT > WS-RUN-DATE
                    PERFORM WRITE-ONE-DETAIL
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-ONE-DETAIL.

           ADD 1 TO WS-OUT-COUNT
           MOVE SPACES TO CLR-DETAIL-RECORD
           MOVE "D"                TO CLR-DTL-MARKER
           MOVE WS-OUT-COUNT       TO CLR-DTL-ITEM-SEQ
           MOVE OPAY-TRANS-ID      TO CLR-DTL-TRANS-ID
           MOVE OPAY-ACCOUNT-NUM   TO CLR-DTL-ACCOUNT-NUM
           MOVE OPAY-BANK-CODE     TO CLR-DTL-BANK-CODE
           MOVE OPAY-EXT-ACCOUNT   TO CLR-DTL-EXT-ACCOUNT
           MOVE OPAY-BEN-NAME      TO CLR-DTL-BEN-NAME
           MOVE OPAY-AMOUNT        TO CLR-DTL-AMOUNT
           MOVE OPAY-CURRENCY-CODE TO CLR-DTL-CURRENCY-CODE
           MOVE OPAY-VALUE-DATE    TO CLR-DTL-VALUE-DATE
           MOVE OPAY-REFERENCE     TO CLR-DTL-REFERENCE
           WRITE CLR-DETAIL-RECORD
           ADD OPAY-AMOUNT      TO WS-OUT-TOTAL
           ADD OPAY-ACCOUNT-NUM TO WS-OUT-HASH

           MOVE "S"         TO OPAY-STATUS
           MOVE WS-RUN-DATE TO OPAY-FILE-DATE
           MOVE WS-FILE-SEQ TO OPAY-FILE-SEQ
           REWRITE OUTBOUND-PAY-RECORD.
       EXIT.

       CLAIM-FILE-SEQUENCE.

         MOVE 1 TO WS-FILE-SEQ
         OPEN I-O KEYS
          IF FILE-STATUS2 = "00"
             MOVE 10 TO KEYS-ID
             READ KEYS INTO WS-KEYS-RECORD
                KEY IS KEYS-ID
                INVALID KEY
                  MOVE 10 TO KEYS-ID
                  MOVE 1 TO KEYS-VALUE
                  WRITE KEYS-RECORD
                NOT INVALID KEY
                  COMPUTE WS-FILE-SEQ = WS-KEYS-VALUE + 1
                  MOVE WS-FILE-SEQ TO KEYS-VALUE
                  REWRITE KEYS-RECORD
             END-READ
          END-IF
         CLOSE KEYS.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projOutboundClearing" TO AUDIT-PROGRAM-NAME
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
