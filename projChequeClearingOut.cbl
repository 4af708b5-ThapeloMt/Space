      *End-of-day outward cheque clearing file
      *Cheques our customers deposit (CDP) that are drawn on other
      *banks are credited by posting behind an uncleared-effects
      *hold, and have to be presented to the paying bank through the
      *clearing house before the hold runs out. This step takes the
      *posted CDP items not yet sent and writes them to the day's
      *outward cheque clearing file CHQOUT-yyyymmdd-nnnnnn.dat:
      *  H header  - file date and file sequence number
      *  D detail  - one per cheque: our item reference (the
      *              deposit's TRANS-ID), the depositing account,
      *              cheque number, drawee bank/branch code and
      *              account, amount and deposit date
      *  T trailer - detail count, amount total, and a hash total of
      *              the cheque numbers
      *Every cheque sent is recorded on the outward cheque register
      *under that file's date, sequence and item number, so a rerun
      *never sends it twice and a return from the clearing house can
      *be matched back to it exactly. Only deposits inside the
      *clearing period (PARM-CHQ-CLEARING-DAYS) are looked at - an
      *older one is past presentment and its hold has run out. The
      *sequence comes from KEYS-ID 18 and increases by one for every
      *file cut; no file is cut, and no sequence used, on a day with
      *nothing to send.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projChequeClearingOut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANSACTION-FILE ASSIGN TO 'projectTRANSACTIONFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS.

       SELECT OUTWARD-CHEQUE-FILE ASSIGN TO 'projectOutwardCheques.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCHQ-TRANS-ID
                FILE STATUS IS FILE-STATUS1.

       SELECT CHEQUE-OUT-FILE ASSIGN TO WS-CHEQUE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS3.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD OUTWARD-CHEQUE-FILE.
       COPY projectOutwardChequeBook.

       FD CHEQUE-OUT-FILE.
       01 COC-HEADER-RECORD.
        05 COC-HDR-MARKER          PIC X(1).
        05 COC-HDR-FILE-DATE       PIC 9(8).
        05 COC-HDR-FILE-SEQ        PIC 9(6).
        05 COC-HDR-CREATED-DATE    PIC 9(8).
        05 COC-HDR-CREATED-TIME    PIC 9(8).
        05 FILLER                  PIC X(99).
       01 COC-DETAIL-RECORD.
        05 COC-DTL-MARKER          PIC X(1).
        05 COC-DTL-ITEM-SEQ        PIC 9(6).
        05 COC-DTL-ITEM-REF        PIC 9(10).
        05 COC-DTL-ACCOUNT-NUM     PIC 9(10).
        05 COC-DTL-CHEQUE-NUM      PIC 9(8).
        05 COC-DTL-DRAWEE-BANK     PIC X(11).
        05 COC-DTL-DRAWEE-ACCOUNT  PIC X(20).
        05 COC-DTL-AMOUNT          PIC 9(10)V99.
        05 COC-DTL-DEPOSIT-DATE    PIC 9(8).
        05 FILLER                  PIC X(44).
       01 COC-TRAILER-RECORD.
        05 COC-TRL-MARKER          PIC X(1).
        05 COC-TRL-COUNT           PIC 9(7).
        05 COC-TRL-TOTAL           PIC 9(12)V99.
        05 COC-TRL-HASH            PIC 9(15).
        05 FILLER                  PIC X(93).

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD PARM-FILE.
       COPY projectParmDataBook.

       WORKING-STORAGE SECTION.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-WINDOW-START        PIC 9(8).
       01  WS-WINDOW-SPLIT REDEFINES WS-WINDOW-START.
        05 WS-WINDOW-YEAR         PIC 9(4).
        05 WS-WINDOW-MONTH        PIC 9(2).
        05 WS-WINDOW-DAY          PIC 9(2).
       01  WS-EPOCH               PIC 9(9).
       01  WS-CLEARING-DAYS       PIC 9(2) VALUE 7.
       01  WS-CHEQUE-FILENAME     PIC X(40).
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-FILE-SEQ            PIC 9(6) VALUE 0.
       01  WS-SENDING             PIC X VALUE "N".
       01  WS-ALREADY-SENT        PIC X.
       01  WS-DUE-COUNT           PIC 9(7) VALUE 0.
       01  WS-OUT-COUNT           PIC 9(7) VALUE 0.
       01  WS-OUT-TOTAL           PIC 9(12)V99 VALUE 0.
       01  WS-OUT-HASH            PIC 9(15) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-CLEARING-PARM
           PERFORM SET-CLEARING-WINDOW

           OPEN INPUT TRANSACTION-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "TRANSACTION-FILE not available. FILE STATUS: "
                      FILE-STATUS
              CLOSE TRANSACTION-FILE
              GOBACK
            END-IF
           OPEN I-O OUTWARD-CHEQUE-FILE
            IF FILE-STATUS1 = "35"
              CLOSE OUTWARD-CHEQUE-FILE
              OPEN OUTPUT OUTWARD-CHEQUE-FILE
              CLOSE OUTWARD-CHEQUE-FILE
              OPEN I-O OUTWARD-CHEQUE-FILE
            END-IF
            IF FILE-STATUS1 NOT = "00"
              DISPLAY "Outward cheque register not available. FILE "
                      "STATUS: " FILE-STATUS1
              CLOSE OUTWARD-CHEQUE-FILE
              CLOSE TRANSACTION-FILE
              GOBACK
            END-IF

           MOVE "N" TO WS-SENDING
           PERFORM SCAN-CHEQUE-DEPOSITS
           IF WS-DUE-COUNT = 0
              CLOSE OUTWARD-CHEQUE-FILE
              CLOSE TRANSACTION-FILE
              DISPLAY "NO DEPOSITED CHEQUES TO CLEAR - NO OUTWARD "
                      "FILE CUT FOR " WS-RUN-DATE
              GOBACK
           END-IF

           PERFORM CLAIM-FILE-SEQUENCE
           MOVE SPACES TO WS-CHEQUE-FILENAME
           STRING "CHQOUT-" WS-RUN-DATE "-" WS-FILE-SEQ ".dat"
                  DELIMITED BY SIZE INTO WS-CHEQUE-FILENAME
           OPEN OUTPUT CHEQUE-OUT-FILE

           MOVE SPACES TO COC-HEADER-RECORD
           MOVE "H" TO COC-HDR-MARKER
           MOVE WS-RUN-DATE TO COC-HDR-FILE-DATE
           MOVE WS-FILE-SEQ TO COC-HDR-FILE-SEQ
           ACCEPT COC-HDR-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT COC-HDR-CREATED-TIME FROM TIME
           WRITE COC-HEADER-RECORD

           MOVE "Y" TO WS-SENDING
           PERFORM SCAN-CHEQUE-DEPOSITS

           MOVE SPACES TO COC-TRAILER-RECORD
           MOVE "T" TO COC-TRL-MARKER
           MOVE WS-OUT-COUNT TO COC-TRL-COUNT
           MOVE WS-OUT-TOTAL TO COC-TRL-TOTAL
           MOVE WS-OUT-HASH  TO COC-TRL-HASH
           WRITE COC-TRAILER-RECORD
           CLOSE CHEQUE-OUT-FILE
           CLOSE OUTWARD-CHEQUE-FILE
           CLOSE TRANSACTION-FILE

           DISPLAY "OUTWARD CHEQUE CLEARING FILE  : "
                   WS-CHEQUE-FILENAME
           DISPLAY "CHEQUES SENT FOR CLEARING     : " WS-OUT-COUNT
           DISPLAY "AMOUNT SENT                   : " WS-OUT-TOTAL
           DISPLAY "CHEQUE NUMBER HASH TOTAL      : " WS-OUT-HASH
           MOVE WS-CHEQUE-FILENAME TO AUDIT-FILE-NAME
           MOVE FILE-STATUS2 TO AUDIT-FILE-STATUS
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "CHEQUE CLEARING FILE SEQ " WS-FILE-SEQ
                  " ITEMS " WS-OUT-COUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

      *First pass counts what is due; the second (WS-SENDING "Y")
      *writes each one out and registers it.
       SCAN-CHEQUE-DEPOSITS.

           MOVE "N" TO END-OF-FILE
           MOVE 0 TO TRANS-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANS-ID
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ TRANSACTION-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF TRANS-TYPE = "CDP" AND TRANS-AMOUNT > 0 AND
                    (TRANS-STATUS-POSTED OR TRANS-STATUS-ARCHIVED) AND
                    TRANSACTION-DATE NOT < WS-WINDOW-START AND
                    TRANSACTION-DATE NOT > WS-RUN-DATE
                    PERFORM CHECK-ALREADY-SENT
                    IF WS-ALREADY-SENT = "N"
                       IF WS-SENDING = "Y"
                          PERFORM WRITE-ONE-DETAIL
                       ELSE
                          ADD 1 TO WS-DUE-COUNT
                       END-IF
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       CHECK-ALREADY-SENT.

           MOVE "N" TO WS-ALREADY-SENT
           MOVE TRANS-ID TO OCHQ-TRANS-ID
           READ OUTWARD-CHEQUE-FILE
              KEY IS OCHQ-TRANS-ID
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE "Y" TO WS-ALREADY-SENT
           END-READ.
       EXIT.

       WRITE-ONE-DETAIL.

           ADD 1 TO WS-OUT-COUNT
           MOVE SPACES TO COC-DETAIL-RECORD
           MOVE "D"                TO COC-DTL-MARKER
           MOVE WS-OUT-COUNT       TO COC-DTL-ITEM-SEQ
           MOVE TRANS-ID           TO COC-DTL-ITEM-REF
           MOVE TRANS-ACCOUNT-NUM  TO COC-DTL-ACCOUNT-NUM
           MOVE TRANS-CHEQUE-NUM   TO COC-DTL-CHEQUE-NUM
           MOVE TRANS-CDP-DRAWEE-BANK    TO COC-DTL-DRAWEE-BANK
           MOVE TRANS-CDP-DRAWEE-ACCOUNT TO COC-DTL-DRAWEE-ACCOUNT
           MOVE TRANS-AMOUNT       TO COC-DTL-AMOUNT
           MOVE TRANSACTION-DATE   TO COC-DTL-DEPOSIT-DATE
           WRITE COC-DETAIL-RECORD
           ADD TRANS-AMOUNT     TO WS-OUT-TOTAL
           ADD TRANS-CHEQUE-NUM TO WS-OUT-HASH

           MOVE TRANS-ID           TO OCHQ-TRANS-ID
           MOVE TRANS-ACCOUNT-NUM  TO OCHQ-ACCOUNT-NUM
           MOVE TRANS-CHEQUE-NUM   TO OCHQ-CHEQUE-NUM
           MOVE TRANS-CDP-DRAWEE-BANK    TO OCHQ-DRAWEE-BANK
           MOVE TRANS-CDP-DRAWEE-ACCOUNT TO OCHQ-DRAWEE-ACCOUNT
           MOVE TRANS-AMOUNT       TO OCHQ-AMOUNT
           MOVE TRANSACTION-DATE   TO OCHQ-DEPOSIT-DATE
           MOVE TRANS-BATCH-ID     TO OCHQ-BATCH-ID
           MOVE "S"                TO OCHQ-STATUS
           MOVE WS-RUN-DATE        TO OCHQ-FILE-DATE
           MOVE WS-FILE-SEQ        TO OCHQ-FILE-SEQ
           MOVE WS-OUT-COUNT       TO OCHQ-ITEM-SEQ
           MOVE 0                  TO OCHQ-RETURN-DATE
           MOVE SPACES             TO OCHQ-RETURN-REASON
           MOVE 0                  TO OCHQ-REVERSAL-ID
           WRITE OUTWARD-CHEQUE-RECORD
            INVALID KEY
              DISPLAY "Cheque already on the outward register: "
                      OCHQ-TRANS-ID
           END-WRITE.
       EXIT.

      *Deposits from the clearing period back: the run date less
      *PARM-CHQ-CLEARING-DAYS calendar days.
       SET-CLEARING-WINDOW.

           call 'CalculateEpochDays' USING WS-RUN-YEAR WS-RUN-MONTH
                 WS-RUN-DAY WS-EPOCH
           SUBTRACT WS-CLEARING-DAYS FROM WS-EPOCH
           call 'CalculateCalendarDate' USING WS-EPOCH
                 WS-WINDOW-YEAR WS-WINDOW-MONTH WS-WINDOW-DAY.
       EXIT.

       READ-CLEARING-PARM.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS4 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-CHQ-CLEARING-DAYS IS NUMERIC AND
                     PARM-CHQ-CLEARING-DAYS > 0
                     MOVE PARM-CHQ-CLEARING-DAYS TO WS-CLEARING-DAYS
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

       CLAIM-FILE-SEQUENCE.

         MOVE 1 TO WS-FILE-SEQ
         OPEN I-O KEYS
          IF FILE-STATUS3 = "00"
             MOVE 18 TO KEYS-ID
             READ KEYS INTO WS-KEYS-RECORD
                KEY IS KEYS-ID
                INVALID KEY
                  MOVE 18 TO KEYS-ID
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
         MOVE "projChequeClearOut" TO AUDIT-PROGRAM-NAME
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
