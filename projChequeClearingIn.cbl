      *Inward cheque clearing loader
      *Reads the clearing house's inward file (CHQINWARD.csv) of
      *cheques drawn on our customers and presented by other banks,
      *and of our own outward cheques coming back unpaid:
      *  P,YYYYMMDD,account,cheque-number,amount,presenting-bank
      *  R,YYYYMMDD,item-ref,amount,reason
      *with a trailer
      *  T,count,amount-total
      *covering every P and R row. Amounts are positive.
      *A presentment (P) is checked against the cheque register and
      *the drawer's account before anything loads:
      *  - a leaf not on the register, already paid or presented
      *    twice in the file, or stopped, is returned;
      *  - an account not on file, closed or frozen is returned;
      *  - a cheque the account's available balance (balance less
      *    active holds less the cheques already paid from this
      *    file) cannot meet inside the floor posting would hold it
      *    to - its arranged overdraft facility, else its product's
      *    own floor or PARM-OVERDRAFT-FLOOR - is returned for
      *    insufficient funds.
      *A good presentment loads onto TRANSACTION-FILE as a CHQ debit
      *with the cheque number, which the posting run pays against
      *the register and marks paid; a bank draft presented on the
      *drafts-payable account (PARM-DRAFT-ACCOUNT) passes straight
      *through for posting to check against the draft register. The
      *presentments refused go to the day's inward return file
      *CHQRTN-yyyymmdd-nnnnnn.dat for the clearing house, with a
      *return reason code, under a file sequence from KEYS-ID 19.
      *A return (R) names the item reference we sent on the outward
      *file - the TRANS-ID of the deposit. It is matched on the
      *outward cheque register, the deposit is reversed with a REV
      *to the depositing account, its uncleared-effects hold is
      *released, the original batch's received amount comes down,
      *and the register item is marked returned. A return that does
      *not match a sent item goes to the exception file.
      *The whole file is refused when the trailer's control totals
      *do not agree with what was read, and the control report
      *CHQINWARD.prt proves trailer = paid + returned + reversed +
      *exceptions.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projChequeClearingIn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INWARD-FILE ASSIGN TO 'CHQINWARD.csv'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT INWARD-EXCEPTION-FILE ASSIGN TO
           'projectChqInwardException.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       SELECT TRANSACTION-FILE ASSIGN TO 'projectTRANSACTIONFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS2.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS3.

       SELECT BATCH-CONTROL-FILE ASSIGN TO 'projectBatchControl.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCTL-BATCH-ID
                FILE STATUS IS FILE-STATUS5.

       SELECT CHEQUE-REGISTER-FILE ASSIGN TO
           'projectChequeRegister.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
                FILE STATUS IS FILE-STATUS6.

       SELECT INWARD-PRINT-FILE ASSIGN TO 'CHQINWARD.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS8.

       SELECT HOLD-FILE ASSIGN TO 'projectHoldFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
                FILE STATUS IS FILE-STATUS9.

       SELECT OUTWARD-CHEQUE-FILE ASSIGN TO 'projectOutwardCheques.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCHQ-TRANS-ID
                FILE STATUS IS FILE-STATUS10.

       SELECT OD-FACILITY-FILE ASSIGN TO 'projectOdFacility.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODF-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS13.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS11.

       SELECT RETURN-OUT-FILE ASSIGN TO WS-RETURN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS12.

       DATA DIVISION.
       FILE SECTION.
       FD INWARD-FILE.
       01 INWARD-LINE             PIC X(200).

       FD INWARD-EXCEPTION-FILE.
       01 INWARD-EXCEPTION-RECORD.
        05 IEXC-LOAD-DATE         PIC 9(8).
        05 IEXC-REASON            PIC X(40).
        05 IEXC-LINE              PIC X(160).

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD BATCH-CONTROL-FILE.
       COPY projectBatchCtlBook.

       FD CHEQUE-REGISTER-FILE.
       COPY projectChequeBook.

       FD INWARD-PRINT-FILE.
       01 INWARD-PRINT-LINE       PIC X(132).

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD HOLD-FILE.
       COPY projectHoldBook.

       FD OUTWARD-CHEQUE-FILE.
       COPY projectOutwardChequeBook.

       FD OD-FACILITY-FILE.
       COPY projectOdFacilityBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD RETURN-OUT-FILE.
       01 CRT-HEADER-RECORD.
        05 CRT-HDR-MARKER          PIC X(1).
        05 CRT-HDR-FILE-DATE       PIC 9(8).
        05 CRT-HDR-FILE-SEQ        PIC 9(6).
        05 CRT-HDR-CREATED-DATE    PIC 9(8).
        05 CRT-HDR-CREATED-TIME    PIC 9(8).
        05 FILLER                  PIC X(99).
       01 CRT-DETAIL-RECORD.
        05 CRT-DTL-MARKER          PIC X(1).
        05 CRT-DTL-ITEM-SEQ        PIC 9(6).
        05 CRT-DTL-PRESENT-DATE    PIC 9(8).
        05 CRT-DTL-ACCOUNT-NUM     PIC 9(10).
        05 CRT-DTL-CHEQUE-NUM      PIC 9(8).
        05 CRT-DTL-AMOUNT          PIC 9(10)V99.
        05 CRT-DTL-PRESENTING-BANK PIC X(11).
        05 CRT-DTL-RETURN-CODE     PIC X(2).
        05 CRT-DTL-RETURN-REASON   PIC X(40).
        05 FILLER                  PIC X(32).
       01 CRT-TRAILER-RECORD.
        05 CRT-TRL-MARKER          PIC X(1).
        05 CRT-TRL-COUNT           PIC 9(7).
        05 CRT-TRL-TOTAL           PIC 9(12)V99.
        05 CRT-TRL-HASH            PIC 9(15).
        05 FILLER                  PIC X(93).

       WORKING-STORAGE SECTION.
       COPY projectAuditDataBook.
       COPY projectProductReqBook.
       COPY projectProductBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  FILE-STATUS8           PIC XX.
       01  FILE-STATUS9           PIC XX.
       01  FILE-STATUS10          PIC XX.
       01  FILE-STATUS11          PIC XX.
       01  FILE-STATUS12          PIC XX.
       01  FILE-STATUS13          PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
      *Set from each OPEN; a file's status after a missed READ or
      *START says nothing about whether the file is there.
       01  WS-CHQ-FILE-OPEN       PIC X VALUE "N".
       01  WS-ACCT-FILE-OPEN      PIC X VALUE "N".
       01  WS-HOLD-FILE-OPEN      PIC X VALUE "N".
       01  WS-ODF-FILE-OPEN       PIC X VALUE "N".
       01  WS-OCHQ-FILE-OPEN      PIC X VALUE "N".
       01  WS-LOAD-DATE           PIC 9(8).
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-TRANS-ID-COUNTER    PIC 9(10) VALUE 1.
       01  WS-OVERDRAFT-FLOOR     PIC S9(8)V99 VALUE -500.00.
       01  WS-DRAFT-ACCOUNT       PIC 9(10) VALUE 0.
       01  WS-RETURN-FILENAME     PIC X(40).
       01  WS-FILE-SEQ            PIC 9(6) VALUE 0.

      *Deterministic batch id built from the file's own content, the
      *projFeedLoader way, so the same inward file loaded twice is
      *refused at registration.
       01  WS-CHQ-BATCH-ID.
        05 FILLER                 PIC X(1) VALUE "Q".
        05 WS-BID-MMDD            PIC 9(4).
        05 WS-BID-COUNT           PIC 9(3).
        05 WS-BID-AMOUNT          PIC 9(2).
       01  WS-FIRST-DETAIL-DATE   PIC 9(8) VALUE 0.
       01  WS-FIRST-SPLIT REDEFINES WS-FIRST-DETAIL-DATE.
        05 FILLER                 PIC 9(4).
        05 WS-FIRST-MMDD          PIC 9(4).
       01  WS-BID-WORK            PIC 9(12).
       01  WS-BID-QUOT            PIC 9(12).
       01  WS-BATCH-REFUSED       PIC X VALUE "N".

      *Parsed fields from one CSV row.
       01  WS-FLD-MARKER          PIC X(1).
       01  WS-FLD-DATE            PIC X(8).
       01  WS-FLD-ACCOUNT         PIC X(10).
       01  WS-FLD-CHEQUE          PIC X(8).
       01  WS-FLD-AMOUNT          PIC X(15).
       01  WS-FLD-BANK            PIC X(11).
       01  WS-FLD-ITEM-REF        PIC X(10).
       01  WS-FLD-REASON          PIC X(30).

       01  WS-ROW-DATE            PIC 9(8).
       01  WS-ROW-DATE-SPLIT REDEFINES WS-ROW-DATE.
        05 WS-ROW-YEAR            PIC 9(4).
        05 WS-ROW-MONTH           PIC 9(2).
        05 WS-ROW-DAY             PIC 9(2).
       01  WS-ROW-AMOUNT          PIC S9(8)V99.
       01  WS-ROW-VALID           PIC X.
       01  WS-ROW-REASON          PIC X(40).

      *Staged rows - the file loads only after the trailer proves.
      *WS-TAB-VALID: Y pay / reverse, N return to the clearing
      *house, X exception.
       01  WS-ROW-COUNT           PIC 9(4) VALUE 0.
       01  WS-ROW-IDX             PIC 9(4).
       01  WS-PRIOR-IDX           PIC 9(4).
       01  WS-ROW-TABLE.
        05 WS-ROW-ENTRY OCCURS 1000 TIMES.
         10 WS-TAB-KIND           PIC X(1).
         10 WS-TAB-DATE           PIC 9(8).
         10 WS-TAB-ACCOUNT        PIC 9(10).
         10 WS-TAB-CHEQUE         PIC 9(8).
         10 WS-TAB-AMOUNT         PIC S9(8)V99.
         10 WS-TAB-BANK           PIC X(11).
         10 WS-TAB-ITEM-REF       PIC 9(10).
         10 WS-TAB-CLR-REASON     PIC X(30).
         10 WS-TAB-VALID          PIC X.
         10 WS-TAB-RETURN-CODE    PIC X(2).
         10 WS-TAB-REASON         PIC X(40).
         10 WS-TAB-RAW            PIC X(160).

       01  WS-AVAILABLE           PIC S9(10)V99.
       01  WS-HOLD-TOTAL          PIC S9(10)V99.
       01  WS-ACCOUNT-FLOOR       PIC S9(10)V99.
       01  WS-FLOOR-ENFORCED      PIC X.
       01  WS-HOLD-DONE           PIC X.
       01  WS-REV-ACCOUNT         PIC 9(10).
       01  WS-REV-AMOUNT          PIC S9(8)V99.
       01  WS-REV-MEMO            PIC X(30).
       01  WS-REV-TRANS-ID        PIC 9(10).

       01  WS-TRAILER-SEEN        PIC X VALUE "N".
       01  WS-TRAILER-COUNT       PIC 9(7).
       01  WS-TRAILER-TOTAL       PIC S9(10)V99.
       01  WS-FLD-COUNT           PIC X(7).
       01  WS-FLD-TOTAL           PIC X(15).
       01  WS-READ-COUNT          PIC 9(7) VALUE 0.
       01  WS-READ-TOTAL          PIC S9(10)V99 VALUE 0.
       01  WS-PAID-COUNT          PIC 9(7) VALUE 0.
       01  WS-PAID-TOTAL          PIC S9(10)V99 VALUE 0.
       01  WS-RETURNED-COUNT      PIC 9(7) VALUE 0.
       01  WS-RETURNED-TOTAL      PIC S9(10)V99 VALUE 0.
       01  WS-RETURNED-HASH       PIC 9(15) VALUE 0.
       01  WS-REVERSED-COUNT      PIC 9(7) VALUE 0.
       01  WS-REVERSED-TOTAL      PIC S9(10)V99 VALUE 0.
       01  WS-EXCEPTION-COUNT     PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-TOTAL     PIC S9(10)V99 VALUE 0.
       01  WS-PROVED-COUNT        PIC 9(7).
       01  WS-PROVED-TOTAL        PIC S9(10)V99.
       01  WS-SHOW-AMOUNT         PIC -(10)9.99.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-LOAD-DATE
           PERFORM READ-AND-STAGE-INWARD
           IF WS-ROW-COUNT = 0 AND WS-TRAILER-SEEN = "N"
              DISPLAY "Inward clearing file empty or missing, "
                      "nothing loaded."
              GOBACK
           END-IF

           IF WS-TRAILER-SEEN = "N"
              DISPLAY "INWARD CLEARING FILE REFUSED: no trailer "
                      "record."
              PERFORM AUDIT-BATCH-REFUSED
              GOBACK
           END-IF

           IF WS-TRAILER-COUNT NOT = WS-READ-COUNT OR
              WS-TRAILER-TOTAL NOT = WS-READ-TOTAL
              DISPLAY "INWARD CLEARING FILE REFUSED: trailer "
                      "controls disagree."
              DISPLAY "TRAILER COUNT " WS-TRAILER-COUNT
                      " READ COUNT " WS-READ-COUNT
              DISPLAY "TRAILER TOTAL " WS-TRAILER-TOTAL
                      " READ TOTAL " WS-READ-TOTAL
              PERFORM AUDIT-BATCH-REFUSED
              GOBACK
           END-IF

           PERFORM READ-CLEARING-PARMS
           PERFORM CHECK-PRESENTMENTS
           PERFORM CHECK-RETURNED-ITEMS
           PERFORM DERIVE-CHQ-BATCH-ID
           PERFORM REGISTER-BATCH-CONTROL
           IF WS-BATCH-REFUSED = "Y"
              GOBACK
           END-IF

           PERFORM CLAIM-TRANS-ID-COUNTER
           PERFORM LOAD-STAGED-ROWS
           PERFORM SAVE-TRANS-ID-COUNTER
           PERFORM UPDATE-BATCH-CONTROL
           IF WS-RETURNED-COUNT > 0
              PERFORM WRITE-RETURN-FILE
           END-IF
           PERFORM PRINT-CONTROL-REPORT

           DISPLAY "INWARD CLEARING BATCH " WS-CHQ-BATCH-ID
                   " LOADED."
           DISPLAY "CHEQUES LOADED FOR PAYMENT : " WS-PAID-COUNT
           DISPLAY "CHEQUES RETURNED UNPAID    : " WS-RETURNED-COUNT
           DISPLAY "DEPOSITS REVERSED          : " WS-REVERSED-COUNT
           DISPLAY "EXCEPTIONS                 : " WS-EXCEPTION-COUNT
           IF WS-RETURNED-COUNT > 0
              DISPLAY "INWARD RETURN FILE         : "
                      WS-RETURN-FILENAME
           END-IF
           MOVE "CHQINWARD.csv" TO AUDIT-FILE-NAME
           MOVE "00"            TO AUDIT-FILE-STATUS
           MOVE "INWARD CLEARING BATCH LOADED" TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG

           GOBACK.

       READ-AND-STAGE-INWARD.

           OPEN INPUT INWARD-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "CHQINWARD.csv not available. FILE STATUS: "
                      FILE-STATUS
              CLOSE INWARD-FILE
            ELSE
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ INWARD-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    PERFORM STAGE-ONE-LINE
                END-READ
              END-PERFORM
              CLOSE INWARD-FILE
            END-IF.
       EXIT.

       STAGE-ONE-LINE.

           EVALUATE INWARD-LINE(1:1)
             WHEN "T"
               UNSTRING INWARD-LINE DELIMITED BY ","
                  INTO WS-FLD-MARKER WS-FLD-COUNT WS-FLD-TOTAL
               END-UNSTRING
               COMPUTE WS-TRAILER-COUNT =
                       FUNCTION NUMVAL(WS-FLD-COUNT)
               COMPUTE WS-TRAILER-TOTAL =
                       FUNCTION NUMVAL(WS-FLD-TOTAL)
               MOVE "Y" TO WS-TRAILER-SEEN
             WHEN "P"
             WHEN "R"
               IF WS-ROW-COUNT < 1000
                  ADD 1 TO WS-ROW-COUNT
                  PERFORM VALIDATE-ONE-ROW
                  IF WS-FIRST-DETAIL-DATE = 0
                     MOVE WS-ROW-DATE TO WS-FIRST-DETAIL-DATE
                  END-IF
                  ADD 1 TO WS-READ-COUNT
                  ADD WS-ROW-AMOUNT TO WS-READ-TOTAL
               ELSE
                  DISPLAY "Inward clearing file exceeds staging "
                          "capacity, row ignored."
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       EXIT.

      *Format checks only; the register and account checks follow
      *once the trailer has proved. A presentment that cannot even
      *be read still has to go back to the clearing house, so it is
      *returned; a return row that cannot be read is an exception.
       VALIDATE-ONE-ROW.

           MOVE SPACES TO WS-FLD-MARKER WS-FLD-DATE WS-FLD-ACCOUNT
                          WS-FLD-CHEQUE WS-FLD-AMOUNT WS-FLD-BANK
                          WS-FLD-ITEM-REF WS-FLD-REASON
           IF INWARD-LINE(1:1) = "P"
              UNSTRING INWARD-LINE DELIMITED BY ","
                 INTO WS-FLD-MARKER WS-FLD-DATE WS-FLD-ACCOUNT
                      WS-FLD-CHEQUE WS-FLD-AMOUNT WS-FLD-BANK
              END-UNSTRING
           ELSE
              UNSTRING INWARD-LINE DELIMITED BY ","
                 INTO WS-FLD-MARKER WS-FLD-DATE WS-FLD-ITEM-REF
                      WS-FLD-AMOUNT WS-FLD-REASON
              END-UNSTRING
           END-IF

           MOVE "Y" TO WS-ROW-VALID
           MOVE SPACES TO WS-ROW-REASON
           MOVE 0 TO WS-ROW-DATE
           MOVE 0 TO WS-TAB-ACCOUNT(WS-ROW-COUNT)
           MOVE 0 TO WS-TAB-CHEQUE(WS-ROW-COUNT)
           MOVE 0 TO WS-TAB-ITEM-REF(WS-ROW-COUNT)
           MOVE SPACES TO WS-TAB-RETURN-CODE(WS-ROW-COUNT)

           IF WS-FLD-DATE IS NUMERIC
              MOVE WS-FLD-DATE TO WS-ROW-DATE
              IF WS-ROW-MONTH < 1 OR WS-ROW-MONTH > 12 OR
                 WS-ROW-DAY < 1 OR WS-ROW-DAY > 31
                 MOVE "N" TO WS-ROW-VALID
                 MOVE "INVALID DATE" TO WS-ROW-REASON
              END-IF
           ELSE
              MOVE "N" TO WS-ROW-VALID
              MOVE "NON-NUMERIC DATE" TO WS-ROW-REASON
           END-IF

           IF WS-FLD-MARKER = "P"
              IF WS-ROW-VALID = "Y"
                 IF WS-FLD-ACCOUNT IS NUMERIC AND
                    WS-FLD-CHEQUE IS NUMERIC
                    MOVE WS-FLD-ACCOUNT TO WS-TAB-ACCOUNT(WS-ROW-COUNT)
                    MOVE WS-FLD-CHEQUE  TO WS-TAB-CHEQUE(WS-ROW-COUNT)
                 ELSE
                    MOVE "N" TO WS-ROW-VALID
                    MOVE "NON-NUMERIC ACCOUNT OR CHEQUE"
                         TO WS-ROW-REASON
                 END-IF
              END-IF
           ELSE
              IF WS-ROW-VALID = "Y"
                 IF WS-FLD-ITEM-REF IS NUMERIC
                    MOVE WS-FLD-ITEM-REF
                         TO WS-TAB-ITEM-REF(WS-ROW-COUNT)
                 ELSE
                    MOVE "N" TO WS-ROW-VALID
                    MOVE "NON-NUMERIC ITEM REFERENCE"
                         TO WS-ROW-REASON
                 END-IF
              END-IF
           END-IF

           COMPUTE WS-ROW-AMOUNT = FUNCTION NUMVAL(WS-FLD-AMOUNT)
           IF WS-ROW-VALID = "Y" AND WS-ROW-AMOUNT NOT > 0
              MOVE "N" TO WS-ROW-VALID
              MOVE "AMOUNT NOT POSITIVE" TO WS-ROW-REASON
           END-IF

           IF WS-ROW-VALID = "N"
              IF WS-FLD-MARKER = "P"
                 MOVE "06" TO WS-TAB-RETURN-CODE(WS-ROW-COUNT)
              ELSE
                 MOVE "X" TO WS-ROW-VALID
              END-IF
           END-IF

           MOVE WS-FLD-MARKER   TO WS-TAB-KIND(WS-ROW-COUNT)
           MOVE WS-ROW-DATE     TO WS-TAB-DATE(WS-ROW-COUNT)
           MOVE WS-ROW-AMOUNT   TO WS-TAB-AMOUNT(WS-ROW-COUNT)
           MOVE WS-FLD-BANK     TO WS-TAB-BANK(WS-ROW-COUNT)
           MOVE WS-FLD-REASON   TO WS-TAB-CLR-REASON(WS-ROW-COUNT)
           MOVE WS-ROW-VALID    TO WS-TAB-VALID(WS-ROW-COUNT)
           MOVE WS-ROW-REASON   TO WS-TAB-REASON(WS-ROW-COUNT)
           MOVE INWARD-LINE     TO WS-TAB-RAW(WS-ROW-COUNT).
       EXIT.

      *Every well-formed presentment is checked against the cheque
      *register and the drawer's account, in file order, so two
      *cheques on one account draw down the same available balance.
       CHECK-PRESENTMENTS.

           MOVE "N" TO WS-CHQ-FILE-OPEN WS-ACCT-FILE-OPEN
                       WS-HOLD-FILE-OPEN WS-ODF-FILE-OPEN
           OPEN INPUT CHEQUE-REGISTER-FILE
           IF FILE-STATUS6 = "00"
              MOVE "Y" TO WS-CHQ-FILE-OPEN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS8 = "00"
              MOVE "Y" TO WS-ACCT-FILE-OPEN
           END-IF
           OPEN INPUT HOLD-FILE
           IF FILE-STATUS9 = "00"
              MOVE "Y" TO WS-HOLD-FILE-OPEN
           END-IF
           OPEN INPUT OD-FACILITY-FILE
           IF FILE-STATUS13 = "00"
              MOVE "Y" TO WS-ODF-FILE-OPEN
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF WS-TAB-KIND(WS-ROW-IDX) = "P" AND
                WS-TAB-VALID(WS-ROW-IDX) = "Y"
                IF WS-DRAFT-ACCOUNT > 0 AND
                   WS-TAB-ACCOUNT(WS-ROW-IDX) = WS-DRAFT-ACCOUNT
                   CONTINUE
                ELSE
                   PERFORM CHECK-ONE-PRESENTMENT
                END-IF
             END-IF
           END-PERFORM
           CLOSE OD-FACILITY-FILE
           CLOSE HOLD-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CHEQUE-REGISTER-FILE.
       EXIT.

       CHECK-ONE-PRESENTMENT.

           IF WS-ACCT-FILE-OPEN NOT = "Y"
              MOVE "04" TO WS-TAB-RETURN-CODE(WS-ROW-IDX)
              MOVE "ACCOUNT FILE NOT AVAILABLE"
                   TO WS-TAB-REASON(WS-ROW-IDX)
           ELSE
              MOVE WS-TAB-ACCOUNT(WS-ROW-IDX) TO ACCOUNT-NUM
              READ CUSTOMER-FILE
                 KEY IS ACCOUNT-NUM
                 INVALID KEY
                   MOVE "04" TO WS-TAB-RETURN-CODE(WS-ROW-IDX)
                   MOVE "NO SUCH ACCOUNT" TO WS-TAB-REASON(WS-ROW-IDX)
                 NOT INVALID KEY
                   IF ACCOUNT-CLOSED
                      MOVE "03" TO WS-TAB-RETURN-CODE(WS-ROW-IDX)
                      MOVE "ACCOUNT CLOSED"
                           TO WS-TAB-REASON(WS-ROW-IDX)
                   ELSE IF ACCOUNT-FROZEN
                      MOVE "03" TO WS-TAB-RETURN-CODE(WS-ROW-IDX)
                      MOVE "ACCOUNT FROZEN"
                           TO WS-TAB-REASON(WS-ROW-IDX)
                   END-IF
                   END-IF
              END-READ
           END-IF

           IF WS-TAB-RETURN-CODE(WS-ROW-IDX) = SPACES
              PERFORM CHECK-CHEQUE-REGISTER
           END-IF

           IF WS-TAB-RETURN-CODE(WS-ROW-IDX) = SPACES
              PERFORM CHECK-AVAILABLE-FUNDS
           END-IF

           IF WS-TAB-RETURN-CODE(WS-ROW-IDX) NOT = SPACES
              MOVE "N" TO WS-TAB-VALID(WS-ROW-IDX)
           END-IF.
       EXIT.

      *The leaf must have been issued to this account and be neither
      *stopped nor paid - including by an earlier row of this file.
       CHECK-CHEQUE-REGISTER.

           IF WS-CHQ-FILE-OPEN NOT = "Y"
              MOVE "05" TO WS-TAB-RETURN-CODE(WS-ROW-IDX)
              MOVE "CHEQUE REGISTER NOT AVAILABLE"
                   TO WS-TAB-REASON(WS-ROW-IDX)
           ELSE
              MOVE WS-TAB-ACCOUNT(WS-ROW-IDX) TO CHQ-ACCOUNT-NUM
              MOVE WS-TAB-CHEQUE(WS-ROW-IDX)  TO CHQ-NUMBER
              READ CHEQUE-REGISTER-FILE
                 KEY IS CHQ-KEY
                 INVALID KEY
                   MOVE "05" TO WS-TAB-RETURN-CODE(WS-ROW-IDX)
                   MOVE "CHEQUE NOT ISSUED ON THIS ACCOUNT"
                        TO WS-TAB-REASON(WS-ROW-IDX)
                 NOT INVALID KEY
                   IF CHQ-STATUS-STOPPED
                      MOVE "02" TO WS-TAB-RETURN-CODE(WS-ROW-IDX)
                      MOVE "PAYMENT STOPPED BY DRAWER"
                           TO WS-TAB-REASON(WS-ROW-IDX)
                   ELSE IF CHQ-STATUS-PAID
                      MOVE "05" TO WS-TAB-RETURN-CODE(WS-ROW-IDX)
                      MOVE "CHEQUE ALREADY PAID"
                           TO WS-TAB-REASON(WS-ROW-IDX)
                   END-IF
                   END-IF
              END-READ
           END-IF

           IF WS-TAB-RETURN-CODE(WS-ROW-IDX) = SPACES
              PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                      UNTIL WS-PRIOR-IDX NOT < WS-ROW-IDX
                IF WS-TAB-KIND(WS-PRIOR-IDX) = "P" AND
                   WS-TAB-VALID(WS-PRIOR-IDX) = "Y" AND
                   WS-TAB-ACCOUNT(WS-PRIOR-IDX) =
                   WS-TAB-ACCOUNT(WS-ROW-IDX) AND
                   WS-TAB-CHEQUE(WS-PRIOR-IDX) =
                   WS-TAB-CHEQUE(WS-ROW-IDX)
                   MOVE "05" TO WS-TAB-RETURN-CODE(WS-ROW-IDX)
                   MOVE "DUPLICATE PRESENTMENT"
                        TO WS-TAB-REASON(WS-ROW-IDX)
                END-IF
              END-PERFORM
           END-IF.
       EXIT.

      *Available is the ledger balance less the account's active,
      *unexpired holds and less the cheques already passed for
      *payment from this file; the cheque must leave it no lower
      *than the account's floor.
       CHECK-AVAILABLE-FUNDS.

           MOVE 0 TO WS-HOLD-TOTAL
           IF WS-HOLD-FILE-OPEN = "Y"
              MOVE "N" TO WS-HOLD-DONE
              MOVE 0 TO HOLD-ID
              START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID
                INVALID KEY
                  MOVE "Y" TO WS-HOLD-DONE
              END-START
              PERFORM UNTIL WS-HOLD-DONE = "Y"
                READ HOLD-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO WS-HOLD-DONE
                  NOT AT END
                    IF HOLD-ACCOUNT-NUM = WS-TAB-ACCOUNT(WS-ROW-IDX)
                       AND HOLD-STATUS-ACTIVE AND
                       (HOLD-EXPIRY-DATE = 0 OR
                        HOLD-EXPIRY-DATE NOT < WS-LOAD-DATE)
                       ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                    END-IF
                END-READ
              END-PERFORM
           END-IF

           COMPUTE WS-AVAILABLE = ACCOUNT-BALANCE - WS-HOLD-TOTAL
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX NOT < WS-ROW-IDX
             IF WS-TAB-KIND(WS-PRIOR-IDX) = "P" AND
                WS-TAB-VALID(WS-PRIOR-IDX) = "Y" AND
                WS-TAB-ACCOUNT(WS-PRIOR-IDX) =
                WS-TAB-ACCOUNT(WS-ROW-IDX)
                SUBTRACT WS-TAB-AMOUNT(WS-PRIOR-IDX) FROM WS-AVAILABLE
             END-IF
           END-PERFORM
           SUBTRACT WS-TAB-AMOUNT(WS-ROW-IDX) FROM WS-AVAILABLE
           PERFORM SELECT-ACCOUNT-FLOOR
           IF WS-FLOOR-ENFORCED = "Y" AND
              WS-AVAILABLE < WS-ACCOUNT-FLOOR
              MOVE "01" TO WS-TAB-RETURN-CODE(WS-ROW-IDX)
              MOVE "INSUFFICIENT FUNDS" TO WS-TAB-REASON(WS-ROW-IDX)
           END-IF.
       EXIT.

      *The floor posting holds the drawer's account to, worked out
      *the way projMainProg's SELECT-OVERDRAFT-FLOOR does: a product
      *not held to a floor pays whatever the balance; otherwise the
      *product's own minimum running balance or the bank-wide
      *PARM-OVERDRAFT-FLOOR, lowered to the negative of the limit
      *of an active, unexpired arranged overdraft facility. An
      *account type not on the product master is held to the
      *bank-wide floor.
       SELECT-ACCOUNT-FLOOR.

           MOVE "Y" TO WS-FLOOR-ENFORCED
           MOVE WS-OVERDRAFT-FLOOR TO WS-ACCOUNT-FLOOR
           MOVE ACCOUNT-TYPE TO PRDQ-CODE
           CALL 'projProductLookup' USING PRODUCT-REQUEST
                                          PRODUCT-RECORD
           IF PRDQ-FOUND
              IF PROD-FLOOR-NONE
                 MOVE "N" TO WS-FLOOR-ENFORCED
              END-IF
              IF PROD-FLOOR-OWN
                 MOVE PROD-MIN-RUN-BALANCE TO WS-ACCOUNT-FLOOR
              END-IF
           END-IF
           IF WS-FLOOR-ENFORCED = "Y" AND WS-ODF-FILE-OPEN = "Y"
              MOVE ACCOUNT-NUM TO ODF-ACCOUNT-NUM
              READ OD-FACILITY-FILE
                 KEY IS ODF-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF ODF-STATUS-ACTIVE AND
                      (ODF-EXPIRY-DATE = 0 OR
                       ODF-EXPIRY-DATE NOT < WS-LOAD-DATE)
                      COMPUTE WS-ACCOUNT-FLOOR = 0 - ODF-LIMIT
                   END-IF
              END-READ
           END-IF.
       EXIT.

      *A returned outward cheque must be one we sent and have not
      *already had back, for the amount we sent.
       CHECK-RETURNED-ITEMS.

           MOVE "N" TO WS-OCHQ-FILE-OPEN
           OPEN INPUT OUTWARD-CHEQUE-FILE
           IF FILE-STATUS10 = "00"
              MOVE "Y" TO WS-OCHQ-FILE-OPEN
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF WS-TAB-KIND(WS-ROW-IDX) = "R" AND
                WS-TAB-VALID(WS-ROW-IDX) = "Y"
                PERFORM CHECK-ONE-RETURN
             END-IF
           END-PERFORM
           CLOSE OUTWARD-CHEQUE-FILE.
       EXIT.

       CHECK-ONE-RETURN.

           IF WS-OCHQ-FILE-OPEN NOT = "Y"
              MOVE "X" TO WS-TAB-VALID(WS-ROW-IDX)
              MOVE "OUTWARD REGISTER NOT AVAILABLE"
                   TO WS-TAB-REASON(WS-ROW-IDX)
           ELSE
              MOVE WS-TAB-ITEM-REF(WS-ROW-IDX) TO OCHQ-TRANS-ID
              READ OUTWARD-CHEQUE-FILE
                 KEY IS OCHQ-TRANS-ID
                 INVALID KEY
                   MOVE "X" TO WS-TAB-VALID(WS-ROW-IDX)
                   MOVE "NOT ON OUTWARD REGISTER"
                        TO WS-TAB-REASON(WS-ROW-IDX)
                 NOT INVALID KEY
                   IF OCHQ-RETURNED
                      MOVE "X" TO WS-TAB-VALID(WS-ROW-IDX)
                      MOVE "ITEM ALREADY RETURNED"
                           TO WS-TAB-REASON(WS-ROW-IDX)
                   ELSE IF OCHQ-AMOUNT NOT = WS-TAB-AMOUNT(WS-ROW-IDX)
                      MOVE "X" TO WS-TAB-VALID(WS-ROW-IDX)
                      MOVE "AMOUNT DIFFERS FROM ITEM SENT"
                           TO WS-TAB-REASON(WS-ROW-IDX)
                   ELSE
                      MOVE OCHQ-ACCOUNT-NUM
                           TO WS-TAB-ACCOUNT(WS-ROW-IDX)
                      MOVE OCHQ-CHEQUE-NUM
                           TO WS-TAB-CHEQUE(WS-ROW-IDX)
                   END-IF
                   END-IF
              END-READ
           END-IF

           IF WS-TAB-VALID(WS-ROW-IDX) = "Y"
              PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                      UNTIL WS-PRIOR-IDX NOT < WS-ROW-IDX
                IF WS-TAB-KIND(WS-PRIOR-IDX) = "R" AND
                   WS-TAB-VALID(WS-PRIOR-IDX) = "Y" AND
                   WS-TAB-ITEM-REF(WS-PRIOR-IDX) =
                   WS-TAB-ITEM-REF(WS-ROW-IDX)
                   MOVE "X" TO WS-TAB-VALID(WS-ROW-IDX)
                   MOVE "ITEM RETURNED TWICE IN FILE"
                        TO WS-TAB-REASON(WS-ROW-IDX)
                END-IF
              END-PERFORM
           END-IF.
       EXIT.

       LOAD-STAGED-ROWS.

           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS2 = "35"
              CLOSE TRANSACTION-FILE
              OPEN OUTPUT TRANSACTION-FILE
              CLOSE TRANSACTION-FILE
              OPEN I-O TRANSACTION-FILE
            END-IF
           OPEN EXTEND INWARD-EXCEPTION-FILE
            IF FILE-STATUS1 = "35"
              CLOSE INWARD-EXCEPTION-FILE
              OPEN OUTPUT INWARD-EXCEPTION-FILE
            END-IF

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
             EVALUATE TRUE
               WHEN WS-TAB-VALID(WS-ROW-IDX) = "X"
                 PERFORM WRITE-ONE-EXCEPTION
               WHEN WS-TAB-VALID(WS-ROW-IDX) = "N"
                 ADD 1 TO WS-RETURNED-COUNT
                 ADD WS-TAB-AMOUNT(WS-ROW-IDX) TO WS-RETURNED-TOTAL
                 ADD WS-TAB-CHEQUE(WS-ROW-IDX) TO WS-RETURNED-HASH
               WHEN WS-TAB-KIND(WS-ROW-IDX) = "P"
                 PERFORM WRITE-ONE-PRESENTMENT
               WHEN OTHER
                 PERFORM REVERSE-RETURNED-DEPOSIT
             END-EVALUATE
           END-PERFORM

           CLOSE INWARD-EXCEPTION-FILE
           CLOSE TRANSACTION-FILE.
       EXIT.

      *A paid presentment debits the drawer's account; posting pays
      *it against the cheque register.
       WRITE-ONE-PRESENTMENT.

           MOVE WS-TAB-DATE(WS-ROW-IDX)    TO TRANSACTION-DATE
           MOVE WS-TRANS-ID-COUNTER        TO TRANS-ID
           MOVE WS-TAB-ACCOUNT(WS-ROW-IDX) TO TRANS-ACCOUNT-NUM
           MOVE SPACES                     TO TRANS-ACCOUNT-TYPE
           MOVE "CHQ"                      TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = 0 - WS-TAB-AMOUNT(WS-ROW-IDX)
           MOVE 0                          TO HASH-TOTALS
           MOVE 0                          TO TRANS-REF-ID
           MOVE SPACES                     TO TRANS-NEW-NAME
           MOVE WS-CHQ-BATCH-ID            TO TRANS-BATCH-ID
           MOVE SPACES                     TO TRANS-MEMO
           STRING "Inward clearing "
                  WS-TAB-BANK(WS-ROW-IDX)
                  DELIMITED BY SIZE INTO TRANS-MEMO
           MOVE "CLEARING"                 TO TRANS-CHANNEL
           MOVE SPACES                     TO TRANS-BRANCH-CODE
           MOVE SPACE                      TO TRANS-STATUS
           MOVE 0                          TO TRANS-CONTRA-ACCOUNT
           MOVE SPACES                     TO TRANS-CURRENCY-CODE
           MOVE WS-TAB-CHEQUE(WS-ROW-IDX)  TO TRANS-CHEQUE-NUM
           MOVE TRANSACTION-DATE           TO TRANS-VALUE-DATE
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           CALL 'projChannelCutoff' USING TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
            INVALID KEY
              DISPLAY "TRANS-ID collision loading presentment: "
                      WS-TRANS-ID-COUNTER
              MOVE "TRANS-ID COLLISION" TO WS-TAB-REASON(WS-ROW-IDX)
              MOVE "X" TO WS-TAB-VALID(WS-ROW-IDX)
              PERFORM WRITE-ONE-EXCEPTION
            NOT INVALID KEY
              ADD 1 TO WS-PAID-COUNT
              ADD WS-TAB-AMOUNT(WS-ROW-IDX) TO WS-PAID-TOTAL
           END-WRITE
           ADD 1 TO WS-TRANS-ID-COUNTER.
       EXIT.

      *Our deposited cheque came back unpaid: the REV takes the
      *credit back off the depositor, the uncleared-effects hold
      *goes with it, the deposit's batch gives up the amount, and
      *the outward register item is marked returned.
       REVERSE-RETURNED-DEPOSIT.

           MOVE WS-TAB-ACCOUNT(WS-ROW-IDX) TO WS-REV-ACCOUNT
           COMPUTE WS-REV-AMOUNT = 0 - WS-TAB-AMOUNT(WS-ROW-IDX)
           MOVE SPACES TO WS-REV-MEMO
           STRING "RET: " WS-TAB-CLR-REASON(WS-ROW-IDX)
                  DELIMITED BY SIZE INTO WS-REV-MEMO
           MOVE WS-TRANS-ID-COUNTER TO WS-REV-TRANS-ID
           MOVE WS-LOAD-DATE               TO TRANSACTION-DATE
           MOVE WS-TRANS-ID-COUNTER        TO TRANS-ID
           MOVE WS-REV-ACCOUNT             TO TRANS-ACCOUNT-NUM
           MOVE SPACES                     TO TRANS-ACCOUNT-TYPE
           MOVE "REV"                      TO TRANS-TYPE
           MOVE WS-REV-AMOUNT              TO TRANS-AMOUNT
           MOVE 0                          TO HASH-TOTALS
           MOVE WS-TAB-ITEM-REF(WS-ROW-IDX) TO TRANS-REF-ID
           MOVE SPACES                     TO TRANS-NEW-NAME
           MOVE "RETURNS"                  TO TRANS-BATCH-ID
           MOVE WS-REV-MEMO                TO TRANS-MEMO
           MOVE "CLEARING"                 TO TRANS-CHANNEL
           MOVE SPACES                     TO TRANS-BRANCH-CODE
           MOVE SPACE                      TO TRANS-STATUS
           MOVE 0                          TO TRANS-CONTRA-ACCOUNT
           MOVE SPACES                     TO TRANS-CURRENCY-CODE
           MOVE 0                          TO TRANS-CHEQUE-NUM
           MOVE WS-LOAD-DATE               TO TRANS-VALUE-DATE
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           CALL 'projChannelCutoff' USING TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
            INVALID KEY
              DISPLAY "TRANS-ID collision, reversal not written: "
                      WS-TRANS-ID-COUNTER
              MOVE "TRANS-ID COLLISION" TO WS-TAB-REASON(WS-ROW-IDX)
              MOVE "X" TO WS-TAB-VALID(WS-ROW-IDX)
              PERFORM WRITE-ONE-EXCEPTION
            NOT INVALID KEY
              ADD 1 TO WS-REVERSED-COUNT
              ADD WS-TAB-AMOUNT(WS-ROW-IDX) TO WS-REVERSED-TOTAL
              DISPLAY "Returned cheque deposit reversed: account "
                      WS-REV-ACCOUNT " deposit "
                      WS-TAB-ITEM-REF(WS-ROW-IDX)
              PERFORM RELEASE-CLEARING-HOLD
              PERFORM MARK-OUTWARD-RETURNED
           END-WRITE
           ADD 1 TO WS-TRANS-ID-COUNTER.
       EXIT.

      *The hold posting placed with the deposit: same account and
      *amount, still active, with the clearing reason.
       RELEASE-CLEARING-HOLD.

           OPEN I-O HOLD-FILE
            IF FILE-STATUS9 = "00"
              MOVE "N" TO WS-HOLD-DONE
              MOVE 0 TO HOLD-ID
              START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID
                INVALID KEY
                  MOVE "Y" TO WS-HOLD-DONE
              END-START
              PERFORM UNTIL WS-HOLD-DONE = "Y"
                READ HOLD-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO WS-HOLD-DONE
                  NOT AT END
                    IF HOLD-ACCOUNT-NUM = WS-REV-ACCOUNT AND
                       HOLD-STATUS-ACTIVE AND
                       HOLD-AMOUNT = WS-TAB-AMOUNT(WS-ROW-IDX) AND
                       HOLD-REASON = "CHEQUE DEPOSIT CLEARING"
                       MOVE "R" TO HOLD-STATUS
                       REWRITE HOLD-RECORD
                       DISPLAY "Clearing hold released with the "
                               "unpaid cheque: " HOLD-ID
                       MOVE "Y" TO WS-HOLD-DONE
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE HOLD-FILE.
       EXIT.

       MARK-OUTWARD-RETURNED.

           OPEN I-O OUTWARD-CHEQUE-FILE
            IF FILE-STATUS10 = "00"
              MOVE WS-TAB-ITEM-REF(WS-ROW-IDX) TO OCHQ-TRANS-ID
              READ OUTWARD-CHEQUE-FILE
                 KEY IS OCHQ-TRANS-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "R"             TO OCHQ-STATUS
                   MOVE WS-LOAD-DATE    TO OCHQ-RETURN-DATE
                   MOVE WS-TAB-CLR-REASON(WS-ROW-IDX)
                        TO OCHQ-RETURN-REASON
                   MOVE WS-REV-TRANS-ID TO OCHQ-REVERSAL-ID
                   REWRITE OUTWARD-CHEQUE-RECORD
                   PERFORM ADJUST-BATCH-CONTROL
              END-READ
            END-IF
           CLOSE OUTWARD-CHEQUE-FILE.
       EXIT.

      *The deposit's batch learns about the unpaid, as the returns
      *feed does it: its received amount comes down by the item.
       ADJUST-BATCH-CONTROL.

           IF OCHQ-BATCH-ID NOT = SPACES
             OPEN I-O BATCH-CONTROL-FILE
              IF FILE-STATUS5 = "00"
                MOVE OCHQ-BATCH-ID TO BCTL-BATCH-ID
                READ BATCH-CONTROL-FILE
                   KEY IS BCTL-BATCH-ID
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     SUBTRACT WS-TAB-AMOUNT(WS-ROW-IDX)
                         FROM BCTL-RECEIVED-AMOUNT
                     REWRITE BATCH-CONTROL-RECORD
                END-READ
              END-IF
             CLOSE BATCH-CONTROL-FILE
           END-IF.
       EXIT.

       WRITE-ONE-EXCEPTION.

           MOVE WS-LOAD-DATE              TO IEXC-LOAD-DATE
           MOVE WS-TAB-REASON(WS-ROW-IDX) TO IEXC-REASON
           MOVE WS-TAB-RAW(WS-ROW-IDX)    TO IEXC-LINE
           WRITE INWARD-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-TAB-AMOUNT(WS-ROW-IDX) TO WS-EXCEPTION-TOTAL.
       EXIT.

      *The presentments we will not pay go back to the clearing
      *house on the inward return file, one detail per cheque with
      *the return reason code:
      *  01 insufficient funds      02 payment stopped
      *  03 account closed/frozen   04 no such account
      *  05 cheque not issued, already paid or presented twice
      *  06 item unreadable
       WRITE-RETURN-FILE.

           PERFORM CLAIM-FILE-SEQUENCE
           MOVE SPACES TO WS-RETURN-FILENAME
           STRING "CHQRTN-" WS-LOAD-DATE "-" WS-FILE-SEQ ".dat"
                  DELIMITED BY SIZE INTO WS-RETURN-FILENAME
           OPEN OUTPUT RETURN-OUT-FILE

           MOVE SPACES TO CRT-HEADER-RECORD
           MOVE "H" TO CRT-HDR-MARKER
           MOVE WS-LOAD-DATE TO CRT-HDR-FILE-DATE
           MOVE WS-FILE-SEQ TO CRT-HDR-FILE-SEQ
           ACCEPT CRT-HDR-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT CRT-HDR-CREATED-TIME FROM TIME
           WRITE CRT-HEADER-RECORD

           MOVE 0 TO WS-PROVED-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF WS-TAB-VALID(WS-ROW-IDX) = "N"
                ADD 1 TO WS-PROVED-COUNT
                MOVE SPACES TO CRT-DETAIL-RECORD
                MOVE "D"                        TO CRT-DTL-MARKER
                MOVE WS-PROVED-COUNT            TO CRT-DTL-ITEM-SEQ
                MOVE WS-TAB-DATE(WS-ROW-IDX)    TO CRT-DTL-PRESENT-DATE
                MOVE WS-TAB-ACCOUNT(WS-ROW-IDX) TO CRT-DTL-ACCOUNT-NUM
                MOVE WS-TAB-CHEQUE(WS-ROW-IDX)  TO CRT-DTL-CHEQUE-NUM
                MOVE WS-TAB-AMOUNT(WS-ROW-IDX)  TO CRT-DTL-AMOUNT
                MOVE WS-TAB-BANK(WS-ROW-IDX)
                     TO CRT-DTL-PRESENTING-BANK
                MOVE WS-TAB-RETURN-CODE(WS-ROW-IDX)
                     TO CRT-DTL-RETURN-CODE
                MOVE WS-TAB-REASON(WS-ROW-IDX)
                     TO CRT-DTL-RETURN-REASON
                WRITE CRT-DETAIL-RECORD
             END-IF
           END-PERFORM

           MOVE SPACES TO CRT-TRAILER-RECORD
           MOVE "T" TO CRT-TRL-MARKER
           MOVE WS-RETURNED-COUNT TO CRT-TRL-COUNT
           MOVE WS-RETURNED-TOTAL TO CRT-TRL-TOTAL
           MOVE WS-RETURNED-HASH  TO CRT-TRL-HASH
           WRITE CRT-TRAILER-RECORD
           CLOSE RETURN-OUT-FILE.
       EXIT.

      *The control report: the trailer's figures against what was
      *paid, returned, reversed and excepted, then each return and
      *exception.
       PRINT-CONTROL-REPORT.

           OPEN OUTPUT INWARD-PRINT-FILE
           MOVE SPACES TO INWARD-PRINT-LINE
           STRING "INWARD CHEQUE CLEARING LOAD CONTROL  BATCH "
                  WS-CHQ-BATCH-ID "  LOADED " WS-LOAD-DATE
                  DELIMITED BY SIZE INTO INWARD-PRINT-LINE
           WRITE INWARD-PRINT-LINE
           MOVE SPACES TO INWARD-PRINT-LINE
           WRITE INWARD-PRINT-LINE

           MOVE WS-TRAILER-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO INWARD-PRINT-LINE
           STRING "TRAILER                COUNT " WS-TRAILER-COUNT
                  "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO INWARD-PRINT-LINE
           WRITE INWARD-PRINT-LINE
           MOVE WS-PAID-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO INWARD-PRINT-LINE
           STRING "LOADED FOR PAYMENT     COUNT " WS-PAID-COUNT
                  "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO INWARD-PRINT-LINE
           WRITE INWARD-PRINT-LINE
           MOVE WS-RETURNED-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO INWARD-PRINT-LINE
           STRING "RETURNED UNPAID        COUNT " WS-RETURNED-COUNT
                  "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO INWARD-PRINT-LINE
           WRITE INWARD-PRINT-LINE
           MOVE WS-REVERSED-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO INWARD-PRINT-LINE
           STRING "DEPOSITS REVERSED      COUNT " WS-REVERSED-COUNT
                  "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO INWARD-PRINT-LINE
           WRITE INWARD-PRINT-LINE
           MOVE WS-EXCEPTION-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO INWARD-PRINT-LINE
           STRING "EXCEPTIONS             COUNT " WS-EXCEPTION-COUNT
                  "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO INWARD-PRINT-LINE
           WRITE INWARD-PRINT-LINE

           COMPUTE WS-PROVED-COUNT = WS-PAID-COUNT + WS-RETURNED-COUNT
                                   + WS-REVERSED-COUNT
                                   + WS-EXCEPTION-COUNT
           COMPUTE WS-PROVED-TOTAL = WS-PAID-TOTAL + WS-RETURNED-TOTAL
                                   + WS-REVERSED-TOTAL
                                   + WS-EXCEPTION-TOTAL
           MOVE SPACES TO INWARD-PRINT-LINE
           IF WS-PROVED-COUNT = WS-TRAILER-COUNT AND
              WS-PROVED-TOTAL = WS-TRAILER-TOTAL
              MOVE "CONTROLS PROVED: PAID + RETURNED + REVERSED + "
                   & "EXCEPTIONS = TRAILER" TO INWARD-PRINT-LINE
           ELSE
              MOVE "*** CONTROLS OUT OF BALANCE - INVESTIGATE ***"
                   TO INWARD-PRINT-LINE
              DISPLAY "Inward clearing controls out of balance."
           END-IF
           WRITE INWARD-PRINT-LINE

           IF WS-RETURNED-COUNT > 0
              MOVE SPACES TO INWARD-PRINT-LINE
              WRITE INWARD-PRINT-LINE
              MOVE SPACES TO INWARD-PRINT-LINE
              STRING "RETURNED TO THE CLEARING HOUSE ON "
                     WS-RETURN-FILENAME
                     DELIMITED BY SIZE INTO INWARD-PRINT-LINE
              WRITE INWARD-PRINT-LINE
              PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                      UNTIL WS-ROW-IDX > WS-ROW-COUNT
                IF WS-TAB-VALID(WS-ROW-IDX) = "N"
                   MOVE WS-TAB-AMOUNT(WS-ROW-IDX) TO WS-SHOW-AMOUNT
                   MOVE SPACES TO INWARD-PRINT-LINE
                   STRING WS-TAB-ACCOUNT(WS-ROW-IDX) " "
                          WS-TAB-CHEQUE(WS-ROW-IDX) " "
                          WS-SHOW-AMOUNT " "
                          WS-TAB-BANK(WS-ROW-IDX) " "
                          WS-TAB-RETURN-CODE(WS-ROW-IDX) " "
                          WS-TAB-REASON(WS-ROW-IDX)
                          DELIMITED BY SIZE INTO INWARD-PRINT-LINE
                   WRITE INWARD-PRINT-LINE
                END-IF
              END-PERFORM
           END-IF

           IF WS-EXCEPTION-COUNT > 0
              MOVE SPACES TO INWARD-PRINT-LINE
              WRITE INWARD-PRINT-LINE
              MOVE "EXCEPTIONS (ALSO ON projectChqInwardException.dat)"
                   TO INWARD-PRINT-LINE
              WRITE INWARD-PRINT-LINE
              PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                      UNTIL WS-ROW-IDX > WS-ROW-COUNT
                IF WS-TAB-VALID(WS-ROW-IDX) = "X"
                   MOVE WS-TAB-AMOUNT(WS-ROW-IDX) TO WS-SHOW-AMOUNT
                   MOVE SPACES TO INWARD-PRINT-LINE
                   STRING WS-TAB-ITEM-REF(WS-ROW-IDX) " "
                          WS-TAB-DATE(WS-ROW-IDX) " "
                          WS-SHOW-AMOUNT " "
                          WS-TAB-REASON(WS-ROW-IDX)
                          DELIMITED BY SIZE INTO INWARD-PRINT-LINE
                   WRITE INWARD-PRINT-LINE
                END-IF
              END-PERFORM
           END-IF
           CLOSE INWARD-PRINT-FILE.
       EXIT.

      *The batch id is the file's fingerprint: derived from the
      *first detail row's month and day plus the trailer's count and
      *total.
       DERIVE-CHQ-BATCH-ID.

        MOVE WS-FIRST-MMDD TO WS-BID-MMDD
        DIVIDE WS-TRAILER-COUNT BY 1000 GIVING WS-BID-QUOT
               REMAINDER WS-BID-COUNT
        IF WS-TRAILER-TOTAL < 0
           COMPUTE WS-BID-WORK = 0 - WS-TRAILER-TOTAL
        ELSE
           MOVE WS-TRAILER-TOTAL TO WS-BID-WORK
        END-IF
        DIVIDE WS-BID-WORK BY 100 GIVING WS-BID-QUOT
               REMAINDER WS-BID-AMOUNT.
       EXIT.

      *Registration happens BEFORE any row is loaded, and a batch id
      *already on the ledger is refused outright. The expected
      *figures are the presentments passed for payment - debits,
      *so negative - which the posting run's batch validation
      *proves against.
       REGISTER-BATCH-CONTROL.

        MOVE "N" TO WS-BATCH-REFUSED
        MOVE 0 TO WS-PROVED-COUNT
        MOVE 0 TO WS-PROVED-TOTAL
        PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > WS-ROW-COUNT
          IF WS-TAB-KIND(WS-ROW-IDX) = "P" AND
             WS-TAB-VALID(WS-ROW-IDX) = "Y"
             ADD 1 TO WS-PROVED-COUNT
             SUBTRACT WS-TAB-AMOUNT(WS-ROW-IDX) FROM WS-PROVED-TOTAL
          END-IF
        END-PERFORM
        OPEN I-O BATCH-CONTROL-FILE
         IF FILE-STATUS5 = "35"
           CLOSE BATCH-CONTROL-FILE
           OPEN OUTPUT BATCH-CONTROL-FILE
           CLOSE BATCH-CONTROL-FILE
           OPEN I-O BATCH-CONTROL-FILE
         END-IF
         IF FILE-STATUS5 = "00"
           MOVE WS-CHQ-BATCH-ID   TO BCTL-BATCH-ID
           MOVE WS-LOAD-DATE      TO BCTL-DATE
           MOVE WS-PROVED-COUNT   TO BCTL-EXPECTED-COUNT
           MOVE WS-PROVED-TOTAL   TO BCTL-EXPECTED-AMOUNT
           MOVE 0                 TO BCTL-RECEIVED-COUNT
           MOVE 0                 TO BCTL-RECEIVED-AMOUNT
           MOVE 0                 TO BCTL-POSTED-COUNT
           MOVE "R"               TO BCTL-STATUS
           WRITE BATCH-CONTROL-RECORD
            INVALID KEY
              MOVE "Y" TO WS-BATCH-REFUSED
              DISPLAY "INWARD CLEARING FILE REFUSED: batch id "
                      WS-CHQ-BATCH-ID
                      " is already on the batch-control ledger - "
                      "this file appears to have been loaded before."
              PERFORM AUDIT-BATCH-REFUSED
            NOT INVALID KEY
              CONTINUE
           END-WRITE
         ELSE
           DISPLAY "Batch-control file not available. FILE STATUS: "
                   FILE-STATUS5
           DISPLAY "INWARD CLEARING FILE REFUSED: cannot prove the "
                   "file was not loaded before."
           MOVE "Y" TO WS-BATCH-REFUSED
         END-IF
        CLOSE BATCH-CONTROL-FILE.
       EXIT.

      *After the load, the registration is completed with what was
      *actually received.
       UPDATE-BATCH-CONTROL.

        OPEN I-O BATCH-CONTROL-FILE
         IF FILE-STATUS5 = "00"
           MOVE WS-CHQ-BATCH-ID TO BCTL-BATCH-ID
           READ BATCH-CONTROL-FILE
              KEY IS BCTL-BATCH-ID
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE WS-PAID-COUNT TO BCTL-RECEIVED-COUNT
                COMPUTE BCTL-RECEIVED-AMOUNT = 0 - WS-PAID-TOTAL
                REWRITE BATCH-CONTROL-RECORD
           END-READ
         END-IF
        CLOSE BATCH-CONTROL-FILE.
       EXIT.

       AUDIT-BATCH-REFUSED.

           MOVE "CHQINWARD.csv" TO AUDIT-FILE-NAME
           MOVE "00"            TO AUDIT-FILE-STATUS
           MOVE "INWARD CLEARING FILE REFUSED" TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       EXIT.

       READ-CLEARING-PARMS.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS11 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-OVERDRAFT-FLOOR IS NUMERIC
                     MOVE PARM-OVERDRAFT-FLOOR TO WS-OVERDRAFT-FLOOR
                  END-IF
                  IF PARM-DRAFT-ACCOUNT IS NUMERIC
                     MOVE PARM-DRAFT-ACCOUNT TO WS-DRAFT-ACCOUNT
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

       CLAIM-FILE-SEQUENCE.

         MOVE 1 TO WS-FILE-SEQ
         OPEN I-O KEYS
          IF FILE-STATUS3 = "00"
             MOVE 19 TO KEYS-ID
             READ KEYS INTO WS-KEYS-RECORD
                KEY IS KEYS-ID
                INVALID KEY
                  MOVE 19 TO KEYS-ID
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

       CLAIM-TRANS-ID-COUNTER.

         MOVE 1 TO WS-TRANS-ID-COUNTER
         OPEN I-O KEYS
          IF FILE-STATUS3 = "00"
             MOVE 2 TO KEYS-ID
             READ KEYS INTO WS-KEYS-RECORD
                KEY IS KEYS-ID
                INVALID KEY
                  MOVE 2 TO KEYS-ID
                  MOVE 1 TO KEYS-VALUE
                  WRITE KEYS-RECORD
                NOT INVALID KEY
                  IF WS-KEYS-VALUE > 0
                    MOVE WS-KEYS-VALUE TO WS-TRANS-ID-COUNTER
                  END-IF
             END-READ

          ELSE IF FILE-STATUS3 = "35"
            CLOSE KEYS
            OPEN OUTPUT KEYS
              MOVE 2 TO KEYS-ID
              MOVE 1 TO KEYS-VALUE
              WRITE KEYS-RECORD

           ELSE
            DISPLAY "Error opening KEYS file. FILE STATUS: "
                    FILE-STATUS3
          END-IF
         CLOSE KEYS.
       EXIT.

       SAVE-TRANS-ID-COUNTER.

         OPEN I-O KEYS
            MOVE 2 TO KEYS-ID
            READ KEYS INTO WS-KEYS-RECORD
               KEY IS KEYS-ID
               INVALID KEY
                 MOVE 2 TO KEYS-ID
                 MOVE WS-TRANS-ID-COUNTER TO KEYS-VALUE
                 WRITE KEYS-RECORD
               NOT INVALID KEY
                 MOVE WS-TRANS-ID-COUNTER TO KEYS-VALUE
                 REWRITE KEYS-RECORD
            END-READ
         CLOSE KEYS.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projChequeClearIn" TO AUDIT-PROGRAM-NAME
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
