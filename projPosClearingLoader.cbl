      *Card-scheme POS clearing file loader
      *Reads the card scheme's daily clearing file (POSCLEAR.csv) of
      *card purchases made at merchants, of the form
      *  D,YYYYMMDD,card-number,amount,mcc,merchant-name
      *with a trailer
      *  T,count,amount-total
      *covering every detail row. A purchase amount is positive, a
      *merchant refund negative. Each row is matched to the card
      *register by CARD-NUMBER: a purchase on a good card loads onto
      *TRANSACTION-FILE as a WIT debit on the card's account with
      *TRANS-CHANNEL "POS", the merchant name in TRANS-MEMO and the
      *card number and merchant category code in the card detail,
      *so posting applies the card gates and daily limits and the
      *spending report can categorise it; a refund loads as a DEP
      *credit. Rows for a card that is not on the register, or that
      *is blocked, pending, replaced or expired, go to the exception
      *file. The whole file is refused when the trailer's control
      *totals do not agree with what was read, and the control
      *report POSCLEAR.prt proves trailer = loaded + exceptions.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projPosClearingLoader.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLEARING-FILE ASSIGN TO 'POSCLEAR.csv'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT POS-EXCEPTION-FILE ASSIGN TO 'projectPosException.dat'
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

       SELECT CARD-REGISTER-FILE ASSIGN TO
           'projectCardRegister.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               ALTERNATE RECORD KEY IS CARD-ACCOUNT-NUM
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS6.

       SELECT CLEARING-PRINT-FILE ASSIGN TO 'POSCLEAR.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       DATA DIVISION.
       FILE SECTION.
       FD CLEARING-FILE.
       01 CLEARING-LINE           PIC X(200).

       FD POS-EXCEPTION-FILE.
       01 POS-EXCEPTION-RECORD.
        05 PEXC-LOAD-DATE         PIC 9(8).
        05 PEXC-REASON            PIC X(40).
        05 PEXC-LINE              PIC X(160).

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD BATCH-CONTROL-FILE.
       COPY projectBatchCtlBook.

       FD CARD-REGISTER-FILE.
       COPY projectCardBook.

       FD CLEARING-PRINT-FILE.
       01 CLEARING-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-CARD-FILE-OPEN      PIC X VALUE "N".
       01  WS-LOAD-DATE           PIC 9(8).
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-TRANS-ID-COUNTER    PIC 9(10) VALUE 1.

      *Deterministic batch id built from the file's own content, the
      *projFeedLoader way, so the same clearing file loaded twice is
      *refused at registration.
       01  WS-POS-BATCH-ID.
        05 FILLER                 PIC X(1) VALUE "P".
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
       01  WS-FLD-CARD            PIC X(16).
       01  WS-FLD-AMOUNT          PIC X(15).
       01  WS-FLD-MCC             PIC X(4).
       01  WS-FLD-MERCHANT        PIC X(30).

       01  WS-ROW-DATE            PIC 9(8).
       01  WS-ROW-DATE-SPLIT REDEFINES WS-ROW-DATE.
        05 WS-ROW-YEAR            PIC 9(4).
        05 WS-ROW-MONTH           PIC 9(2).
        05 WS-ROW-DAY             PIC 9(2).
       01  WS-ROW-CARD            PIC 9(16).
       01  WS-ROW-ACCOUNT         PIC 9(10).
       01  WS-ROW-AMOUNT          PIC S9(8)V99.
       01  WS-ROW-VALID           PIC X.
       01  WS-ROW-REASON          PIC X(40).

      *Staged rows - the file loads only after the trailer proves.
       01  WS-ROW-COUNT           PIC 9(4) VALUE 0.
       01  WS-ROW-IDX             PIC 9(4).
       01  WS-ROW-TABLE.
        05 WS-ROW-ENTRY OCCURS 1000 TIMES.
         10 WS-TAB-DATE           PIC 9(8).
         10 WS-TAB-CARD           PIC 9(16).
         10 WS-TAB-ACCOUNT        PIC 9(10).
         10 WS-TAB-AMOUNT         PIC S9(8)V99.
         10 WS-TAB-MCC            PIC X(4).
         10 WS-TAB-MERCHANT       PIC X(30).
         10 WS-TAB-VALID          PIC X.
         10 WS-TAB-REASON         PIC X(40).
         10 WS-TAB-RAW            PIC X(160).

       01  WS-TRAILER-SEEN        PIC X VALUE "N".
       01  WS-TRAILER-COUNT       PIC 9(7).
       01  WS-TRAILER-TOTAL       PIC S9(10)V99.
       01  WS-FLD-COUNT           PIC X(7).
       01  WS-FLD-TOTAL           PIC X(15).
       01  WS-READ-COUNT          PIC 9(7) VALUE 0.
       01  WS-READ-TOTAL          PIC S9(10)V99 VALUE 0.
       01  WS-GOOD-COUNT          PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT     PIC 9(7) VALUE 0.
       01  WS-LOADED-TOTAL        PIC S9(10)V99 VALUE 0.
       01  WS-EXCEPTION-TOTAL     PIC S9(10)V99 VALUE 0.
       01  WS-PROVED-COUNT        PIC 9(7).
       01  WS-PROVED-TOTAL        PIC S9(10)V99.
       01  WS-SHOW-AMOUNT         PIC -(10)9.99.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-LOAD-DATE
           PERFORM READ-AND-STAGE-CLEARING
           IF WS-ROW-COUNT = 0 AND WS-TRAILER-SEEN = "N"
              DISPLAY "Clearing file empty or missing, nothing "
                      "loaded."
              GOBACK
           END-IF

           IF WS-TRAILER-SEEN = "N"
              DISPLAY "CLEARING FILE REFUSED: no trailer record."
              PERFORM AUDIT-BATCH-REFUSED
              GOBACK
           END-IF

           IF WS-TRAILER-COUNT NOT = WS-READ-COUNT OR
              WS-TRAILER-TOTAL NOT = WS-READ-TOTAL
              DISPLAY "CLEARING FILE REFUSED: trailer controls "
                      "disagree."
              DISPLAY "TRAILER COUNT " WS-TRAILER-COUNT
                      " READ COUNT " WS-READ-COUNT
              DISPLAY "TRAILER TOTAL " WS-TRAILER-TOTAL
                      " READ TOTAL " WS-READ-TOTAL
              PERFORM AUDIT-BATCH-REFUSED
              GOBACK
           END-IF

           PERFORM MATCH-STAGED-CARDS
           PERFORM DERIVE-POS-BATCH-ID
           PERFORM REGISTER-BATCH-CONTROL
           IF WS-BATCH-REFUSED = "Y"
              GOBACK
           END-IF

           PERFORM CLAIM-TRANS-ID-COUNTER
           PERFORM LOAD-STAGED-ROWS
           PERFORM SAVE-TRANS-ID-COUNTER
           PERFORM UPDATE-BATCH-CONTROL
           PERFORM PRINT-CONTROL-REPORT

           DISPLAY "POS CLEARING BATCH " WS-POS-BATCH-ID " LOADED."
           DISPLAY "PURCHASES LOADED : " WS-GOOD-COUNT
           DISPLAY "EXCEPTIONS       : " WS-EXCEPTION-COUNT
           MOVE "POSCLEAR.csv" TO AUDIT-FILE-NAME
           MOVE "00"           TO AUDIT-FILE-STATUS
           MOVE "POS CLEARING BATCH LOADED" TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG

           GOBACK.

       READ-AND-STAGE-CLEARING.

           OPEN INPUT CLEARING-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "POSCLEAR.csv not available. FILE STATUS: "
                      FILE-STATUS
              CLOSE CLEARING-FILE
            ELSE
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ CLEARING-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    PERFORM STAGE-ONE-LINE
                END-READ
              END-PERFORM
              CLOSE CLEARING-FILE
            END-IF.
       EXIT.

       STAGE-ONE-LINE.

           MOVE SPACES TO WS-FLD-MARKER WS-FLD-DATE WS-FLD-CARD
                          WS-FLD-AMOUNT WS-FLD-MCC WS-FLD-MERCHANT
           UNSTRING CLEARING-LINE DELIMITED BY ","
              INTO WS-FLD-MARKER WS-FLD-DATE WS-FLD-CARD
                   WS-FLD-AMOUNT WS-FLD-MCC WS-FLD-MERCHANT
           END-UNSTRING

           EVALUATE WS-FLD-MARKER
             WHEN "T"
               UNSTRING CLEARING-LINE DELIMITED BY ","
                  INTO WS-FLD-MARKER WS-FLD-COUNT WS-FLD-TOTAL
               END-UNSTRING
               COMPUTE WS-TRAILER-COUNT =
                       FUNCTION NUMVAL(WS-FLD-COUNT)
               COMPUTE WS-TRAILER-TOTAL =
                       FUNCTION NUMVAL(WS-FLD-TOTAL)
               MOVE "Y" TO WS-TRAILER-SEEN
             WHEN "D"
               IF WS-ROW-COUNT < 1000
                  ADD 1 TO WS-ROW-COUNT
                  PERFORM VALIDATE-ONE-ROW
                  IF WS-FIRST-DETAIL-DATE = 0
                     MOVE WS-ROW-DATE TO WS-FIRST-DETAIL-DATE
                  END-IF
                  ADD 1 TO WS-READ-COUNT
                  ADD WS-ROW-AMOUNT TO WS-READ-TOTAL
               ELSE
                  DISPLAY "Clearing file exceeds staging capacity, "
                          "row ignored."
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       EXIT.

       VALIDATE-ONE-ROW.

           MOVE "Y" TO WS-ROW-VALID
           MOVE SPACES TO WS-ROW-REASON
           MOVE 0 TO WS-ROW-DATE
           MOVE 0 TO WS-ROW-CARD
           MOVE 0 TO WS-ROW-AMOUNT

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

           IF WS-ROW-VALID = "Y"
              IF WS-FLD-CARD IS NUMERIC
                 MOVE WS-FLD-CARD TO WS-ROW-CARD
              ELSE
                 MOVE "N" TO WS-ROW-VALID
                 MOVE "NON-NUMERIC CARD NUMBER" TO WS-ROW-REASON
              END-IF
           END-IF

           COMPUTE WS-ROW-AMOUNT = FUNCTION NUMVAL(WS-FLD-AMOUNT)
           IF WS-ROW-VALID = "Y" AND WS-ROW-AMOUNT = 0
              MOVE "N" TO WS-ROW-VALID
              MOVE "ZERO AMOUNT" TO WS-ROW-REASON
           END-IF

           MOVE WS-ROW-DATE     TO WS-TAB-DATE(WS-ROW-COUNT)
           MOVE WS-ROW-CARD     TO WS-TAB-CARD(WS-ROW-COUNT)
           MOVE 0               TO WS-TAB-ACCOUNT(WS-ROW-COUNT)
           MOVE WS-ROW-AMOUNT   TO WS-TAB-AMOUNT(WS-ROW-COUNT)
           MOVE WS-FLD-MCC      TO WS-TAB-MCC(WS-ROW-COUNT)
           MOVE WS-FLD-MERCHANT TO WS-TAB-MERCHANT(WS-ROW-COUNT)
           MOVE WS-ROW-VALID    TO WS-TAB-VALID(WS-ROW-COUNT)
           MOVE WS-ROW-REASON   TO WS-TAB-REASON(WS-ROW-COUNT)
           MOVE CLEARING-LINE   TO WS-TAB-RAW(WS-ROW-COUNT).
       EXIT.

      *Every well-formed row is matched to the card register: the
      *card must be on it and active, and not expired on the
      *purchase date. The card's account is what gets debited.
       MATCH-STAGED-CARDS.

           MOVE "N" TO WS-CARD-FILE-OPEN
           OPEN INPUT CARD-REGISTER-FILE
           IF FILE-STATUS6 = "00"
              MOVE "Y" TO WS-CARD-FILE-OPEN
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF WS-TAB-VALID(WS-ROW-IDX) = "Y"
                PERFORM MATCH-ONE-CARD
             END-IF
           END-PERFORM
           CLOSE CARD-REGISTER-FILE.
       EXIT.

       MATCH-ONE-CARD.

           IF WS-CARD-FILE-OPEN NOT = "Y"
              MOVE "N" TO WS-TAB-VALID(WS-ROW-IDX)
              MOVE "CARD REGISTER NOT AVAILABLE"
                   TO WS-TAB-REASON(WS-ROW-IDX)
           ELSE
              MOVE WS-TAB-CARD(WS-ROW-IDX) TO CARD-NUMBER
              READ CARD-REGISTER-FILE
                 KEY IS CARD-NUMBER
                 INVALID KEY
                   MOVE "N" TO WS-TAB-VALID(WS-ROW-IDX)
                   MOVE "UNKNOWN CARD" TO WS-TAB-REASON(WS-ROW-IDX)
                 NOT INVALID KEY
                   IF NOT CARD-STATUS-ACTIVE
                      MOVE "N" TO WS-TAB-VALID(WS-ROW-IDX)
                      MOVE "CARD BLOCKED OR NOT ACTIVE"
                           TO WS-TAB-REASON(WS-ROW-IDX)
                   ELSE IF CARD-EXPIRY-DATE > 0 AND
                           CARD-EXPIRY-DATE < WS-TAB-DATE(WS-ROW-IDX)
                      MOVE "N" TO WS-TAB-VALID(WS-ROW-IDX)
                      MOVE "CARD EXPIRED"
                           TO WS-TAB-REASON(WS-ROW-IDX)
                   ELSE
                      MOVE CARD-ACCOUNT-NUM
                           TO WS-TAB-ACCOUNT(WS-ROW-IDX)
                   END-IF
                   END-IF
              END-READ
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
           OPEN EXTEND POS-EXCEPTION-FILE
            IF FILE-STATUS1 = "35"
              CLOSE POS-EXCEPTION-FILE
              OPEN OUTPUT POS-EXCEPTION-FILE
            END-IF

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF WS-TAB-VALID(WS-ROW-IDX) = "Y"
                PERFORM WRITE-ONE-POS-TRANSACTION
             ELSE
                PERFORM WRITE-ONE-EXCEPTION
             END-IF
           END-PERFORM

           CLOSE POS-EXCEPTION-FILE
           CLOSE TRANSACTION-FILE.
       EXIT.

      *A purchase debits the card's account; a refund credits it.
       WRITE-ONE-POS-TRANSACTION.

           MOVE WS-TAB-DATE(WS-ROW-IDX)    TO TRANSACTION-DATE
           MOVE WS-TRANS-ID-COUNTER        TO TRANS-ID
           MOVE WS-TAB-ACCOUNT(WS-ROW-IDX) TO TRANS-ACCOUNT-NUM
           MOVE SPACES                     TO TRANS-ACCOUNT-TYPE
           IF WS-TAB-AMOUNT(WS-ROW-IDX) > 0
              MOVE "WIT"                   TO TRANS-TYPE
           ELSE
              MOVE "DEP"                   TO TRANS-TYPE
           END-IF
           COMPUTE TRANS-AMOUNT = 0 - WS-TAB-AMOUNT(WS-ROW-IDX)
           MOVE 0                          TO HASH-TOTALS
           MOVE 0                          TO TRANS-REF-ID
           MOVE SPACES                     TO TRANS-NEW-NAME
           MOVE WS-TAB-CARD(WS-ROW-IDX)    TO TRANS-CARD-NUM
           MOVE WS-TAB-MCC(WS-ROW-IDX)     TO TRANS-CARD-MCC
           MOVE WS-POS-BATCH-ID            TO TRANS-BATCH-ID
           MOVE WS-TAB-MERCHANT(WS-ROW-IDX) TO TRANS-MEMO
           MOVE "POS"                      TO TRANS-CHANNEL
           MOVE SPACES                     TO TRANS-BRANCH-CODE
           MOVE SPACE                      TO TRANS-STATUS
           MOVE 0                          TO TRANS-CONTRA-ACCOUNT
           MOVE SPACES                     TO TRANS-CURRENCY-CODE
           MOVE 0                          TO TRANS-CHEQUE-NUM
           MOVE TRANSACTION-DATE           TO TRANS-VALUE-DATE
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           CALL 'projChannelCutoff' USING TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
            INVALID KEY
              DISPLAY "TRANS-ID collision loading clearing row: "
                      WS-TRANS-ID-COUNTER
              MOVE "TRANS-ID COLLISION" TO WS-TAB-REASON(WS-ROW-IDX)
              PERFORM WRITE-ONE-EXCEPTION
            NOT INVALID KEY
              ADD 1 TO WS-GOOD-COUNT
              ADD WS-TAB-AMOUNT(WS-ROW-IDX) TO WS-LOADED-TOTAL
           END-WRITE
           ADD 1 TO WS-TRANS-ID-COUNTER.
       EXIT.

       WRITE-ONE-EXCEPTION.

           MOVE WS-LOAD-DATE              TO PEXC-LOAD-DATE
           MOVE WS-TAB-REASON(WS-ROW-IDX) TO PEXC-REASON
           MOVE WS-TAB-RAW(WS-ROW-IDX)    TO PEXC-LINE
           WRITE POS-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-TAB-AMOUNT(WS-ROW-IDX) TO WS-EXCEPTION-TOTAL.
       EXIT.

      *The control report: the trailer's figures against what was
      *loaded plus what went to exceptions, and each exception row.
       PRINT-CONTROL-REPORT.

           OPEN OUTPUT CLEARING-PRINT-FILE
           MOVE SPACES TO CLEARING-PRINT-LINE
           STRING "POS CLEARING LOAD CONTROL  BATCH " WS-POS-BATCH-ID
                  "  LOADED " WS-LOAD-DATE
                  DELIMITED BY SIZE INTO CLEARING-PRINT-LINE
           WRITE CLEARING-PRINT-LINE
           MOVE SPACES TO CLEARING-PRINT-LINE
           WRITE CLEARING-PRINT-LINE

           MOVE WS-TRAILER-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO CLEARING-PRINT-LINE
           STRING "TRAILER            COUNT " WS-TRAILER-COUNT
                  "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO CLEARING-PRINT-LINE
           WRITE CLEARING-PRINT-LINE
           MOVE WS-LOADED-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO CLEARING-PRINT-LINE
           STRING "LOADED TO POSTING  COUNT " WS-GOOD-COUNT
                  "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO CLEARING-PRINT-LINE
           WRITE CLEARING-PRINT-LINE
           MOVE WS-EXCEPTION-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO CLEARING-PRINT-LINE
           STRING "EXCEPTIONS         COUNT " WS-EXCEPTION-COUNT
                  "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO CLEARING-PRINT-LINE
           WRITE CLEARING-PRINT-LINE

           COMPUTE WS-PROVED-COUNT = WS-GOOD-COUNT + WS-EXCEPTION-COUNT
           COMPUTE WS-PROVED-TOTAL =
                   WS-LOADED-TOTAL + WS-EXCEPTION-TOTAL
           MOVE SPACES TO CLEARING-PRINT-LINE
           IF WS-PROVED-COUNT = WS-TRAILER-COUNT AND
              WS-PROVED-TOTAL = WS-TRAILER-TOTAL
              MOVE "CONTROLS PROVED: LOADED + EXCEPTIONS = TRAILER"
                   TO CLEARING-PRINT-LINE
           ELSE
              MOVE "*** CONTROLS OUT OF BALANCE - INVESTIGATE ***"
                   TO CLEARING-PRINT-LINE
              DISPLAY "POS clearing controls out of balance."
           END-IF
           WRITE CLEARING-PRINT-LINE

           IF WS-EXCEPTION-COUNT > 0
              MOVE SPACES TO CLEARING-PRINT-LINE
              WRITE CLEARING-PRINT-LINE
              MOVE "EXCEPTIONS (ALSO ON projectPosException.dat)"
                   TO CLEARING-PRINT-LINE
              WRITE CLEARING-PRINT-LINE
              PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                      UNTIL WS-ROW-IDX > WS-ROW-COUNT
                IF WS-TAB-VALID(WS-ROW-IDX) NOT = "Y"
                   MOVE WS-TAB-AMOUNT(WS-ROW-IDX) TO WS-SHOW-AMOUNT
                   MOVE SPACES TO CLEARING-PRINT-LINE
                   STRING WS-TAB-CARD(WS-ROW-IDX) " "
                          WS-TAB-DATE(WS-ROW-IDX) " "
                          WS-SHOW-AMOUNT " "
                          WS-TAB-MERCHANT(WS-ROW-IDX) " "
                          WS-TAB-REASON(WS-ROW-IDX)
                          DELIMITED BY SIZE INTO CLEARING-PRINT-LINE
                   WRITE CLEARING-PRINT-LINE
                END-IF
              END-PERFORM
           END-IF
           CLOSE CLEARING-PRINT-FILE.
       EXIT.

      *The batch id is the file's fingerprint: derived from the
      *first detail row's month and day plus the trailer's count and
      *total.
       DERIVE-POS-BATCH-ID.

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
      *figures are what the matched rows will load - the amount is
      *on the customers' side of the ledger, debits negative - so the
      *posting run's batch validation proves against them.
       REGISTER-BATCH-CONTROL.

        MOVE "N" TO WS-BATCH-REFUSED
        MOVE 0 TO WS-PROVED-COUNT
        MOVE 0 TO WS-PROVED-TOTAL
        PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > WS-ROW-COUNT
          IF WS-TAB-VALID(WS-ROW-IDX) = "Y"
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
           MOVE WS-POS-BATCH-ID   TO BCTL-BATCH-ID
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
              DISPLAY "CLEARING FILE REFUSED: batch id "
                      WS-POS-BATCH-ID
                      " is already on the batch-control ledger - "
                      "this file appears to have been loaded before."
              PERFORM AUDIT-BATCH-REFUSED
            NOT INVALID KEY
              CONTINUE
           END-WRITE
         ELSE
           DISPLAY "Batch-control file not available. FILE STATUS: "
                   FILE-STATUS5
           DISPLAY "CLEARING FILE REFUSED: cannot prove the file was "
                   "not loaded before."
           MOVE "Y" TO WS-BATCH-REFUSED
         END-IF
        CLOSE BATCH-CONTROL-FILE.
       EXIT.

      *After the load, the registration is completed with what was
      *actually received.
       UPDATE-BATCH-CONTROL.

        OPEN I-O BATCH-CONTROL-FILE
         IF FILE-STATUS5 = "00"
           MOVE WS-POS-BATCH-ID TO BCTL-BATCH-ID
           READ BATCH-CONTROL-FILE
              KEY IS BCTL-BATCH-ID
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE WS-GOOD-COUNT TO BCTL-RECEIVED-COUNT
                COMPUTE BCTL-RECEIVED-AMOUNT = 0 - WS-LOADED-TOTAL
                REWRITE BATCH-CONTROL-RECORD
           END-READ
         END-IF
        CLOSE BATCH-CONTROL-FILE.
       EXIT.

       AUDIT-BATCH-REFUSED.

           MOVE "POSCLEAR.csv" TO AUDIT-FILE-NAME
           MOVE "00"           TO AUDIT-FILE-STATUS
           MOVE "POS CLEARING FILE REFUSED" TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
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
         MOVE "projPosClearingLoad" TO AUDIT-PROGRAM-NAME
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
