      *Correspondent (nostro) account statement reconciliation
      *Imports the correspondent bank's daily statement of our
      *nostro account, NOSTROSTMT.csv:
      *  H,statement-date,opening-balance
      *  D,value-date,amount,reference    (+ credit, - debit)
      *  T,item-count,closing-balance
      *and proves it against the settlement entries our own books
      *raised for that date:
      *  XPT     - each outbound clearing file cut that day, as one
      *            debit of the file total (OUTCLEAR-date-sequence)
      *  XPTRTN  - each outbound payment returned that day, as a
      *            credit under XPTRETURN-transaction-id
      *  ATM     - the day's net of posted ATM-channel items
      *            (ATMSETTLE-date)
      *  FEED / PAYROLL / POS - the net of each loaded batch's
      *            posted items, under the batch id
      *Items are matched on amount, date and reference; a second
      *pass lets an item the correspondent shows on a later value
      *date still match on amount and reference. Whatever is left
      *on either side is carried forward on the open-items file and
      *aged on every run, and NOSTRORECON.prt shows book against
      *statement balance with the open breaks by age band. A
      *statement whose trailer does not prove, or that is not later
      *than the last one reconciled, is refused with return code 8
      *and the open items are left as they were.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projNostroRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STATEMENT-FILE ASSIGN TO 'NOSTROSTMT.csv'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT NOSTRO-ITEM-FILE ASSIGN TO 'projectNostroOpenItems.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       SELECT TRANSACTION-FILE ASSIGN TO 'projectTRANSACTIONFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS2.

       SELECT OUTBOUND-PAY-FILE ASSIGN TO 'projectOutboundPay.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPAY-TRANS-ID
                FILE STATUS IS FILE-STATUS3.

       SELECT RECON-PRINT-FILE ASSIGN TO 'NOSTRORECON.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD STATEMENT-FILE.
       01 STATEMENT-LINE          PIC X(100).

       FD NOSTRO-ITEM-FILE.
       COPY projectNostroBook.

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD OUTBOUND-PAY-FILE.
       COPY projectOutboundPayBook.

       FD RECON-PRINT-FILE.
       01 RECON-PRINT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CUS-TRANSACTIONS.
       COPY projectTranCodeReqBook.
       COPY projectTranCodeBook.
       COPY projectAuditDataBook.
       COPY projHISTdateDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-FLD-TYPE            PIC X(5).
       01  WS-FLD-2               PIC X(20).
       01  WS-FLD-3               PIC X(20).
       01  WS-FLD-4               PIC X(40).

      *Statement as received.
       01  WS-STMT-OK             PIC X VALUE "Y".
       01  WS-STMT-REASON         PIC X(60) VALUE SPACES.
       01  WS-HEADER-SEEN         PIC X VALUE "N".
       01  WS-TRAILER-SEEN        PIC X VALUE "N".
       01  WS-STMT-DATE           PIC 9(8) VALUE 0.
       01  WS-STMT-OPENING        PIC S9(12)V99 VALUE 0.
       01  WS-STMT-CLOSING        PIC S9(12)V99 VALUE 0.
       01  WS-STMT-PROOF          PIC S9(12)V99 VALUE 0.
       01  WS-TRAILER-COUNT       PIC 9(7) VALUE 0.
       01  WS-STMT-READ-COUNT     PIC 9(7) VALUE 0.
       01  WS-STMT-READ-TOTAL     PIC S9(12)V99 VALUE 0.

      *Position carried from the last statement reconciled.
       01  WS-CTL-FOUND           PIC X VALUE "N".
       01  WS-CTL-STMT-DATE       PIC 9(8) VALUE 0.
       01  WS-CTL-BOOK-BALANCE    PIC S9(12)V99 VALUE 0.
       01  WS-CTL-STMT-BALANCE    PIC S9(12)V99 VALUE 0.
       01  WS-BOOK-BALANCE        PIC S9(12)V99 VALUE 0.
       01  WS-BOOK-DAY-COUNT      PIC 9(5) VALUE 0.
       01  WS-BOOK-DAY-TOTAL      PIC S9(12)V99 VALUE 0.

      *Book side: carried items first, then the day's settlements.
       01  WS-BK-COUNT            PIC 9(4) VALUE 0.
       01  WS-BK-IDX              PIC 9(4).
       01  WS-BK-FOUND            PIC X.
       01  WS-BK-OVERFLOW         PIC 9(5) VALUE 0.
       01  WS-BK-TABLE.
        05 WS-BK-ENTRY OCCURS 1000 TIMES.
         10 WS-BK-DATE            PIC 9(8).
         10 WS-BK-SOURCE          PIC X(8).
         10 WS-BK-AMOUNT          PIC S9(12)V99.
         10 WS-BK-REFERENCE       PIC X(30).
         10 WS-BK-FIRST-SEEN      PIC 9(8).
         10 WS-BK-NEW             PIC X(1).
         10 WS-BK-MATCHED         PIC X(1).

      *Statement side: carried lines first, then the day's lines.
       01  WS-ST-COUNT            PIC 9(4) VALUE 0.
       01  WS-ST-IDX              PIC 9(4).
       01  WS-ST-OVERFLOW         PIC 9(5) VALUE 0.
       01  WS-ST-TABLE.
        05 WS-ST-ENTRY OCCURS 1000 TIMES.
         10 WS-ST-DATE            PIC 9(8).
         10 WS-ST-AMOUNT          PIC S9(12)V99.
         10 WS-ST-REFERENCE       PIC X(30).
         10 WS-ST-FIRST-SEEN      PIC 9(8).
         10 WS-ST-MATCHED         PIC X(1).

       01  WS-NEW-DATE            PIC 9(8).
       01  WS-NEW-SOURCE          PIC X(8).
       01  WS-NEW-AMOUNT          PIC S9(12)V99.
       01  WS-NEW-REFERENCE       PIC X(30).
       01  WS-MATCH-PASS          PIC 9.
       01  WS-MATCH-COUNT         PIC 9(5) VALUE 0.

       01  WS-AGE-DAYS            PIC S9(7).
       01  WS-BAND-IDX            PIC 9.
       01  WS-BAND-TABLE.
        05 WS-BAND-ENTRY OCCURS 4 TIMES.
         10 WS-BAND-BK-COUNT      PIC 9(5).
         10 WS-BAND-BK-AMOUNT     PIC S9(12)V99.
         10 WS-BAND-ST-COUNT      PIC 9(5).
         10 WS-BAND-ST-AMOUNT     PIC S9(12)V99.
       01  WS-BAND-NAMES.
        05 FILLER                 PIC X(12) VALUE "0-1 DAYS    ".
        05 FILLER                 PIC X(12) VALUE "2-5 DAYS    ".
        05 FILLER                 PIC X(12) VALUE "6-30 DAYS   ".
        05 FILLER                 PIC X(12) VALUE "OVER 30 DAYS".
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
        05 WS-BAND-NAME           PIC X(12) OCCURS 4 TIMES.

       01  WS-OPEN-BK-COUNT       PIC 9(5) VALUE 0.
       01  WS-OPEN-BK-TOTAL       PIC S9(12)V99 VALUE 0.
       01  WS-OPEN-ST-COUNT       PIC 9(5) VALUE 0.
       01  WS-OPEN-ST-TOTAL       PIC S9(12)V99 VALUE 0.
       01  WS-DIFFERENCE          PIC S9(12)V99 VALUE 0.
       01  WS-UNEXPLAINED         PIC S9(12)V99 VALUE 0.
       01  WS-STMT-EPOCH          PIC 9(9) VALUE 0.

       01  WS-SHOW-AMOUNT         PIC -Z(11)9.99.
       01  WS-SHOW-AMOUNT2        PIC -Z(11)9.99.
       01  WS-SHOW-AGE            PIC Z(6)9.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE

           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-STATEMENT-FILE THRU LOAD-STATEMENT-FILE-EXIT
           IF WS-STMT-OK = "Y" AND WS-CTL-FOUND = "Y" AND
              WS-STMT-DATE NOT > WS-CTL-STMT-DATE
              MOVE "N" TO WS-STMT-OK
              MOVE "STATEMENT DATE NOT AFTER LAST RECONCILED"
                   TO WS-STMT-REASON
           END-IF
           IF WS-STMT-OK = "N"
              DISPLAY "NOSTRO STATEMENT REFUSED: " WS-STMT-REASON
              DISPLAY "OPEN ITEMS LEFT AS THEY WERE."
              MOVE "NOSTROSTMT.csv" TO AUDIT-FILE-NAME
              MOVE FILE-STATUS TO AUDIT-FILE-STATUS
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "STATEMENT REFUSED " WS-STMT-DATE
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      *First statement ever taken: the book is taken up at the
      *correspondent's opening balance.
           IF WS-CTL-FOUND = "Y"
              MOVE WS-CTL-BOOK-BALANCE TO WS-BOOK-BALANCE
           ELSE
              MOVE WS-STMT-OPENING TO WS-BOOK-BALANCE
           END-IF

           PERFORM GATHER-OUTBOUND-FILES
           PERFORM GATHER-POSTED-SETTLEMENTS
           ADD WS-BOOK-DAY-TOTAL TO WS-BOOK-BALANCE

           MOVE 1 TO WS-MATCH-PASS
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
             IF WS-ST-MATCHED(WS-ST-IDX) = "N"
                PERFORM MATCH-ONE-STATEMENT-ITEM
             END-IF
           END-PERFORM
           MOVE 2 TO WS-MATCH-PASS
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
             IF WS-ST-MATCHED(WS-ST-IDX) = "N"
                PERFORM MATCH-ONE-STATEMENT-ITEM
             END-IF
           END-PERFORM

           PERFORM WRITE-OPEN-ITEMS
           PERFORM PRINT-RECONCILIATION

           DISPLAY "NOSTRO RECONCILIATION WRITTEN TO NOSTRORECON.prt"
           DISPLAY "STATEMENT DATE           : " WS-STMT-DATE
           DISPLAY "ITEMS MATCHED            : " WS-MATCH-COUNT
           DISPLAY "OPEN ON OUR BOOKS        : " WS-OPEN-BK-COUNT
           DISPLAY "OPEN ON THE STATEMENT    : " WS-OPEN-ST-COUNT
           MOVE WS-UNEXPLAINED TO WS-SHOW-AMOUNT
           DISPLAY "UNEXPLAINED DIFFERENCE   : " WS-SHOW-AMOUNT
           MOVE "NOSTROSTMT.csv" TO AUDIT-FILE-NAME
           MOVE FILE-STATUS1 TO AUDIT-FILE-STATUS
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "STMT " WS-STMT-DATE
                  " OPEN B" WS-OPEN-BK-COUNT
                  " S" WS-OPEN-ST-COUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

      *The control record and the items still open from earlier
      *statements. No file simply means nothing reconciled yet.
       LOAD-OPEN-ITEMS.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT NOSTRO-ITEM-FILE
          IF FILE-STATUS1 = "00"
            PERFORM UNTIL END-OF-FILE = "Y"
              READ NOSTRO-ITEM-FILE
                AT END
                  MOVE "Y" TO END-OF-FILE
                NOT AT END
                  EVALUATE TRUE
                    WHEN NOS-CONTROL
                      MOVE "Y" TO WS-CTL-FOUND
                      MOVE NOS-CTL-STMT-DATE    TO WS-CTL-STMT-DATE
                      MOVE NOS-CTL-BOOK-BALANCE TO WS-CTL-BOOK-BALANCE
                      MOVE NOS-CTL-STMT-BALANCE TO WS-CTL-STMT-BALANCE
                    WHEN NOS-BOOK-ITEM
                      PERFORM CARRY-BOOK-ITEM
                    WHEN NOS-STMT-ITEM
                      PERFORM CARRY-STATEMENT-ITEM
                    WHEN OTHER
                      CONTINUE
                  END-EVALUATE
              END-READ
            END-PERFORM
            CLOSE NOSTRO-ITEM-FILE
          ELSE
            DISPLAY "No nostro open items on file - first "
                    "reconciliation. FILE STATUS: " FILE-STATUS1
          END-IF.
       EXIT.

       CARRY-BOOK-ITEM.

         IF WS-BK-COUNT < 1000
            ADD 1 TO WS-BK-COUNT
            MOVE NOS-ITEM-DATE  TO WS-BK-DATE(WS-BK-COUNT)
            MOVE NOS-SOURCE     TO WS-BK-SOURCE(WS-BK-COUNT)
            MOVE NOS-AMOUNT     TO WS-BK-AMOUNT(WS-BK-COUNT)
            MOVE NOS-REFERENCE  TO WS-BK-REFERENCE(WS-BK-COUNT)
            MOVE NOS-FIRST-SEEN TO WS-BK-FIRST-SEEN(WS-BK-COUNT)
            MOVE "N" TO WS-BK-NEW(WS-BK-COUNT)
            MOVE "N" TO WS-BK-MATCHED(WS-BK-COUNT)
         ELSE
            ADD 1 TO WS-BK-OVERFLOW
         END-IF.
       EXIT.

       CARRY-STATEMENT-ITEM.

         IF WS-ST-COUNT < 1000
            ADD 1 TO WS-ST-COUNT
            MOVE NOS-ITEM-DATE  TO WS-ST-DATE(WS-ST-COUNT)
            MOVE NOS-AMOUNT     TO WS-ST-AMOUNT(WS-ST-COUNT)
            MOVE NOS-REFERENCE  TO WS-ST-REFERENCE(WS-ST-COUNT)
            MOVE NOS-FIRST-SEEN TO WS-ST-FIRST-SEEN(WS-ST-COUNT)
            MOVE "N" TO WS-ST-MATCHED(WS-ST-COUNT)
         ELSE
            ADD 1 TO WS-ST-OVERFLOW
         END-IF.
       EXIT.

      *Header, detail lines and trailer; the trailer count and the
      *opening balance plus the lines must both prove.
       LOAD-STATEMENT-FILE.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT STATEMENT-FILE
          IF FILE-STATUS NOT = "00"
            MOVE "N" TO WS-STMT-OK
            MOVE "NOSTROSTMT.csv NOT AVAILABLE" TO WS-STMT-REASON
            GO TO LOAD-STATEMENT-FILE-EXIT
          END-IF
         PERFORM UNTIL END-OF-FILE = "Y"
           READ STATEMENT-FILE
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               MOVE SPACES TO WS-FLD-TYPE WS-FLD-2 WS-FLD-3 WS-FLD-4
               UNSTRING STATEMENT-LINE DELIMITED BY ","
                  INTO WS-FLD-TYPE WS-FLD-2 WS-FLD-3 WS-FLD-4
               END-UNSTRING
               EVALUATE WS-FLD-TYPE
                 WHEN "H"
                   MOVE "Y" TO WS-HEADER-SEEN
                   COMPUTE WS-STMT-DATE = FUNCTION NUMVAL(WS-FLD-2)
                   COMPUTE WS-STMT-OPENING =
                           FUNCTION NUMVAL(WS-FLD-3)
                 WHEN "D"
                   PERFORM TAKE-STATEMENT-LINE
                 WHEN "T"
                   MOVE "Y" TO WS-TRAILER-SEEN
                   COMPUTE WS-TRAILER-COUNT =
                           FUNCTION NUMVAL(WS-FLD-2)
                   COMPUTE WS-STMT-CLOSING =
                           FUNCTION NUMVAL(WS-FLD-3)
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-READ
         END-PERFORM
         CLOSE STATEMENT-FILE

         IF WS-HEADER-SEEN = "N" OR WS-TRAILER-SEEN = "N"
            MOVE "N" TO WS-STMT-OK
            MOVE "HEADER OR TRAILER MISSING" TO WS-STMT-REASON
            GO TO LOAD-STATEMENT-FILE-EXIT
         END-IF
         IF WS-TRAILER-COUNT NOT = WS-STMT-READ-COUNT
            MOVE "N" TO WS-STMT-OK
            MOVE "TRAILER COUNT DOES NOT AGREE TO DETAIL LINES"
                 TO WS-STMT-REASON
            GO TO LOAD-STATEMENT-FILE-EXIT
         END-IF
         COMPUTE WS-STMT-PROOF = WS-STMT-OPENING + WS-STMT-READ-TOTAL
         IF WS-STMT-PROOF NOT = WS-STMT-CLOSING
            MOVE "N" TO WS-STMT-OK
            MOVE "OPENING PLUS LINES DOES NOT AGREE TO CLOSING"
                 TO WS-STMT-REASON
            GO TO LOAD-STATEMENT-FILE-EXIT
         END-IF
         IF WS-ST-OVERFLOW > 0
            MOVE "N" TO WS-STMT-OK
            MOVE "TOO MANY OPEN STATEMENT LINES TO HOLD"
                 TO WS-STMT-REASON
         END-IF.
       LOAD-STATEMENT-FILE-EXIT.
       EXIT.

       TAKE-STATEMENT-LINE.

         ADD 1 TO WS-STMT-READ-COUNT
         COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL(WS-FLD-3)
         ADD WS-NEW-AMOUNT TO WS-STMT-READ-TOTAL
         IF WS-ST-COUNT < 1000
            ADD 1 TO WS-ST-COUNT
            COMPUTE WS-ST-DATE(WS-ST-COUNT) =
                    FUNCTION NUMVAL(WS-FLD-2)
            MOVE WS-NEW-AMOUNT TO WS-ST-AMOUNT(WS-ST-COUNT)
            MOVE WS-FLD-4 TO WS-ST-REFERENCE(WS-ST-COUNT)
            MOVE WS-STMT-DATE TO WS-ST-FIRST-SEEN(WS-ST-COUNT)
            MOVE "N" TO WS-ST-MATCHED(WS-ST-COUNT)
         ELSE
            ADD 1 TO WS-ST-OVERFLOW
         END-IF.
       EXIT.

      *Outbound clearing files cut on the statement date settle as
      *one debit per file; payments returned that day come back as
      *one credit each.
       GATHER-OUTBOUND-FILES.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT OUTBOUND-PAY-FILE
          IF FILE-STATUS3 NOT = "00"
            DISPLAY "No outbound payments on file. FILE STATUS: "
                    FILE-STATUS3
            MOVE "Y" TO END-OF-FILE
          END-IF
         PERFORM UNTIL END-OF-FILE = "Y"
           READ OUTBOUND-PAY-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF (OPAY-SENT OR OPAY-RETURNED) AND
                  OPAY-FILE-DATE = WS-STMT-DATE
                  MOVE OPAY-FILE-DATE TO WS-NEW-DATE
                  MOVE "XPT" TO WS-NEW-SOURCE
                  COMPUTE WS-NEW-AMOUNT = 0 - OPAY-AMOUNT
                  MOVE SPACES TO WS-NEW-REFERENCE
                  STRING "OUTCLEAR-" OPAY-FILE-DATE "-" OPAY-FILE-SEQ
                         DELIMITED BY SIZE INTO WS-NEW-REFERENCE
                  PERFORM ADD-BOOK-ENTRY
               END-IF
               IF OPAY-RETURNED AND
                  OPAY-RETURN-DATE = WS-STMT-DATE
                  MOVE OPAY-RETURN-DATE TO WS-NEW-DATE
                  MOVE "XPTRTN" TO WS-NEW-SOURCE
                  MOVE OPAY-AMOUNT TO WS-NEW-AMOUNT
                  MOVE SPACES TO WS-NEW-REFERENCE
                  STRING "XPTRETURN-" OPAY-TRANS-ID
                         DELIMITED BY SIZE INTO WS-NEW-REFERENCE
                  PERFORM ADD-BOOK-ENTRY
               END-IF
           END-READ
         END-PERFORM
         CLOSE OUTBOUND-PAY-FILE.
       EXIT.

      *Journalled items posted on the statement date that reach the
      *correspondent: the ATM switch nets the day's ATM items, and
      *each loaded feed, payroll or card-scheme batch (ids "F" or
      *"P" plus nine digits) settles as its net. Branch, teller and
      *system items settle in cash or internally and are not
      *expected on the statement; XPT items settle through their
      *clearing file above. A payroll funded from an account held
      *here nets to nothing and so raises no entry.
       GATHER-POSTED-SETTLEMENTS.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT TRANSACTION-FILE
          IF FILE-STATUS2 NOT = "00"
            DISPLAY "TRANSACTION-FILE not available. FILE STATUS: "
                    FILE-STATUS2
            MOVE "Y" TO END-OF-FILE
          END-IF
         PERFORM UNTIL END-OF-FILE = "Y"
           READ TRANSACTION-FILE NEXT RECORD
                INTO WS-TRANSACTION-RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF (WS-TRANS-STATUS-POSTED OR
                   WS-TRANS-STATUS-ARCHIVED)
                  AND WS-TRANSACTION-DATE = WS-STMT-DATE
                  AND WS-TRANS-TYPE NOT = "XPT"
                  MOVE WS-TRANS-TYPE TO TCDQ-CODE
                  MOVE "L"           TO TCDQ-MODE
                  CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                                  TRANCODE-RECORD
                  IF TCDQ-FOUND AND TCD-TO-GL
                     PERFORM CLASSIFY-SETTLEMENT
                  END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE TRANSACTION-FILE.
       EXIT.

       CLASSIFY-SETTLEMENT.

         MOVE WS-STMT-DATE TO WS-NEW-DATE
         MOVE WS-TRANS-AMOUNT TO WS-NEW-AMOUNT
         MOVE SPACES TO WS-NEW-REFERENCE
         IF WS-TRANS-CHANNEL = "ATM"
            MOVE "ATM" TO WS-NEW-SOURCE
            STRING "ATMSETTLE-" WS-STMT-DATE
                   DELIMITED BY SIZE INTO WS-NEW-REFERENCE
            PERFORM ADD-BOOK-ENTRY
         ELSE IF (WS-TRANS-BATCH-ID(1:1) = "F" OR
                  WS-TRANS-BATCH-ID(1:1) = "P")
                 AND WS-TRANS-BATCH-ID(2:9) IS NUMERIC
            IF WS-TRANS-BATCH-ID(1:1) = "F"
               MOVE "FEED" TO WS-NEW-SOURCE
            ELSE IF WS-TRANS-CHANNEL = "PAYROLL"
               MOVE "PAYROLL" TO WS-NEW-SOURCE
            ELSE
               MOVE "POS" TO WS-NEW-SOURCE
            END-IF
            END-IF
            MOVE WS-TRANS-BATCH-ID TO WS-NEW-REFERENCE
            PERFORM ADD-BOOK-ENTRY
         END-IF
         END-IF.
       EXIT.

      *The day's entries are netted by reference as they are found.
       ADD-BOOK-ENTRY.

         ADD WS-NEW-AMOUNT TO WS-BOOK-DAY-TOTAL
         MOVE "N" TO WS-BK-FOUND
         PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                 UNTIL WS-BK-IDX > WS-BK-COUNT
                    OR WS-BK-FOUND = "Y"
           IF WS-BK-NEW(WS-BK-IDX) = "Y" AND
              WS-BK-REFERENCE(WS-BK-IDX) = WS-NEW-REFERENCE
              MOVE "Y" TO WS-BK-FOUND
              ADD WS-NEW-AMOUNT TO WS-BK-AMOUNT(WS-BK-IDX)
           END-IF
         END-PERFORM
         IF WS-BK-FOUND = "N"
            IF WS-BK-COUNT < 1000
               ADD 1 TO WS-BK-COUNT
               ADD 1 TO WS-BOOK-DAY-COUNT
               MOVE WS-NEW-DATE      TO WS-BK-DATE(WS-BK-COUNT)
               MOVE WS-NEW-SOURCE    TO WS-BK-SOURCE(WS-BK-COUNT)
               MOVE WS-NEW-AMOUNT    TO WS-BK-AMOUNT(WS-BK-COUNT)
               MOVE WS-NEW-REFERENCE TO WS-BK-REFERENCE(WS-BK-COUNT)
               MOVE WS-STMT-DATE     TO WS-BK-FIRST-SEEN(WS-BK-COUNT)
               MOVE "Y" TO WS-BK-NEW(WS-BK-COUNT)
               MOVE "N" TO WS-BK-MATCHED(WS-BK-COUNT)
            ELSE
               ADD 1 TO WS-BK-OVERFLOW
            END-IF
         END-IF.
       EXIT.

      *Pass 1 wants amount, reference and date to agree; pass 2
      *lets the correspondent's value date differ from ours.
       MATCH-ONE-STATEMENT-ITEM.

         MOVE "N" TO WS-BK-FOUND
         PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                 UNTIL WS-BK-IDX > WS-BK-COUNT
                    OR WS-BK-FOUND = "Y"
           IF WS-BK-MATCHED(WS-BK-IDX) = "N" AND
              WS-BK-AMOUNT(WS-BK-IDX) NOT = 0 AND
              WS-BK-AMOUNT(WS-BK-IDX) = WS-ST-AMOUNT(WS-ST-IDX) AND
              WS-BK-REFERENCE(WS-BK-IDX) =
                   WS-ST-REFERENCE(WS-ST-IDX) AND
              (WS-MATCH-PASS = 2 OR
               WS-BK-DATE(WS-BK-IDX) = WS-ST-DATE(WS-ST-IDX))
              MOVE "Y" TO WS-BK-FOUND
              MOVE "Y" TO WS-BK-MATCHED(WS-BK-IDX)
              MOVE "Y" TO WS-ST-MATCHED(WS-ST-IDX)
              ADD 1 TO WS-MATCH-COUNT
           END-IF
         END-PERFORM.
       EXIT.

      *The open-items file is rewritten whole: the new control
      *record, then everything still unmatched on either side. A
      *book entry that netted to nothing is dropped.
       WRITE-OPEN-ITEMS.

         OPEN OUTPUT NOSTRO-ITEM-FILE
         MOVE SPACES TO NOSTRO-ITEM-RECORD
         MOVE "C" TO NOS-REC-TYPE
         MOVE WS-STMT-DATE    TO NOS-CTL-STMT-DATE
         MOVE WS-BOOK-BALANCE TO NOS-CTL-BOOK-BALANCE
         MOVE WS-STMT-CLOSING TO NOS-CTL-STMT-BALANCE
         WRITE NOSTRO-ITEM-RECORD

         PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                 UNTIL WS-BK-IDX > WS-BK-COUNT
           IF WS-BK-MATCHED(WS-BK-IDX) = "N" AND
              WS-BK-AMOUNT(WS-BK-IDX) NOT = 0
              MOVE SPACES TO NOSTRO-ITEM-RECORD
              MOVE "B" TO NOS-REC-TYPE
              MOVE WS-BK-DATE(WS-BK-IDX)       TO NOS-ITEM-DATE
              MOVE WS-BK-SOURCE(WS-BK-IDX)     TO NOS-SOURCE
              MOVE WS-BK-AMOUNT(WS-BK-IDX)     TO NOS-AMOUNT
              MOVE WS-BK-REFERENCE(WS-BK-IDX)  TO NOS-REFERENCE
              MOVE WS-BK-FIRST-SEEN(WS-BK-IDX) TO NOS-FIRST-SEEN
              WRITE NOSTRO-ITEM-RECORD
           END-IF
         END-PERFORM

         PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                 UNTIL WS-ST-IDX > WS-ST-COUNT
           IF WS-ST-MATCHED(WS-ST-IDX) = "N"
              MOVE SPACES TO NOSTRO-ITEM-RECORD
              MOVE "S" TO NOS-REC-TYPE
              MOVE WS-ST-DATE(WS-ST-IDX)       TO NOS-ITEM-DATE
              MOVE "STMT"                      TO NOS-SOURCE
              MOVE WS-ST-AMOUNT(WS-ST-IDX)     TO NOS-AMOUNT
              MOVE WS-ST-REFERENCE(WS-ST-IDX)  TO NOS-REFERENCE
              MOVE WS-ST-FIRST-SEEN(WS-ST-IDX) TO NOS-FIRST-SEEN
              WRITE NOSTRO-ITEM-RECORD
           END-IF
         END-PERFORM
         CLOSE NOSTRO-ITEM-FILE.
       EXIT.

       PRINT-RECONCILIATION.

         MOVE WS-STMT-DATE TO INPUT-DATE
         CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
              TOTALRETURN1
         MOVE TOTALRETURN1 TO WS-STMT-EPOCH
         INITIALIZE WS-BAND-TABLE

         OPEN OUTPUT RECON-PRINT-FILE
         MOVE "NOSTRO ACCOUNT RECONCILIATION" TO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "STATEMENT DATE " WS-STMT-DATE
                "   BUSINESS DATE " WS-RUN-DATE
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         IF WS-CTL-FOUND = "N"
            MOVE SPACES TO RECON-PRINT-LINE
            STRING "FIRST RECONCILIATION - BOOK TAKEN UP AT THE "
                   "STATEMENT OPENING BALANCE"
                   DELIMITED BY SIZE INTO RECON-PRINT-LINE
            WRITE RECON-PRINT-LINE
         ELSE IF WS-STMT-OPENING NOT = WS-CTL-STMT-BALANCE
            MOVE WS-STMT-OPENING TO WS-SHOW-AMOUNT
            MOVE WS-CTL-STMT-BALANCE TO WS-SHOW-AMOUNT2
            MOVE SPACES TO RECON-PRINT-LINE
            STRING "*** STATEMENT OPENING " WS-SHOW-AMOUNT
                   " DOES NOT AGREE TO LAST CLOSING " WS-SHOW-AMOUNT2
                   " - A STATEMENT MAY BE MISSING ***"
                   DELIMITED BY SIZE INTO RECON-PRINT-LINE
            WRITE RECON-PRINT-LINE
         END-IF
         END-IF
         MOVE SPACES TO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE

         MOVE WS-BOOK-DAY-TOTAL TO WS-SHOW-AMOUNT
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "BOOK SETTLEMENTS FOR THE DAY   " WS-BOOK-DAY-COUNT
                "  " WS-SHOW-AMOUNT
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         MOVE WS-STMT-READ-TOTAL TO WS-SHOW-AMOUNT
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "STATEMENT LINES FOR THE DAY    " WS-STMT-READ-COUNT
                "  " WS-SHOW-AMOUNT
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "ITEMS MATCHED                  " WS-MATCH-COUNT
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         MOVE SPACES TO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE

         MOVE "OPEN ON OUR BOOKS - NOT YET ON THE STATEMENT"
              TO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "DATE     SOURCE   REFERENCE                      "
                "          AMOUNT     AGE"
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                 UNTIL WS-BK-IDX > WS-BK-COUNT
           IF WS-BK-MATCHED(WS-BK-IDX) = "N" AND
              WS-BK-AMOUNT(WS-BK-IDX) NOT = 0
              PERFORM PRINT-OPEN-BOOK-ITEM
           END-IF
         END-PERFORM
         MOVE SPACES TO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE

         MOVE "OPEN ON THE STATEMENT - NOT ON OUR BOOKS"
              TO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "DATE     SOURCE   REFERENCE                      "
                "          AMOUNT     AGE"
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                 UNTIL WS-ST-IDX > WS-ST-COUNT
           IF WS-ST-MATCHED(WS-ST-IDX) = "N"
              PERFORM PRINT-OPEN-STATEMENT-ITEM
           END-IF
         END-PERFORM
         MOVE SPACES TO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE

         MOVE "OPEN BREAKS BY AGE" TO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "AGE BAND     BOOK ITEMS     BOOK AMOUNT  "
                "STMT ITEMS     STMT AMOUNT"
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > 4
           MOVE WS-BAND-BK-AMOUNT(WS-BAND-IDX) TO WS-SHOW-AMOUNT
           MOVE WS-BAND-ST-AMOUNT(WS-BAND-IDX) TO WS-SHOW-AMOUNT2
           MOVE SPACES TO RECON-PRINT-LINE
           STRING WS-BAND-NAME(WS-BAND-IDX) "      "
                  WS-BAND-BK-COUNT(WS-BAND-IDX) " "
                  WS-SHOW-AMOUNT "      "
                  WS-BAND-ST-COUNT(WS-BAND-IDX) " "
                  WS-SHOW-AMOUNT2
                  DELIMITED BY SIZE INTO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE
         END-PERFORM
         MOVE SPACES TO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE

      *Book less statement should be wholly explained by the open
      *book items less the open statement lines.
         COMPUTE WS-DIFFERENCE = WS-BOOK-BALANCE - WS-STMT-CLOSING
         COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE
                 - WS-OPEN-BK-TOTAL + WS-OPEN-ST-TOTAL
         MOVE WS-BOOK-BALANCE TO WS-SHOW-AMOUNT
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "BOOK BALANCE                 " WS-SHOW-AMOUNT
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         MOVE WS-STMT-CLOSING TO WS-SHOW-AMOUNT
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "STATEMENT BALANCE            " WS-SHOW-AMOUNT
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         MOVE WS-DIFFERENCE TO WS-SHOW-AMOUNT
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "DIFFERENCE                   " WS-SHOW-AMOUNT
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         MOVE WS-OPEN-BK-TOTAL TO WS-SHOW-AMOUNT
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "  OPEN BOOK ITEMS            " WS-SHOW-AMOUNT
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         COMPUTE WS-SHOW-AMOUNT = 0 - WS-OPEN-ST-TOTAL
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "  LESS OPEN STATEMENT LINES  " WS-SHOW-AMOUNT
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         MOVE WS-UNEXPLAINED TO WS-SHOW-AMOUNT
         MOVE SPACES TO RECON-PRINT-LINE
         STRING "UNEXPLAINED                  " WS-SHOW-AMOUNT
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE
         IF WS-BK-OVERFLOW > 0
            MOVE SPACES TO RECON-PRINT-LINE
            STRING "*** " WS-BK-OVERFLOW
                   " BOOK ENTRIES BEYOND THE RECONCILIATION TABLE "
                   "NOT HELD ***"
                   DELIMITED BY SIZE INTO RECON-PRINT-LINE
            WRITE RECON-PRINT-LINE
         END-IF
         CLOSE RECON-PRINT-FILE.
       EXIT.

       PRINT-OPEN-BOOK-ITEM.

         MOVE WS-BK-DATE(WS-BK-IDX) TO WS-NEW-DATE
         PERFORM AGE-ONE-ITEM
         ADD 1 TO WS-BAND-BK-COUNT(WS-BAND-IDX)
         ADD WS-BK-AMOUNT(WS-BK-IDX) TO WS-BAND-BK-AMOUNT(WS-BAND-IDX)
         ADD 1 TO WS-OPEN-BK-COUNT
         ADD WS-BK-AMOUNT(WS-BK-IDX) TO WS-OPEN-BK-TOTAL
         MOVE WS-BK-AMOUNT(WS-BK-IDX) TO WS-SHOW-AMOUNT
         MOVE WS-AGE-DAYS TO WS-SHOW-AGE
         MOVE SPACES TO RECON-PRINT-LINE
         STRING WS-BK-DATE(WS-BK-IDX) " "
                WS-BK-SOURCE(WS-BK-IDX) " "
                WS-BK-REFERENCE(WS-BK-IDX) " "
                WS-SHOW-AMOUNT " "
                WS-SHOW-AGE
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE.
       EXIT.

       PRINT-OPEN-STATEMENT-ITEM.

         MOVE WS-ST-DATE(WS-ST-IDX) TO WS-NEW-DATE
         PERFORM AGE-ONE-ITEM
         ADD 1 TO WS-BAND-ST-COUNT(WS-BAND-IDX)
         ADD WS-ST-AMOUNT(WS-ST-IDX) TO WS-BAND-ST-AMOUNT(WS-BAND-IDX)
         ADD 1 TO WS-OPEN-ST-COUNT
         ADD WS-ST-AMOUNT(WS-ST-IDX) TO WS-OPEN-ST-TOTAL
         MOVE WS-ST-AMOUNT(WS-ST-IDX) TO WS-SHOW-AMOUNT
         MOVE WS-AGE-DAYS TO WS-SHOW-AGE
         MOVE SPACES TO RECON-PRINT-LINE
         STRING WS-ST-DATE(WS-ST-IDX) " "
                "STMT     "
                WS-ST-REFERENCE(WS-ST-IDX) " "
                WS-SHOW-AMOUNT " "
                WS-SHOW-AGE
                DELIMITED BY SIZE INTO RECON-PRINT-LINE
         WRITE RECON-PRINT-LINE.
       EXIT.

      *Age in calendar days from the item's own date to the
      *statement date, and the band it falls in.
       AGE-ONE-ITEM.

         MOVE WS-NEW-DATE TO INPUT-DATE
         CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
              TOTALRETURN2
         COMPUTE WS-AGE-DAYS = WS-STMT-EPOCH - TOTALRETURN2
         IF WS-AGE-DAYS < 0
            MOVE 0 TO WS-AGE-DAYS
         END-IF
         IF WS-AGE-DAYS < 2
            MOVE 1 TO WS-BAND-IDX
         ELSE IF WS-AGE-DAYS < 6
            MOVE 2 TO WS-BAND-IDX
         ELSE IF WS-AGE-DAYS < 31
            MOVE 3 TO WS-BAND-IDX
         ELSE
            MOVE 4 TO WS-BAND-IDX
         END-IF
         END-IF
         END-IF.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projNostroRecon" TO AUDIT-PROGRAM-NAME
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
