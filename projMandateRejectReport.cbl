      *Monthly direct-debit mandate rejections report
      *Reads the unpaids file posting writes for third-party
      *collections refused against the mandate register and, for the
      *business date's month, totals the returns by creditor: how
      *many were returned and for how much, split by reason - no
      *mandate held, mandate revoked, mandate not in force on the
      *collection date, amount over the mandated maximum. Creditors
      *print in creditor-id order with a grand total. Detail goes to
      *MANDREJECT.prt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projMandateRejectReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DD-UNPAID-FILE ASSIGN TO 'projectDdUnpaids.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT MANDATE-PRINT-FILE ASSIGN TO 'MANDREJECT.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD DD-UNPAID-FILE.
       COPY projectDdUnpaidBook.

       FD MANDATE-PRINT-FILE.
       01 MANDATE-PRINT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YYYYMM          PIC 9(6).
        05 FILLER                 PIC 9(2).
       01  WS-UNP-DATE            PIC 9(8).
       01  WS-UNP-SPLIT REDEFINES WS-UNP-DATE.
        05 WS-UNP-YYYYMM          PIC 9(6).
        05 FILLER                 PIC 9(2).
       01  WS-UNP-ABS-AMOUNT      PIC 9(8)V99.

      *Creditors seen this month, held in creditor-id order.
       01  WS-CRD-COUNT           PIC 9(3) VALUE 0.
       01  WS-CRD-IDX             PIC 9(3).
       01  WS-CRD-SHIFT           PIC 9(3).
       01  WS-CRD-FOUND           PIC X.
       01  WS-CRD-PASSED          PIC X.
       01  WS-CRD-TABLE.
        05 WS-CRD-ENTRY OCCURS 300 TIMES.
         10 WS-CRD-ID             PIC X(12).
         10 WS-CRD-ITEMS          PIC 9(5).
         10 WS-CRD-AMOUNT         PIC 9(9)V99.
         10 WS-CRD-NOMD           PIC 9(5).
         10 WS-CRD-RVKD           PIC 9(5).
         10 WS-CRD-NIFD           PIC 9(5).
         10 WS-CRD-EXMD           PIC 9(5).
       01  WS-CRD-OVERFLOW        PIC 9(5) VALUE 0.

       01  WS-TOT-ITEMS           PIC 9(7) VALUE 0.
       01  WS-TOT-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-SHOW-AMOUNT         PIC Z(8)9.99.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE

           PERFORM SCAN-UNPAIDS

           OPEN OUTPUT MANDATE-PRINT-FILE
           MOVE "DIRECT DEBIT MANDATE REJECTIONS BY CREDITOR"
                TO MANDATE-PRINT-LINE
           WRITE MANDATE-PRINT-LINE
           MOVE SPACES TO MANDATE-PRINT-LINE
           STRING "MONTH " WS-RUN-YYYYMM
                  "   BUSINESS DATE " WS-RUN-DATE
                  DELIMITED BY SIZE INTO MANDATE-PRINT-LINE
           WRITE MANDATE-PRINT-LINE
           MOVE SPACES TO MANDATE-PRINT-LINE
           WRITE MANDATE-PRINT-LINE
           MOVE SPACES TO MANDATE-PRINT-LINE
           STRING "CREDITOR     RETURNED       AMOUNT  NO MANDATE "
                  "REVOKED NOT IN FORCE OVER MAXIMUM"
                  DELIMITED BY SIZE INTO MANDATE-PRINT-LINE
           WRITE MANDATE-PRINT-LINE

           PERFORM VARYING WS-CRD-IDX FROM 1 BY 1
                   UNTIL WS-CRD-IDX > WS-CRD-COUNT
             PERFORM PRINT-ONE-CREDITOR
           END-PERFORM

           MOVE SPACES TO MANDATE-PRINT-LINE
           WRITE MANDATE-PRINT-LINE
           MOVE WS-TOT-AMOUNT TO WS-SHOW-AMOUNT
           MOVE SPACES TO MANDATE-PRINT-LINE
           STRING "CREDITORS " WS-CRD-COUNT
                  "   COLLECTIONS RETURNED " WS-TOT-ITEMS
                  "   AMOUNT RETURNED " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO MANDATE-PRINT-LINE
           WRITE MANDATE-PRINT-LINE
           IF WS-CRD-OVERFLOW > 0
              MOVE SPACES TO MANDATE-PRINT-LINE
              STRING "*** " WS-CRD-OVERFLOW
                     " RETURNS FOR CREDITORS BEYOND THE REPORT "
                     "TABLE NOT ANALYSED ***"
                     DELIMITED BY SIZE INTO MANDATE-PRINT-LINE
              WRITE MANDATE-PRINT-LINE
           END-IF
           CLOSE MANDATE-PRINT-FILE

           DISPLAY "MANDATE REJECTIONS REPORT WRITTEN TO MANDREJECT.prt"
           DISPLAY "CREDITORS WITH RETURNS        : " WS-CRD-COUNT
           DISPLAY "COLLECTIONS RETURNED UNPAID   : " WS-TOT-ITEMS.
         GOBACK.

       SCAN-UNPAIDS.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT DD-UNPAID-FILE
          IF FILE-STATUS = "00"
            PERFORM UNTIL END-OF-FILE = "Y"
              READ DD-UNPAID-FILE
                AT END
                  MOVE "Y" TO END-OF-FILE
                NOT AT END
                  MOVE UNP-RETURN-DATE TO WS-UNP-DATE
                  IF WS-UNP-YYYYMM = WS-RUN-YYYYMM
                     PERFORM ADD-TO-CREDITOR THRU ADD-TO-CREDITOR-EXIT
                  END-IF
              END-READ
            END-PERFORM
            CLOSE DD-UNPAID-FILE
          ELSE
            DISPLAY "No direct-debit unpaids on file. FILE STATUS: "
                    FILE-STATUS
          END-IF.
       EXIT.

      *The creditor's slot is found, or opened at its place in
      *creditor-id order by shifting the later ones down.
       ADD-TO-CREDITOR.

         MOVE "N" TO WS-CRD-FOUND
         MOVE "N" TO WS-CRD-PASSED
         PERFORM VARYING WS-CRD-IDX FROM 1 BY 1
                 UNTIL WS-CRD-IDX > WS-CRD-COUNT
                    OR WS-CRD-FOUND = "Y"
                    OR WS-CRD-PASSED = "Y"
           IF WS-CRD-ID(WS-CRD-IDX) = UNP-CREDITOR-ID
              MOVE "Y" TO WS-CRD-FOUND
           END-IF
           IF WS-CRD-ID(WS-CRD-IDX) > UNP-CREDITOR-ID
              MOVE "Y" TO WS-CRD-PASSED
           END-IF
         END-PERFORM
         IF WS-CRD-FOUND = "Y" OR WS-CRD-PASSED = "Y"
            SUBTRACT 1 FROM WS-CRD-IDX
         END-IF
         IF WS-CRD-FOUND = "N"
            IF WS-CRD-COUNT NOT < 300
               ADD 1 TO WS-CRD-OVERFLOW
               GO TO ADD-TO-CREDITOR-EXIT
            END-IF
            PERFORM VARYING WS-CRD-SHIFT FROM WS-CRD-COUNT BY -1
                    UNTIL WS-CRD-SHIFT < WS-CRD-IDX
              MOVE WS-CRD-ENTRY(WS-CRD-SHIFT)
                   TO WS-CRD-ENTRY(WS-CRD-SHIFT + 1)
            END-PERFORM
            ADD 1 TO WS-CRD-COUNT
            MOVE UNP-CREDITOR-ID TO WS-CRD-ID(WS-CRD-IDX)
            MOVE 0 TO WS-CRD-ITEMS(WS-CRD-IDX)
            MOVE 0 TO WS-CRD-AMOUNT(WS-CRD-IDX)
            MOVE 0 TO WS-CRD-NOMD(WS-CRD-IDX)
            MOVE 0 TO WS-CRD-RVKD(WS-CRD-IDX)
            MOVE 0 TO WS-CRD-NIFD(WS-CRD-IDX)
            MOVE 0 TO WS-CRD-EXMD(WS-CRD-IDX)
         END-IF

         IF UNP-AMOUNT < 0
            COMPUTE WS-UNP-ABS-AMOUNT = 0 - UNP-AMOUNT
         ELSE
            MOVE UNP-AMOUNT TO WS-UNP-ABS-AMOUNT
         END-IF
         ADD 1 TO WS-CRD-ITEMS(WS-CRD-IDX)
         ADD WS-UNP-ABS-AMOUNT TO WS-CRD-AMOUNT(WS-CRD-IDX)
         ADD 1 TO WS-TOT-ITEMS
         ADD WS-UNP-ABS-AMOUNT TO WS-TOT-AMOUNT
         EVALUATE UNP-REASON-CODE
            WHEN "NOMD"
              ADD 1 TO WS-CRD-NOMD(WS-CRD-IDX)
            WHEN "RVKD"
              ADD 1 TO WS-CRD-RVKD(WS-CRD-IDX)
            WHEN "NIFD"
              ADD 1 TO WS-CRD-NIFD(WS-CRD-IDX)
            WHEN "EXMD"
              ADD 1 TO WS-CRD-EXMD(WS-CRD-IDX)
            WHEN OTHER
              CONTINUE
         END-EVALUATE.
       ADD-TO-CREDITOR-EXIT.
       EXIT.

       PRINT-ONE-CREDITOR.

         MOVE WS-CRD-AMOUNT(WS-CRD-IDX) TO WS-SHOW-AMOUNT
         MOVE SPACES TO MANDATE-PRINT-LINE
         STRING WS-CRD-ID(WS-CRD-IDX) " "
                WS-CRD-ITEMS(WS-CRD-IDX) " "
                WS-SHOW-AMOUNT "      "
                WS-CRD-NOMD(WS-CRD-IDX) "   "
                WS-CRD-RVKD(WS-CRD-IDX) "        "
                WS-CRD-NIFD(WS-CRD-IDX) "        "
                WS-CRD-EXMD(WS-CRD-IDX)
                DELIMITED BY SIZE INTO MANDATE-PRINT-LINE
         WRITE MANDATE-PRINT-LINE.
       EXIT.
