      *Daily report of items rolled past their channel cut-off
      *Lists every item the loaders and entry programs value-dated to
      *the next business day because it was captured after its
      *channel's cut-off (or on a day the bank was shut), grouped by
      *TRANS-CHANNEL with a count and amount per channel, into
      *CUTOFFROLL.prt. The report covers captures since the previous
      *business day's report: from the day after the previous
      *business day up to the business date, so a weekend's
      *captures come out with Monday's.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projCutoffReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANSACTION-FILE ASSIGN TO 'projectTRANSACTIONFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS.

       SELECT CUTOFF-PRINT-FILE ASSIGN TO 'CUTOFFROLL.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD CUTOFF-PRINT-FILE.
       01 CUTOFF-PRINT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-PREV-DATE           PIC 9(8).
       01  WS-PREV-SPLIT REDEFINES WS-PREV-DATE.
        05 WS-PREV-YEAR           PIC 9(4).
        05 WS-PREV-MONTH          PIC 9(2).
        05 WS-PREV-DAY            PIC 9(2).
       01  WS-PREV-BUSDAY         PIC 9(8).
       01  WS-ROLL-BACK           PIC X VALUE "B".
       01  WS-EPOCH               PIC 9(9).

       01  WS-TOTAL-COUNT         PIC 9(7) VALUE 0.
       01  WS-TOTAL-AMOUNT        PIC S9(10)V99 VALUE 0.
       01  WS-SHOW-AMOUNT         PIC -(10)9.99.
       01  WS-SHOW-ITEM           PIC -(6)9.99.

      *Channels seen, in the order first met.
       01  WS-CHN-USED            PIC 9(2) VALUE 0.
       01  WS-CHN-IDX             PIC 9(2).
       01  WS-CHN-FOUND           PIC X.
       01  WS-CHN-TABLE.
        05 WS-CHN-ENTRY OCCURS 30 TIMES.
         10 WS-CHN-NAME           PIC X(10).
         10 WS-CHN-COUNT          PIC 9(7).
         10 WS-CHN-AMOUNT         PIC S9(10)V99.

      *The items themselves, held for printing by channel.
       01  WS-ITM-MAX             PIC 9(4) VALUE 2000.
       01  WS-ITM-USED            PIC 9(4) VALUE 0.
       01  WS-ITM-IDX             PIC 9(4).
       01  WS-ITM-TABLE.
        05 WS-ITM-ENTRY OCCURS 2000 TIMES.
         10 WS-ITM-CHANNEL        PIC X(10).
         10 WS-ITM-TRANS-ID       PIC 9(10).
         10 WS-ITM-ACCOUNT        PIC 9(10).
         10 WS-ITM-TYPE           PIC X(3).
         10 WS-ITM-AMOUNT         PIC S9(6)V99.
         10 WS-ITM-CAPTURE-DATE   PIC 9(8).
         10 WS-ITM-CAPTURE-TIME   PIC 9(8).
         10 WS-ITM-VALUE-DATE     PIC 9(8).
         10 WS-ITM-BRANCH         PIC X(5).

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           call 'CalculateEpochDays' USING WS-RUN-YEAR WS-RUN-MONTH
                 WS-RUN-DAY WS-EPOCH
           SUBTRACT 1 FROM WS-EPOCH
           call 'CalculateCalendarDate' USING WS-EPOCH
                 WS-PREV-YEAR WS-PREV-MONTH WS-PREV-DAY
           CALL 'CalculateBusinessDay' USING WS-PREV-DATE
                WS-ROLL-BACK WS-PREV-BUSDAY

           OPEN INPUT TRANSACTION-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "TRANSACTION-FILE not available. FILE STATUS: "
                      FILE-STATUS
              MOVE "projectTRANSACTIONFile.dat" TO AUDIT-FILE-NAME
              MOVE FILE-STATUS TO AUDIT-FILE-STATUS
              MOVE "ERROR OPENING TRANSACTION FILE" TO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
              GOBACK
            END-IF
           PERFORM GATHER-ROLLED-ITEMS
           CLOSE TRANSACTION-FILE

           PERFORM PRINT-CUTOFF-REPORT

           DISPLAY "CUT-OFF REPORT WRITTEN TO CUTOFFROLL.prt"
           DISPLAY "ITEMS ROLLED PAST CUT-OFF     : " WS-TOTAL-COUNT
           MOVE "CUTOFFROLL.prt" TO AUDIT-FILE-NAME
           MOVE "00"             TO AUDIT-FILE-STATUS
           MOVE "CUT-OFF ROLL-FORWARD REPORT PRODUCED"
                TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       GATHER-ROLLED-ITEMS.

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
                 IF TRANS-CUTOFF-ROLLED AND
                    TRANS-CAPTURE-DATE > WS-PREV-BUSDAY AND
                    TRANS-CAPTURE-DATE NOT > WS-RUN-DATE
                    PERFORM TAKE-ROLLED-ITEM
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       TAKE-ROLLED-ITEM.

           ADD 1 TO WS-TOTAL-COUNT
           ADD TRANS-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE "N" TO WS-CHN-FOUND
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-CHN-USED
                      OR WS-CHN-FOUND = "Y"
             IF WS-CHN-NAME(WS-CHN-IDX) = TRANS-CHANNEL
                MOVE "Y" TO WS-CHN-FOUND
                ADD 1 TO WS-CHN-COUNT(WS-CHN-IDX)
                ADD TRANS-AMOUNT TO WS-CHN-AMOUNT(WS-CHN-IDX)
             END-IF
           END-PERFORM
           IF WS-CHN-FOUND = "N" AND WS-CHN-USED < 30
              ADD 1 TO WS-CHN-USED
              MOVE TRANS-CHANNEL TO WS-CHN-NAME(WS-CHN-USED)
              MOVE 1 TO WS-CHN-COUNT(WS-CHN-USED)
              MOVE TRANS-AMOUNT TO WS-CHN-AMOUNT(WS-CHN-USED)
           END-IF
           IF WS-ITM-USED < WS-ITM-MAX
              ADD 1 TO WS-ITM-USED
              MOVE TRANS-CHANNEL      TO WS-ITM-CHANNEL(WS-ITM-USED)
              MOVE TRANS-ID           TO WS-ITM-TRANS-ID(WS-ITM-USED)
              MOVE TRANS-ACCOUNT-NUM  TO WS-ITM-ACCOUNT(WS-ITM-USED)
              MOVE TRANS-TYPE         TO WS-ITM-TYPE(WS-ITM-USED)
              MOVE TRANS-AMOUNT       TO WS-ITM-AMOUNT(WS-ITM-USED)
              MOVE TRANS-CAPTURE-DATE
                   TO WS-ITM-CAPTURE-DATE(WS-ITM-USED)
              MOVE TRANS-CAPTURE-TIME
                   TO WS-ITM-CAPTURE-TIME(WS-ITM-USED)
              MOVE TRANS-VALUE-DATE
                   TO WS-ITM-VALUE-DATE(WS-ITM-USED)
              MOVE TRANS-BRANCH-CODE  TO WS-ITM-BRANCH(WS-ITM-USED)
           END-IF.
       EXIT.

       PRINT-CUTOFF-REPORT.

           OPEN OUTPUT CUTOFF-PRINT-FILE
           MOVE "ITEMS VALUE-DATED FORWARD PAST CHANNEL CUT-OFF"
                TO CUTOFF-PRINT-LINE
           WRITE CUTOFF-PRINT-LINE
           MOVE SPACES TO CUTOFF-PRINT-LINE
           STRING "BUSINESS DATE " WS-RUN-DATE
                  "   CAPTURED AFTER " WS-PREV-BUSDAY
                  DELIMITED BY SIZE INTO CUTOFF-PRINT-LINE
           WRITE CUTOFF-PRINT-LINE
           MOVE SPACES TO CUTOFF-PRINT-LINE
           WRITE CUTOFF-PRINT-LINE

           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-CHN-USED
             PERFORM PRINT-ONE-CHANNEL
           END-PERFORM

           MOVE WS-TOTAL-AMOUNT TO WS-SHOW-AMOUNT
           MOVE SPACES TO CUTOFF-PRINT-LINE
           STRING "TOTAL ROLLED FORWARD  ITEMS " WS-TOTAL-COUNT
                  "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO CUTOFF-PRINT-LINE
           WRITE CUTOFF-PRINT-LINE
           IF WS-TOTAL-COUNT > WS-ITM-USED
              MOVE "*** MORE ITEMS THAN LISTED - TOTALS ABOVE "
                   & "INCLUDE THEM ***" TO CUTOFF-PRINT-LINE
              WRITE CUTOFF-PRINT-LINE
           END-IF
           CLOSE CUTOFF-PRINT-FILE.
       EXIT.

       PRINT-ONE-CHANNEL.

           MOVE SPACES TO CUTOFF-PRINT-LINE
           STRING "CHANNEL " WS-CHN-NAME(WS-CHN-IDX)
                  DELIMITED BY SIZE INTO CUTOFF-PRINT-LINE
           WRITE CUTOFF-PRINT-LINE
           MOVE SPACES TO CUTOFF-PRINT-LINE
           STRING "  TRANS-ID   ACCOUNT    TYP     AMOUNT "
                  "CAPTURED AT    VALUE    BRNCH"
                  DELIMITED BY SIZE INTO CUTOFF-PRINT-LINE
           WRITE CUTOFF-PRINT-LINE
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-USED
             IF WS-ITM-CHANNEL(WS-ITM-IDX) = WS-CHN-NAME(WS-CHN-IDX)
                MOVE WS-ITM-AMOUNT(WS-ITM-IDX) TO WS-SHOW-ITEM
                MOVE SPACES TO CUTOFF-PRINT-LINE
                STRING "  " WS-ITM-TRANS-ID(WS-ITM-IDX)
                       " " WS-ITM-ACCOUNT(WS-ITM-IDX)
                       " " WS-ITM-TYPE(WS-ITM-IDX)
                       " " WS-SHOW-ITEM
                       " " WS-ITM-CAPTURE-DATE(WS-ITM-IDX)
                       " " WS-ITM-CAPTURE-TIME(WS-ITM-IDX)(1:2)
                       ":" WS-ITM-CAPTURE-TIME(WS-ITM-IDX)(3:2)
                       " " WS-ITM-VALUE-DATE(WS-ITM-IDX)
                       " " WS-ITM-BRANCH(WS-ITM-IDX)
                       DELIMITED BY SIZE INTO CUTOFF-PRINT-LINE
                WRITE CUTOFF-PRINT-LINE
             END-IF
           END-PERFORM
           MOVE WS-CHN-AMOUNT(WS-CHN-IDX) TO WS-SHOW-AMOUNT
           MOVE SPACES TO CUTOFF-PRINT-LINE
           STRING "  CHANNEL TOTAL  ITEMS " WS-CHN-COUNT(WS-CHN-IDX)
                  "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO CUTOFF-PRINT-LINE
           WRITE CUTOFF-PRINT-LINE
           MOVE SPACES TO CUTOFF-PRINT-LINE
           WRITE CUTOFF-PRINT-LINE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projCutoffReport" TO AUDIT-PROGRAM-NAME
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
