      *Daily withdrawal notice run and maturity report for treasury
      *Works the withdrawal notice register for the business date:
      *  - a given notice whose maturity date has come becomes
      *    available to be drawn;
      *  - a given or available notice past its lapse date, not
      *    drawn in full, lapses - what is left on it can no longer
      *    be withdrawn and the customer must give notice again.
      *Then prints NOTICEMAT.prt for liquidity planning: every open
      *notice maturing from today to the end of the planning
      *horizon, grouped by maturity date with the amount due out
      *each day, the total already matured and open to be drawn,
      *and the notices that lapsed today.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projWdlNoticeDaily.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NOTICE-FILE ASSIGN TO 'projectWithdrawalNotice.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS WNOT-ID
               ALTERNATE RECORD KEY IS WNOT-ACCOUNT-NUM WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT NOTICE-PRINT-FILE ASSIGN TO 'NOTICEMAT.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD NOTICE-FILE.
       COPY projectWithdrawalNoticeBook.

       FD NOTICE-PRINT-FILE.
       01 NOTICE-PRINT-LINE       PIC X(132).

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
      *Planning horizon in calendar days - long enough to show every
      *notice given today on a 32-day product.
       01  WS-HORIZON-DAYS        PIC 9(3) VALUE 35.
       01  WS-HORIZON-DATE        PIC 9(8).
       01  WS-HORIZON-SPLIT REDEFINES WS-HORIZON-DATE.
        05 WS-HORIZON-YEAR        PIC 9(4).
        05 WS-HORIZON-MONTH       PIC 9(2).
        05 WS-HORIZON-DAY         PIC 9(2).
       01  WS-EPOCH               PIC 9(9).
       01  WS-NOTICE-LEFT         PIC S9(8)V99.

       01  WS-MATURED-COUNT       PIC 9(7) VALUE 0.
       01  WS-MATURED-TOTAL       PIC S9(10)V99 VALUE 0.
       01  WS-LAPSED-COUNT        PIC 9(7) VALUE 0.
       01  WS-LAPSED-TOTAL        PIC S9(10)V99 VALUE 0.
       01  WS-OPEN-AVAIL-COUNT    PIC 9(7) VALUE 0.
       01  WS-OPEN-AVAIL-TOTAL    PIC S9(10)V99 VALUE 0.
       01  WS-DUE-COUNT           PIC 9(7) VALUE 0.
       01  WS-DUE-TOTAL           PIC S9(10)V99 VALUE 0.
       01  WS-DAY-COUNT           PIC 9(7).
       01  WS-DAY-TOTAL           PIC S9(10)V99.
       01  WS-SHOW-AMOUNT         PIC -(10)9.99.

      *Open notices due within the horizon, and today's lapses,
      *held for printing in maturity-date order.
       01  WS-DUE-MAX             PIC 9(4) VALUE 2000.
       01  WS-DUE-USED            PIC 9(4) VALUE 0.
       01  WS-DUE-IDX             PIC 9(4).
       01  WS-DUE-TABLE.
        05 WS-DUE-ENTRY OCCURS 2000 TIMES.
         10 WS-DUE-MATURITY       PIC 9(8).
         10 WS-DUE-ID             PIC 9(8).
         10 WS-DUE-ACCOUNT        PIC 9(10).
         10 WS-DUE-AMOUNT         PIC S9(8)V99.
         10 WS-DUE-LAPSE          PIC 9(8).
       01  WS-LAST-DATE           PIC 9(8).
       01  WS-NEXT-DATE           PIC 9(8).
       01  WS-LAPSE-MAX           PIC 9(4) VALUE 500.
       01  WS-LAPSE-USED          PIC 9(4) VALUE 0.
       01  WS-LAPSE-IDX           PIC 9(4).
       01  WS-LAPSE-TABLE.
        05 WS-LAPSE-ENTRY OCCURS 500 TIMES.
         10 WS-LAPSE-ID           PIC 9(8).
         10 WS-LAPSE-ACCOUNT      PIC 9(10).
         10 WS-LAPSE-AMOUNT       PIC S9(8)V99.
         10 WS-LAPSE-MATURED      PIC 9(8).

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           call 'CalculateEpochDays' USING WS-RUN-YEAR WS-RUN-MONTH
                 WS-RUN-DAY WS-EPOCH
           ADD WS-HORIZON-DAYS TO WS-EPOCH
           call 'CalculateCalendarDate' USING WS-EPOCH
                 WS-HORIZON-YEAR WS-HORIZON-MONTH WS-HORIZON-DAY

           OPEN I-O NOTICE-FILE
            IF FILE-STATUS = "35"
              DISPLAY "No withdrawal notice register yet, nothing "
                      "to do."
              GOBACK
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Withdrawal notice register not available. "
                      "FILE STATUS: " FILE-STATUS
              MOVE "projectWithdrawalNotice.dat" TO AUDIT-FILE-NAME
              MOVE FILE-STATUS TO AUDIT-FILE-STATUS
              MOVE "ERROR OPENING NOTICE REGISTER" TO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
              GOBACK
            END-IF

           PERFORM WORK-NOTICE-REGISTER
           CLOSE NOTICE-FILE

           PERFORM PRINT-MATURITY-REPORT

           DISPLAY "NOTICE MATURITY REPORT WRITTEN TO NOTICEMAT.prt"
           DISPLAY "NOTICES MATURED TODAY         : " WS-MATURED-COUNT
           DISPLAY "NOTICES LAPSED TODAY          : " WS-LAPSED-COUNT
           DISPLAY "NOTICES DUE IN THE HORIZON    : " WS-DUE-COUNT
           MOVE "projectWithdrawalNotice.dat" TO AUDIT-FILE-NAME
           MOVE "00"                          TO AUDIT-FILE-STATUS
           MOVE "WITHDRAWAL NOTICES MATURED AND LAPSED"
                TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       WORK-NOTICE-REGISTER.

           MOVE "N" TO END-OF-FILE
           MOVE 0 TO WNOT-ID
           START NOTICE-FILE KEY IS NOT LESS THAN WNOT-ID
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ NOTICE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF WNOT-GIVEN OR WNOT-AVAILABLE
                    PERFORM WORK-ONE-NOTICE
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       WORK-ONE-NOTICE.

           COMPUTE WS-NOTICE-LEFT = WNOT-AMOUNT - WNOT-TAKEN-AMOUNT
           IF WNOT-LAPSE-DATE < WS-RUN-DATE
              MOVE "L" TO WNOT-STATUS
              MOVE WS-RUN-DATE TO WNOT-CLOSED-DATE
              REWRITE WITHDRAWAL-NOTICE-RECORD
              ADD 1 TO WS-LAPSED-COUNT
              ADD WS-NOTICE-LEFT TO WS-LAPSED-TOTAL
              IF WS-LAPSE-USED < WS-LAPSE-MAX
                 ADD 1 TO WS-LAPSE-USED
                 MOVE WNOT-ID TO WS-LAPSE-ID(WS-LAPSE-USED)
                 MOVE WNOT-ACCOUNT-NUM
                      TO WS-LAPSE-ACCOUNT(WS-LAPSE-USED)
                 MOVE WS-NOTICE-LEFT TO WS-LAPSE-AMOUNT(WS-LAPSE-USED)
                 MOVE WNOT-MATURITY-DATE
                      TO WS-LAPSE-MATURED(WS-LAPSE-USED)
              END-IF
           ELSE
              IF WNOT-GIVEN AND WNOT-MATURITY-DATE NOT > WS-RUN-DATE
                 MOVE "A" TO WNOT-STATUS
                 REWRITE WITHDRAWAL-NOTICE-RECORD
                 ADD 1 TO WS-MATURED-COUNT
                 ADD WS-NOTICE-LEFT TO WS-MATURED-TOTAL
              END-IF
              IF WNOT-AVAILABLE AND
                 WNOT-MATURITY-DATE < WS-RUN-DATE
                 ADD 1 TO WS-OPEN-AVAIL-COUNT
                 ADD WS-NOTICE-LEFT TO WS-OPEN-AVAIL-TOTAL
              ELSE IF WNOT-MATURITY-DATE NOT > WS-HORIZON-DATE
                 ADD 1 TO WS-DUE-COUNT
                 ADD WS-NOTICE-LEFT TO WS-DUE-TOTAL
                 IF WS-DUE-USED < WS-DUE-MAX
                    ADD 1 TO WS-DUE-USED
                    MOVE WNOT-MATURITY-DATE
                         TO WS-DUE-MATURITY(WS-DUE-USED)
                    MOVE WNOT-ID TO WS-DUE-ID(WS-DUE-USED)
                    MOVE WNOT-ACCOUNT-NUM
                         TO WS-DUE-ACCOUNT(WS-DUE-USED)
                    MOVE WS-NOTICE-LEFT TO WS-DUE-AMOUNT(WS-DUE-USED)
                    MOVE WNOT-LAPSE-DATE TO WS-DUE-LAPSE(WS-DUE-USED)
                 END-IF
              END-IF
              END-IF
           END-IF.
       EXIT.

       PRINT-MATURITY-REPORT.

           OPEN OUTPUT NOTICE-PRINT-FILE
           MOVE "WITHDRAWAL NOTICES MATURING - LIQUIDITY PLANNING"
                TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE SPACES TO NOTICE-PRINT-LINE
           STRING "BUSINESS DATE " WS-RUN-DATE
                  "   HORIZON TO " WS-HORIZON-DATE
                  DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE

           MOVE WS-OPEN-AVAIL-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO NOTICE-PRINT-LINE
           STRING "MATURED EARLIER, STILL OPEN TO BE DRAWN  NOTICES "
                  WS-OPEN-AVAIL-COUNT "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE SPACES TO NOTICE-PRINT-LINE
           STRING "MATURES  NOTICE   ACCOUNT           AMOUNT LEFT "
                  " OPEN UNTIL"
                  DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE

           MOVE 0 TO WS-LAST-DATE
           PERFORM FIND-NEXT-DUE-DATE
           PERFORM UNTIL WS-NEXT-DATE = 99999999
             PERFORM PRINT-ONE-DUE-DATE
             MOVE WS-NEXT-DATE TO WS-LAST-DATE
             PERFORM FIND-NEXT-DUE-DATE
           END-PERFORM

           MOVE WS-DUE-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO NOTICE-PRINT-LINE
           STRING "TOTAL DUE OUT IN THE HORIZON  NOTICES "
                  WS-DUE-COUNT "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           IF WS-DUE-COUNT > WS-DUE-USED
              MOVE "*** MORE NOTICES DUE THAN LISTED - TOTAL ABOVE "
                   & "INCLUDES THEM ***" TO NOTICE-PRINT-LINE
              WRITE NOTICE-PRINT-LINE
           END-IF

           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE WS-LAPSED-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO NOTICE-PRINT-LINE
           STRING "LAPSED TODAY UNDRAWN  NOTICES " WS-LAPSED-COUNT
                  "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           PERFORM VARYING WS-LAPSE-IDX FROM 1 BY 1
                   UNTIL WS-LAPSE-IDX > WS-LAPSE-USED
             MOVE WS-LAPSE-AMOUNT(WS-LAPSE-IDX) TO WS-SHOW-AMOUNT
             MOVE SPACES TO NOTICE-PRINT-LINE
             STRING "  NOTICE " WS-LAPSE-ID(WS-LAPSE-IDX)
                    " ACCOUNT " WS-LAPSE-ACCOUNT(WS-LAPSE-IDX)
                    " MATURED " WS-LAPSE-MATURED(WS-LAPSE-IDX)
                    " UNDRAWN " WS-SHOW-AMOUNT
                    DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
             WRITE NOTICE-PRINT-LINE
           END-PERFORM
           CLOSE NOTICE-PRINT-FILE.
       EXIT.

      *The earliest maturity date after the last one printed;
      *99999999 when none is left.
       FIND-NEXT-DUE-DATE.

           MOVE 99999999 TO WS-NEXT-DATE
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-USED
             IF WS-DUE-MATURITY(WS-DUE-IDX) > WS-LAST-DATE AND
                WS-DUE-MATURITY(WS-DUE-IDX) < WS-NEXT-DATE
                MOVE WS-DUE-MATURITY(WS-DUE-IDX) TO WS-NEXT-DATE
             END-IF
           END-PERFORM.
       EXIT.

       PRINT-ONE-DUE-DATE.

           MOVE 0 TO WS-DAY-COUNT
           MOVE 0 TO WS-DAY-TOTAL
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-USED
             IF WS-DUE-MATURITY(WS-DUE-IDX) = WS-NEXT-DATE
                ADD 1 TO WS-DAY-COUNT
                ADD WS-DUE-AMOUNT(WS-DUE-IDX) TO WS-DAY-TOTAL
                MOVE WS-DUE-AMOUNT(WS-DUE-IDX) TO WS-SHOW-AMOUNT
                MOVE SPACES TO NOTICE-PRINT-LINE
                STRING WS-NEXT-DATE " " WS-DUE-ID(WS-DUE-IDX) " "
                       WS-DUE-ACCOUNT(WS-DUE-IDX) " " WS-SHOW-AMOUNT
                       "  " WS-DUE-LAPSE(WS-DUE-IDX)
                       DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
                WRITE NOTICE-PRINT-LINE
             END-IF
           END-PERFORM
           MOVE WS-DAY-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO NOTICE-PRINT-LINE
           STRING "         DUE " WS-NEXT-DATE "  NOTICES "
                  WS-DAY-COUNT "  AMOUNT " WS-SHOW-AMOUNT
                  DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projWdlNoticeDaily" TO AUDIT-PROGRAM-NAME
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
