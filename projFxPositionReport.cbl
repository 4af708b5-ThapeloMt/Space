      *Daily net open foreign-currency position report
      *Month-end revaluation books the movement on foreign balances,
      *but nothing watched the open position during the month. This
      *daily step adds up customer balances per foreign currency,
      *converts the net position at the latest captured FX-RATE and
      *measures it, and the aggregate position, against the limits
      *on projectFxLimits.dat. Breaches (and currencies without a
      *rate to convert at) are listed at the top of
      *FXPOS-yyyymmdd.prt ahead of the position detail, and the day's
      *positions are written to projectFxPosition.dat for the
      *operations dashboard.
      *Customer credit balances are what the bank owes in the
      *currency (short), debit balances what it is owed (long); the
      *net position is long less short, a negative net being short.
      *The aggregate position is the larger of the total long and
      *the total short positions in base-currency terms.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projFxPositionReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       SELECT FX-RATE-FILE ASSIGN TO 'projectFxRates.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       SELECT FX-LIMIT-FILE ASSIGN TO 'projectFxLimits.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXL-CURRENCY-CODE
                FILE STATUS IS FILE-STATUS2.

       SELECT FX-POSITION-FILE ASSIGN TO 'projectFxPosition.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT FXPOS-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD FX-RATE-FILE.
       COPY projectFxRateBook.

       FD FX-LIMIT-FILE.
       COPY projectFxLimitBook.

       FD FX-POSITION-FILE.
       COPY projectFxPositionBook.

       FD FXPOS-PRINT-FILE.
       01 FXPOS-PRINT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-LIMITS-OPEN         PIC X VALUE "N".

      *Per-currency positions, with the rate, limit and outcome.
       01  WS-FXP-TABLE.
        05 WS-FXP-ENTRY OCCURS 20 TIMES.
         10 WS-FXP-CURRENCY       PIC X(3).
         10 WS-FXP-BALANCE        PIC S9(13)V99.
         10 WS-FXP-NET-FOREIGN    PIC S9(13)V99.
         10 WS-FXP-RATE           PIC 9(4)V9(6).
         10 WS-FXP-RATE-DATE      PIC 9(8).
         10 WS-FXP-NET-LOCAL      PIC S9(13)V99.
         10 WS-FXP-LIMIT          PIC 9(12)V99.
         10 WS-FXP-LIMIT-SET      PIC X(1).
         10 WS-FXP-BREACH         PIC X(1).
       01  WS-FXP-COUNT           PIC 9(2) VALUE 0.
       01  WS-FXP-IDX             PIC 9(2).
       01  WS-FXP-FOUND           PIC X.
       01  WS-FXP-OVERFLOW        PIC 9(5) VALUE 0.

       01  WS-TOTAL-LONG          PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-SHORT         PIC S9(13)V99 VALUE 0.
       01  WS-AGGREGATE           PIC S9(13)V99 VALUE 0.
       01  WS-AGG-LIMIT           PIC 9(12)V99 VALUE 0.
       01  WS-AGG-LIMIT-SET       PIC X VALUE "N".
       01  WS-AGG-BREACH          PIC X VALUE "N".
       01  WS-POSITION-SIZE       PIC S9(13)V99.
       01  WS-BREACH-COUNT        PIC 9(3) VALUE 0.
       01  WS-LONG-SHORT          PIC X(5).

       01  WS-SHOW-FOREIGN        PIC -(12)9.99.
       01  WS-SHOW-LOCAL          PIC -(12)9.99.
       01  WS-SHOW-LIMIT          PIC Z(11)9.99.
       01  WS-SHOW-RATE           PIC Z(3)9.9(6).
       01  WS-SHOW-MARK           PIC X(12).

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM SUM-FOREIGN-BALANCES
           PERFORM LOAD-LATEST-RATES

           OPEN INPUT FX-LIMIT-FILE
            IF FILE-STATUS2 = "00"
              MOVE "Y" TO WS-LIMITS-OPEN
            END-IF
           PERFORM VARYING WS-FXP-IDX FROM 1 BY 1
                   UNTIL WS-FXP-IDX > WS-FXP-COUNT
             PERFORM MEASURE-ONE-POSITION
           END-PERFORM
           PERFORM MEASURE-AGGREGATE-POSITION
           CLOSE FX-LIMIT-FILE

           PERFORM WRITE-POSITION-REPORT
           PERFORM WRITE-POSITION-FILE

           DISPLAY "FX POSITION REPORT WRITTEN TO " WS-PRINT-FILENAME
           DISPLAY "CURRENCIES HELD : " WS-FXP-COUNT
                   "  LIMIT BREACHES : " WS-BREACH-COUNT
           IF WS-FXP-OVERFLOW > 0
              DISPLAY "ACCOUNTS IN CURRENCIES BEYOND THE TABLE, "
                      "LEFT OUT: " WS-FXP-OVERFLOW
           END-IF
         GOBACK.

       SUM-FOREIGN-BALANCES.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ CUSTOMER-FILE INTO CUS-RECORD
                 AT END
                  MOVE "Y" TO END-OF-FILE
                 NOT AT END
                  IF CUS-CURRENCY-CODE NOT = SPACES AND
                     CUS-CURRENCY-CODE NOT = "ZAR" AND
                     CUS-ACCOUNT-BALANCE NOT = 0
                     PERFORM ADD-TO-CURRENCY-TABLE
                  END-IF
                END-READ
              END-PERFORM
            ELSE
              DISPLAY "Error opening CUSTOMER-FILE. FILE STATUS: "
                      FILE-STATUS
            END-IF
           CLOSE CUSTOMER-FILE.
       EXIT.

       ADD-TO-CURRENCY-TABLE.

           MOVE "N" TO WS-FXP-FOUND
           PERFORM VARYING WS-FXP-IDX FROM 1 BY 1
                   UNTIL WS-FXP-IDX > WS-FXP-COUNT
                      OR WS-FXP-FOUND = "Y"
             IF WS-FXP-CURRENCY(WS-FXP-IDX) = CUS-CURRENCY-CODE
                MOVE "Y" TO WS-FXP-FOUND
                ADD CUS-ACCOUNT-BALANCE
                    TO WS-FXP-BALANCE(WS-FXP-IDX)
             END-IF
           END-PERFORM
           IF WS-FXP-FOUND = "N"
              IF WS-FXP-COUNT < 20
                 ADD 1 TO WS-FXP-COUNT
                 MOVE CUS-CURRENCY-CODE
                      TO WS-FXP-CURRENCY(WS-FXP-COUNT)
                 MOVE CUS-ACCOUNT-BALANCE
                      TO WS-FXP-BALANCE(WS-FXP-COUNT)
                 MOVE 0 TO WS-FXP-RATE(WS-FXP-COUNT)
                 MOVE 0 TO WS-FXP-RATE-DATE(WS-FXP-COUNT)
              ELSE
                 ADD 1 TO WS-FXP-OVERFLOW
              END-IF
           END-IF.
       EXIT.

      *The rate file is appended in date order, so the last record
      *for a currency dated on or before the run date is the day's
      *rate.
       LOAD-LATEST-RATES.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT FX-RATE-FILE
            IF FILE-STATUS1 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ FX-RATE-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF FX-RATE-DATE NOT > WS-RUN-DATE
                       PERFORM VARYING WS-FXP-IDX FROM 1 BY 1
                               UNTIL WS-FXP-IDX > WS-FXP-COUNT
                         IF WS-FXP-CURRENCY(WS-FXP-IDX) =
                            FX-CURRENCY-CODE
                            MOVE FX-RATE
                                 TO WS-FXP-RATE(WS-FXP-IDX)
                            MOVE FX-RATE-DATE
                                 TO WS-FXP-RATE-DATE(WS-FXP-IDX)
                         END-IF
                       END-PERFORM
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE FX-RATE-FILE
           MOVE "N" TO END-OF-FILE.
       EXIT.

       MEASURE-ONE-POSITION.

           COMPUTE WS-FXP-NET-FOREIGN(WS-FXP-IDX) =
                   0 - WS-FXP-BALANCE(WS-FXP-IDX)
           COMPUTE WS-FXP-NET-LOCAL(WS-FXP-IDX) ROUNDED =
                   WS-FXP-NET-FOREIGN(WS-FXP-IDX) *
                   WS-FXP-RATE(WS-FXP-IDX)
           IF WS-FXP-NET-LOCAL(WS-FXP-IDX) > 0
              ADD WS-FXP-NET-LOCAL(WS-FXP-IDX) TO WS-TOTAL-LONG
           ELSE
              SUBTRACT WS-FXP-NET-LOCAL(WS-FXP-IDX)
                       FROM WS-TOTAL-SHORT
           END-IF

           MOVE "N" TO WS-FXP-LIMIT-SET(WS-FXP-IDX)
           MOVE 0 TO WS-FXP-LIMIT(WS-FXP-IDX)
           IF WS-LIMITS-OPEN = "Y"
              MOVE WS-FXP-CURRENCY(WS-FXP-IDX) TO FXL-CURRENCY-CODE
              READ FX-LIMIT-FILE KEY IS FXL-CURRENCY-CODE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-FXP-LIMIT-SET(WS-FXP-IDX)
                   MOVE FXL-LIMIT TO WS-FXP-LIMIT(WS-FXP-IDX)
              END-READ
           END-IF

           MOVE "N" TO WS-FXP-BREACH(WS-FXP-IDX)
           IF WS-FXP-RATE(WS-FXP-IDX) = 0
              MOVE "R" TO WS-FXP-BREACH(WS-FXP-IDX)
              ADD 1 TO WS-BREACH-COUNT
           ELSE
              IF WS-FXP-LIMIT-SET(WS-FXP-IDX) = "Y"
                 MOVE WS-FXP-NET-LOCAL(WS-FXP-IDX)
                      TO WS-POSITION-SIZE
                 IF WS-POSITION-SIZE < 0
                    COMPUTE WS-POSITION-SIZE = 0 - WS-POSITION-SIZE
                 END-IF
                 IF WS-POSITION-SIZE > WS-FXP-LIMIT(WS-FXP-IDX)
                    MOVE "Y" TO WS-FXP-BREACH(WS-FXP-IDX)
                    ADD 1 TO WS-BREACH-COUNT
                 END-IF
              END-IF
           END-IF.
       EXIT.

       MEASURE-AGGREGATE-POSITION.

           IF WS-TOTAL-LONG > WS-TOTAL-SHORT
              MOVE WS-TOTAL-LONG TO WS-AGGREGATE
           ELSE
              MOVE WS-TOTAL-SHORT TO WS-AGGREGATE
           END-IF
           IF WS-LIMITS-OPEN = "Y"
              MOVE "ALL" TO FXL-CURRENCY-CODE
              READ FX-LIMIT-FILE KEY IS FXL-CURRENCY-CODE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-AGG-LIMIT-SET
                   MOVE FXL-LIMIT TO WS-AGG-LIMIT
              END-READ
           END-IF
           IF WS-AGG-LIMIT-SET = "Y" AND
              WS-AGGREGATE > WS-AGG-LIMIT
              MOVE "Y" TO WS-AGG-BREACH
              ADD 1 TO WS-BREACH-COUNT
           END-IF.
       EXIT.

      *Breaches first, so the treasury desk sees them before the
      *detail.
       WRITE-POSITION-REPORT.

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "FXPOS-" WS-RUN-DATE ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT FXPOS-PRINT-FILE
           MOVE SPACES TO FXPOS-PRINT-LINE
           STRING "NET OPEN FOREIGN-CURRENCY POSITION AS AT "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
           WRITE FXPOS-PRINT-LINE
           MOVE SPACES TO FXPOS-PRINT-LINE
           WRITE FXPOS-PRINT-LINE

           IF WS-BREACH-COUNT = 0
              MOVE "NO LIMIT BREACHES." TO FXPOS-PRINT-LINE
              WRITE FXPOS-PRINT-LINE
           ELSE
              MOVE SPACES TO FXPOS-PRINT-LINE
              STRING "*** LIMIT BREACHES: " WS-BREACH-COUNT " ***"
                     DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
              WRITE FXPOS-PRINT-LINE
              PERFORM VARYING WS-FXP-IDX FROM 1 BY 1
                      UNTIL WS-FXP-IDX > WS-FXP-COUNT
                IF WS-FXP-BREACH(WS-FXP-IDX) NOT = "N"
                   PERFORM WRITE-BREACH-LINE
                END-IF
              END-PERFORM
              IF WS-AGG-BREACH = "Y"
                 MOVE WS-AGGREGATE TO WS-SHOW-LOCAL
                 MOVE WS-AGG-LIMIT TO WS-SHOW-LIMIT
                 MOVE SPACES TO FXPOS-PRINT-LINE
                 STRING "  ALL AGGREGATE POSITION " WS-SHOW-LOCAL
                        " OVER LIMIT " WS-SHOW-LIMIT
                        DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
                 WRITE FXPOS-PRINT-LINE
              END-IF
           END-IF
           MOVE SPACES TO FXPOS-PRINT-LINE
           WRITE FXPOS-PRINT-LINE

           MOVE SPACES TO FXPOS-PRINT-LINE
           STRING "CCY    NET POSITION (CCY)    RATE        RATE DT"
                  "     NET POSITION (ZAR)          LIMIT (ZAR)"
                  DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
           WRITE FXPOS-PRINT-LINE
           PERFORM VARYING WS-FXP-IDX FROM 1 BY 1
                   UNTIL WS-FXP-IDX > WS-FXP-COUNT
             PERFORM WRITE-DETAIL-LINE
           END-PERFORM

           MOVE SPACES TO FXPOS-PRINT-LINE
           WRITE FXPOS-PRINT-LINE
           MOVE WS-TOTAL-LONG TO WS-SHOW-LOCAL
           MOVE SPACES TO FXPOS-PRINT-LINE
           STRING "TOTAL LONG  (ZAR)   " WS-SHOW-LOCAL
                  DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
           WRITE FXPOS-PRINT-LINE
           MOVE WS-TOTAL-SHORT TO WS-SHOW-LOCAL
           MOVE SPACES TO FXPOS-PRINT-LINE
           STRING "TOTAL SHORT (ZAR)   " WS-SHOW-LOCAL
                  DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
           WRITE FXPOS-PRINT-LINE
           MOVE WS-AGGREGATE TO WS-SHOW-LOCAL
           MOVE SPACES TO WS-SHOW-MARK
           IF WS-AGG-LIMIT-SET = "Y"
              MOVE WS-AGG-LIMIT TO WS-SHOW-LIMIT
              IF WS-AGG-BREACH = "Y"
                 MOVE "*** BREACH" TO WS-SHOW-MARK
              END-IF
              MOVE SPACES TO FXPOS-PRINT-LINE
              STRING "AGGREGATE   (ZAR)   " WS-SHOW-LOCAL
                     "  LIMIT " WS-SHOW-LIMIT " " WS-SHOW-MARK
                     DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
           ELSE
              MOVE SPACES TO FXPOS-PRINT-LINE
              STRING "AGGREGATE   (ZAR)   " WS-SHOW-LOCAL
                     "  NO LIMIT SET"
                     DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
           END-IF
           WRITE FXPOS-PRINT-LINE
           CLOSE FXPOS-PRINT-FILE.
       EXIT.

       WRITE-BREACH-LINE.

           MOVE SPACES TO FXPOS-PRINT-LINE
           IF WS-FXP-BREACH(WS-FXP-IDX) = "R"
              STRING "  " WS-FXP-CURRENCY(WS-FXP-IDX)
                     " NO RATE CAPTURED - POSITION CANNOT BE "
                     "MEASURED"
                     DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
           ELSE
              IF WS-FXP-NET-LOCAL(WS-FXP-IDX) < 0
                 MOVE "SHORT" TO WS-LONG-SHORT
              ELSE
                 MOVE "LONG " TO WS-LONG-SHORT
              END-IF
              MOVE WS-FXP-NET-LOCAL(WS-FXP-IDX) TO WS-SHOW-LOCAL
              MOVE WS-FXP-LIMIT(WS-FXP-IDX) TO WS-SHOW-LIMIT
              STRING "  " WS-FXP-CURRENCY(WS-FXP-IDX) " "
                     WS-LONG-SHORT " POSITION " WS-SHOW-LOCAL
                     " OVER LIMIT " WS-SHOW-LIMIT
                     DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
           END-IF
           WRITE FXPOS-PRINT-LINE.
       EXIT.

       WRITE-DETAIL-LINE.

           MOVE WS-FXP-NET-FOREIGN(WS-FXP-IDX) TO WS-SHOW-FOREIGN
           MOVE WS-FXP-RATE(WS-FXP-IDX) TO WS-SHOW-RATE
           MOVE WS-FXP-NET-LOCAL(WS-FXP-IDX) TO WS-SHOW-LOCAL
           MOVE SPACES TO WS-SHOW-MARK
           EVALUATE TRUE
              WHEN WS-FXP-BREACH(WS-FXP-IDX) = "R"
                MOVE "*** NO RATE" TO WS-SHOW-MARK
              WHEN WS-FXP-BREACH(WS-FXP-IDX) = "Y"
                MOVE "*** BREACH" TO WS-SHOW-MARK
              WHEN WS-FXP-NET-LOCAL(WS-FXP-IDX) < 0
                MOVE "SHORT" TO WS-SHOW-MARK
              WHEN OTHER
                MOVE "LONG" TO WS-SHOW-MARK
           END-EVALUATE
           MOVE SPACES TO FXPOS-PRINT-LINE
           IF WS-FXP-LIMIT-SET(WS-FXP-IDX) = "Y"
              MOVE WS-FXP-LIMIT(WS-FXP-IDX) TO WS-SHOW-LIMIT
              STRING WS-FXP-CURRENCY(WS-FXP-IDX) " "
                     WS-SHOW-FOREIGN " " WS-SHOW-RATE " "
                     WS-FXP-RATE-DATE(WS-FXP-IDX) " "
                     WS-SHOW-LOCAL " " WS-SHOW-LIMIT " "
                     WS-SHOW-MARK
                     DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
           ELSE
              STRING WS-FXP-CURRENCY(WS-FXP-IDX) " "
                     WS-SHOW-FOREIGN " " WS-SHOW-RATE " "
                     WS-FXP-RATE-DATE(WS-FXP-IDX) " "
                     WS-SHOW-LOCAL "        NO LIMIT SET "
                     WS-SHOW-MARK
                     DELIMITED BY SIZE INTO FXPOS-PRINT-LINE
           END-IF
           WRITE FXPOS-PRINT-LINE.
       EXIT.

      *Today's positions replace yesterday's for the dashboard.
       WRITE-POSITION-FILE.

           OPEN OUTPUT FX-POSITION-FILE
           PERFORM VARYING WS-FXP-IDX FROM 1 BY 1
                   UNTIL WS-FXP-IDX > WS-FXP-COUNT
             MOVE WS-RUN-DATE TO FXP-RUN-DATE
             MOVE WS-FXP-CURRENCY(WS-FXP-IDX) TO FXP-CURRENCY-CODE
             MOVE WS-FXP-NET-FOREIGN(WS-FXP-IDX) TO FXP-NET-FOREIGN
             MOVE WS-FXP-RATE(WS-FXP-IDX) TO FXP-RATE
             MOVE WS-FXP-NET-LOCAL(WS-FXP-IDX) TO FXP-NET-LOCAL
             MOVE WS-FXP-LIMIT(WS-FXP-IDX) TO FXP-LIMIT
             MOVE WS-FXP-LIMIT-SET(WS-FXP-IDX) TO FXP-LIMIT-SET
             MOVE WS-FXP-BREACH(WS-FXP-IDX) TO FXP-BREACH
             WRITE FX-POSITION-RECORD
           END-PERFORM
           MOVE WS-RUN-DATE TO FXP-RUN-DATE
           MOVE "ALL" TO FXP-CURRENCY-CODE
           MOVE 0 TO FXP-NET-FOREIGN
           MOVE 0 TO FXP-RATE
           MOVE WS-AGGREGATE TO FXP-NET-LOCAL
           MOVE WS-AGG-LIMIT TO FXP-LIMIT
           MOVE WS-AGG-LIMIT-SET TO FXP-LIMIT-SET
           MOVE WS-AGG-BREACH TO FXP-BREACH
           WRITE FX-POSITION-RECORD
           CLOSE FX-POSITION-FILE.
       EXIT.
