      *Monthly asset-liability maturity and repricing gap report
      *Places the book into the standard treasury time buckets
      *(overnight, under 1 month, 1-3 months, 3-12 months, 1-5
      *years, over 5 years) by when each balance matures or
      *reprices, per currency:
      *  - term deposits (liability) at TD-MATURITY-DATE;
      *  - fixed-rate loans (asset) installment by installment over
      *    the remaining schedule on LOAN-TERMS-RECORD, the
      *    principal part of each installment in the bucket of its
      *    due date; a variable-rate loan reprices in full at its
      *    next due date, when a new prime takes effect on it;
      *  - overdrawn accounts (asset) at the expiry of an active
      *    overdraft facility, otherwise overnight;
      *  - every other credit balance on CUSTOMER-FILE (liability)
      *    as a demand balance, overnight.
      *Each currency shows assets, liabilities, the gap and the
      *cumulative gap per bucket on ALMGAP-yyyymm.prt; with
      *PARM-ALM-CSV set to Y the same figures also go to
      *ALMGAP-yyyymm.csv for the treasury spreadsheet.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projAlmGapReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       SELECT LOAN-TERMS-FILE ASSIGN TO 'projectLoanTerms.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS1.

       SELECT TERM-DEPOSIT-FILE ASSIGN TO 'projectTermDeposits.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS2.

       SELECT OD-FACILITY-FILE ASSIGN TO 'projectOdFacility.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODF-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS3.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT GAP-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       SELECT GAP-CSV-FILE ASSIGN TO WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD TERM-DEPOSIT-FILE.
       COPY projectTermDepositBook.

       FD OD-FACILITY-FILE.
       COPY projectOdFacilityBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD GAP-PRINT-FILE.
       01 GAP-PRINT-LINE          PIC X(132).

       FD GAP-CSV-FILE.
       01 GAP-CSV-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projHISTdateDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YYYYMM          PIC 9(6).
        05 FILLER                 PIC 9(2).
       01  WS-RUN-EPOCH           PIC 9(9).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-CSV-FILENAME        PIC X(30).
       01  WS-PARM-ALM-CSV        PIC X(1) VALUE "N".
       01  WS-TERMS-OPEN          PIC X VALUE "N".
       01  WS-TD-OPEN             PIC X VALUE "N".
       01  WS-ODF-OPEN            PIC X VALUE "N".

      *The buckets, by days from the run date to maturity or
      *repricing: upper limit in days, then the label.
       01  WS-BUCKET-VALUES.
        05 FILLER PIC 9(5) VALUE 1.
        05 FILLER PIC X(12) VALUE "OVERNIGHT".
        05 FILLER PIC 9(5) VALUE 30.
        05 FILLER PIC X(12) VALUE "UNDER 1M".
        05 FILLER PIC 9(5) VALUE 91.
        05 FILLER PIC X(12) VALUE "1-3 MONTHS".
        05 FILLER PIC 9(5) VALUE 365.
        05 FILLER PIC X(12) VALUE "3-12 MONTHS".
        05 FILLER PIC 9(5) VALUE 1826.
        05 FILLER PIC X(12) VALUE "1-5 YEARS".
        05 FILLER PIC 9(5) VALUE 99999.
        05 FILLER PIC X(12) VALUE "OVER 5 YEARS".
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
        05 WS-BKT-ENTRY OCCURS 6 TIMES.
         10 WS-BKT-MAX-DAYS       PIC 9(5).
         10 WS-BKT-LABEL          PIC X(12).
       01  WS-BKT-IDX             PIC 9.

      *Per-currency asset and liability totals by bucket.
       01  WS-CCY-TABLE.
        05 WS-CCY-ENTRY OCCURS 20 TIMES.
         10 WS-CCY-CODE           PIC X(3).
         10 WS-CCY-ASSET          PIC S9(13)V99 OCCURS 6 TIMES.
         10 WS-CCY-LIAB           PIC S9(13)V99 OCCURS 6 TIMES.
       01  WS-CCY-COUNT           PIC 9(2) VALUE 0.
       01  WS-CCY-IDX             PIC 9(2).
       01  WS-CCY-FOUND           PIC X.
       01  WS-CCY-OVERFLOW        PIC 9(5) VALUE 0.
       01  WS-THIS-CCY            PIC X(3).

       01  WS-PLACE-DATE          PIC 9(8).
       01  WS-PLACE-DAYS          PIC S9(9).
       01  WS-PLACE-AMOUNT        PIC S9(13)V99.
       01  WS-PLACE-SIDE          PIC X.

      *Walking a loan's remaining schedule.
       01  WS-SCHED-DATE          PIC 9(8).
       01  WS-SCHED-SPLIT REDEFINES WS-SCHED-DATE.
        05 WS-SCHED-YEAR          PIC 9(4).
        05 WS-SCHED-MONTH         PIC 9(2).
        05 WS-SCHED-DAY           PIC 9(2).
       01  WS-SCHED-BALANCE       PIC S9(10)V99.
       01  WS-SCHED-INTEREST      PIC S9(10)V99.
       01  WS-SCHED-PRINCIPAL     PIC S9(10)V99.
       01  WS-SCHED-LEFT          PIC S9(4).
       01  WS-SCHED-IDX           PIC 9(4).
       01  WS-MONTHLY-RATE        PIC 9(2)V9(8).

       01  WS-GAP                 PIC S9(13)V99.
       01  WS-CUM-GAP             PIC S9(13)V99.
       01  WS-SHOW-ASSET          PIC -(12)9.99.
       01  WS-SHOW-LIAB           PIC -(12)9.99.
       01  WS-SHOW-GAP            PIC -(12)9.99.
       01  WS-SHOW-CUM            PIC -(12)9.99.

       01  WS-ACCOUNT-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO INPUT-DATE
           CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                TOTALRETURN1
           MOVE TOTALRETURN1 TO WS-RUN-EPOCH
           PERFORM READ-ALM-PARM

           OPEN INPUT LOAN-TERMS-FILE
            IF FILE-STATUS1 = "00"
              MOVE "Y" TO WS-TERMS-OPEN
            END-IF
           OPEN INPUT TERM-DEPOSIT-FILE
            IF FILE-STATUS2 = "00"
              MOVE "Y" TO WS-TD-OPEN
            END-IF
           OPEN INPUT OD-FACILITY-FILE
            IF FILE-STATUS3 = "00"
              MOVE "Y" TO WS-ODF-OPEN
            END-IF

           MOVE "N" TO END-OF-FILE
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ CUSTOMER-FILE INTO CUS-RECORD
                 AT END
                  MOVE "Y" TO END-OF-FILE
                 NOT AT END
                  IF NOT CUS-ACCOUNT-CLOSED AND
                     CUS-ACCOUNT-BALANCE NOT = 0
                     ADD 1 TO WS-ACCOUNT-COUNT
                     PERFORM PLACE-ONE-ACCOUNT
                  END-IF
                END-READ
              END-PERFORM
            ELSE
              DISPLAY "Error opening CUSTOMER-FILE. FILE STATUS: "
                      FILE-STATUS
            END-IF
           CLOSE CUSTOMER-FILE
           CLOSE OD-FACILITY-FILE
           CLOSE TERM-DEPOSIT-FILE
           CLOSE LOAN-TERMS-FILE

           PERFORM WRITE-GAP-REPORT
           IF WS-PARM-ALM-CSV = "Y"
              PERFORM WRITE-GAP-CSV
           END-IF

           DISPLAY "ALM GAP REPORT WRITTEN TO " WS-PRINT-FILENAME
           IF WS-PARM-ALM-CSV = "Y"
              DISPLAY "ALM GAP CSV WRITTEN TO " WS-CSV-FILENAME
           END-IF
           DISPLAY "ACCOUNTS PLACED : " WS-ACCOUNT-COUNT
                   "  CURRENCIES : " WS-CCY-COUNT
           IF WS-CCY-OVERFLOW > 0
              DISPLAY "ACCOUNTS IN CURRENCIES BEYOND THE TABLE, "
                      "LEFT OUT: " WS-CCY-OVERFLOW
           END-IF
         GOBACK.

       READ-ALM-PARM.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS4 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-ALM-CSV = "Y"
                     MOVE "Y" TO WS-PARM-ALM-CSV
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

      *Decide where an account's balance falls. Every figure is
      *booked positive: assets are what customers owe the bank,
      *liabilities what it owes them.
       PLACE-ONE-ACCOUNT.

           IF CUS-CURRENCY-CODE = SPACES
              MOVE "ZAR" TO WS-THIS-CCY
           ELSE
              MOVE CUS-CURRENCY-CODE TO WS-THIS-CCY
           END-IF
           PERFORM FIND-CURRENCY-ENTRY
           IF WS-CCY-FOUND = "N"
              ADD 1 TO WS-CCY-OVERFLOW
           ELSE
              IF CUS-ACCOUNT-BALANCE > 0
                 MOVE "L" TO WS-PLACE-SIDE
                 MOVE CUS-ACCOUNT-BALANCE TO WS-PLACE-AMOUNT
                 MOVE WS-RUN-DATE TO WS-PLACE-DATE
                 IF CUS-ACCOUNT-TYPE = "TERMDEP"
                    PERFORM FIND-TERM-DEPOSIT-MATURITY
                 END-IF
                 PERFORM ADD-TO-BUCKET
              ELSE
                 MOVE "A" TO WS-PLACE-SIDE
                 COMPUTE WS-PLACE-AMOUNT = 0 - CUS-ACCOUNT-BALANCE
                 IF CUS-ACCOUNT-TYPE = "LOAN   "
                    PERFORM PLACE-LOAN
                 ELSE
                    MOVE WS-RUN-DATE TO WS-PLACE-DATE
                    PERFORM FIND-FACILITY-EXPIRY
                    PERFORM ADD-TO-BUCKET
                 END-IF
              END-IF
           END-IF.
       EXIT.

       FIND-CURRENCY-ENTRY.

           MOVE "N" TO WS-CCY-FOUND
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
                      OR WS-CCY-FOUND = "Y"
             IF WS-CCY-CODE(WS-CCY-IDX) = WS-THIS-CCY
                MOVE "Y" TO WS-CCY-FOUND
             END-IF
           END-PERFORM
           IF WS-CCY-FOUND = "Y"
              SUBTRACT 1 FROM WS-CCY-IDX
           ELSE
              IF WS-CCY-COUNT < 20
                 ADD 1 TO WS-CCY-COUNT
                 MOVE WS-CCY-COUNT TO WS-CCY-IDX
                 MOVE WS-THIS-CCY TO WS-CCY-CODE(WS-CCY-IDX)
                 PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                         UNTIL WS-BKT-IDX > 6
                   MOVE 0 TO WS-CCY-ASSET(WS-CCY-IDX, WS-BKT-IDX)
                   MOVE 0 TO WS-CCY-LIAB(WS-CCY-IDX, WS-BKT-IDX)
                 END-PERFORM
                 MOVE "Y" TO WS-CCY-FOUND
              END-IF
           END-IF.
       EXIT.

      *A live term deposit matures on its maturity date; one
      *already matured is paid out on demand.
       FIND-TERM-DEPOSIT-MATURITY.

           IF WS-TD-OPEN = "Y"
              MOVE CUS-ACCOUNT-NUM TO TD-ACCOUNT-NUM
              READ TERM-DEPOSIT-FILE KEY IS TD-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF TD-STATUS-ACTIVE AND
                      TD-MATURITY-DATE > WS-RUN-DATE
                      MOVE TD-MATURITY-DATE TO WS-PLACE-DATE
                   END-IF
              END-READ
           END-IF.
       EXIT.

       FIND-FACILITY-EXPIRY.

           IF WS-ODF-OPEN = "Y"
              MOVE CUS-ACCOUNT-NUM TO ODF-ACCOUNT-NUM
              READ OD-FACILITY-FILE KEY IS ODF-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF ODF-STATUS-ACTIVE AND
                      ODF-EXPIRY-DATE > WS-RUN-DATE
                      MOVE ODF-EXPIRY-DATE TO WS-PLACE-DATE
                   END-IF
              END-READ
           END-IF.
       EXIT.

      *A fixed loan runs off installment by installment at its
      *contractual rate, the last installment taking whatever is
      *left; a variable loan reprices whole at its next due date.
      *A loan without live terms is treated as due now.
       PLACE-LOAN.

           MOVE WS-RUN-DATE TO WS-PLACE-DATE
           IF WS-TERMS-OPEN = "N"
              PERFORM ADD-TO-BUCKET
           ELSE
              MOVE CUS-ACCOUNT-NUM TO LOAN-ACCOUNT-NUM
              READ LOAN-TERMS-FILE KEY IS LOAN-ACCOUNT-NUM
                 INVALID KEY
                   PERFORM ADD-TO-BUCKET
                 NOT INVALID KEY
                   IF NOT LOAN-STATUS-ACTIVE AND
                      NOT LOAN-STATUS-NONACCRUAL
                      PERFORM ADD-TO-BUCKET
                   ELSE
                      IF LOAN-RATE-VARIABLE
                         MOVE LOAN-NEXT-DUE-DATE TO WS-PLACE-DATE
                         PERFORM ADD-TO-BUCKET
                      ELSE
                         PERFORM RUN-OFF-LOAN-SCHEDULE
                      END-IF
                   END-IF
              END-READ
           END-IF.
       EXIT.

       RUN-OFF-LOAN-SCHEDULE.

           MOVE WS-PLACE-AMOUNT TO WS-SCHED-BALANCE
           COMPUTE WS-SCHED-LEFT =
                   LOAN-TERM-MONTHS - LOAN-INSTALLMENTS-POSTED
           IF WS-SCHED-LEFT < 1
              MOVE 1 TO WS-SCHED-LEFT
           END-IF
           COMPUTE WS-MONTHLY-RATE ROUNDED = LOAN-ANNUAL-RATE / 12
           MOVE LOAN-NEXT-DUE-DATE TO WS-SCHED-DATE
           IF WS-SCHED-DAY > 28
              MOVE 28 TO WS-SCHED-DAY
           END-IF
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-LEFT
                      OR WS-SCHED-BALANCE NOT > 0
             COMPUTE WS-SCHED-INTEREST ROUNDED =
                     WS-SCHED-BALANCE * WS-MONTHLY-RATE
             COMPUTE WS-SCHED-PRINCIPAL =
                     LOAN-INSTALLMENT - WS-SCHED-INTEREST
             IF WS-SCHED-IDX = WS-SCHED-LEFT OR
                WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE OR
                WS-SCHED-PRINCIPAL NOT > 0
                MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
             END-IF
             MOVE WS-SCHED-PRINCIPAL TO WS-PLACE-AMOUNT
             MOVE WS-SCHED-DATE TO WS-PLACE-DATE
             PERFORM ADD-TO-BUCKET
             SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE
             ADD 1 TO WS-SCHED-MONTH
             IF WS-SCHED-MONTH > 12
                MOVE 1 TO WS-SCHED-MONTH
                ADD 1 TO WS-SCHED-YEAR
             END-IF
           END-PERFORM.
       EXIT.

       ADD-TO-BUCKET.

           IF WS-PLACE-DATE NOT > WS-RUN-DATE
              MOVE 0 TO WS-PLACE-DAYS
           ELSE
              MOVE WS-PLACE-DATE TO INPUT-DATE
              CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN
                   DAY-IN TOTALRETURN2
              COMPUTE WS-PLACE-DAYS = TOTALRETURN2 - WS-RUN-EPOCH
           END-IF
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX = 6
                      OR WS-PLACE-DAYS NOT > WS-BKT-MAX-DAYS(WS-BKT-IDX)
             CONTINUE
           END-PERFORM
           IF WS-PLACE-SIDE = "A"
              ADD WS-PLACE-AMOUNT
                  TO WS-CCY-ASSET(WS-CCY-IDX, WS-BKT-IDX)
           ELSE
              ADD WS-PLACE-AMOUNT
                  TO WS-CCY-LIAB(WS-CCY-IDX, WS-BKT-IDX)
           END-IF.
       EXIT.

       WRITE-GAP-REPORT.

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "ALMGAP-" WS-RUN-YYYYMM ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT GAP-PRINT-FILE
           MOVE "ASSET-LIABILITY MATURITY AND REPRICING GAP REPORT"
                TO GAP-PRINT-LINE
           WRITE GAP-PRINT-LINE
           MOVE SPACES TO GAP-PRINT-LINE
           STRING "AS AT " WS-RUN-DATE
                  DELIMITED BY SIZE INTO GAP-PRINT-LINE
           WRITE GAP-PRINT-LINE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
             MOVE SPACES TO GAP-PRINT-LINE
             WRITE GAP-PRINT-LINE
             MOVE SPACES TO GAP-PRINT-LINE
             STRING "CURRENCY " WS-CCY-CODE(WS-CCY-IDX)
                    DELIMITED BY SIZE INTO GAP-PRINT-LINE
             WRITE GAP-PRINT-LINE
             MOVE SPACES TO GAP-PRINT-LINE
             STRING "BUCKET                 ASSETS     "
                    "   LIABILITIES               GAP    "
                    "CUMULATIVE GAP"
                    DELIMITED BY SIZE INTO GAP-PRINT-LINE
             WRITE GAP-PRINT-LINE
             MOVE 0 TO WS-CUM-GAP
             PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                     UNTIL WS-BKT-IDX > 6
               PERFORM WORK-OUT-GAP
               MOVE SPACES TO GAP-PRINT-LINE
               STRING WS-BKT-LABEL(WS-BKT-IDX) " "
                      WS-SHOW-ASSET " " WS-SHOW-LIAB " "
                      WS-SHOW-GAP " " WS-SHOW-CUM
                      DELIMITED BY SIZE INTO GAP-PRINT-LINE
               WRITE GAP-PRINT-LINE
             END-PERFORM
           END-PERFORM
           CLOSE GAP-PRINT-FILE.
       EXIT.

       WORK-OUT-GAP.

           COMPUTE WS-GAP = WS-CCY-ASSET(WS-CCY-IDX, WS-BKT-IDX) -
                            WS-CCY-LIAB(WS-CCY-IDX, WS-BKT-IDX)
           ADD WS-GAP TO WS-CUM-GAP
           MOVE WS-CCY-ASSET(WS-CCY-IDX, WS-BKT-IDX) TO WS-SHOW-ASSET
           MOVE WS-CCY-LIAB(WS-CCY-IDX, WS-BKT-IDX)  TO WS-SHOW-LIAB
           MOVE WS-GAP     TO WS-SHOW-GAP
           MOVE WS-CUM-GAP TO WS-SHOW-CUM.
       EXIT.

       WRITE-GAP-CSV.

           MOVE SPACES TO WS-CSV-FILENAME
           STRING "ALMGAP-" WS-RUN-YYYYMM ".csv"
                  DELIMITED BY SIZE INTO WS-CSV-FILENAME
           OPEN OUTPUT GAP-CSV-FILE
           MOVE "CURRENCY,BUCKET,ASSETS,LIABILITIES,GAP,CUMULATIVE"
                TO GAP-CSV-LINE
           WRITE GAP-CSV-LINE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
             MOVE 0 TO WS-CUM-GAP
             PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                     UNTIL WS-BKT-IDX > 6
               PERFORM WORK-OUT-GAP
               MOVE SPACES TO GAP-CSV-LINE
               STRING WS-CCY-CODE(WS-CCY-IDX)  DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      WS-BKT-LABEL(WS-BKT-IDX) DELIMITED BY "  "
                      ","                      DELIMITED BY SIZE
                      WS-SHOW-ASSET            DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      WS-SHOW-LIAB             DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      WS-SHOW-GAP              DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      WS-SHOW-CUM              DELIMITED BY SIZE
                      INTO GAP-CSV-LINE
               WRITE GAP-CSV-LINE
             END-PERFORM
           END-PERFORM
           CLOSE GAP-CSV-FILE.
       EXIT.
