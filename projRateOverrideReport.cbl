      *Monthly negotiated rate override report
      *Two sections on OVERRIDES-yyyymm.prt. First, every active
      *override expiring within the next 30 days, so relationship
      *managers can renegotiate or let it lapse knowingly. Second,
      *every override in force today with what it costs against the
      *standard rate: the rate the daily accrual would otherwise
      *pick from the rate table (the same product rate key, band and
      *effective-date rules, falling back to the parm-file rate),
      *the difference per day on today's balance, and that
      *difference over 30 days. A positive cost is interest the bank
      *pays or forgoes beyond the table.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projRateOverrideReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       SELECT RATE-OVERRIDE-FILE ASSIGN TO 'projectRateOverrides.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROV-KEY
                FILE STATUS IS FILE-STATUS1.

       SELECT RATE-TABLE-FILE ASSIGN TO 'projectRateTable.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT OVERRIDE-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD RATE-OVERRIDE-FILE.
       COPY projectRateOverrideBook.

       FD RATE-TABLE-FILE.
       COPY projectRateTableBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD OVERRIDE-PRINT-FILE.
       01 OVERRIDE-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projHISTdateDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YYYYMM          PIC 9(6).
        05 FILLER                 PIC 9(2).
       01  WS-RUN-EPOCH           PIC 9(9).
       01  WS-DAYS-LEFT           PIC S9(9).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-PARM-INTEREST-RATE  PIC 9V9(4) VALUE 0.0005.

       01  WS-RATE-TABLE.
        05 WS-RATE-ENTRY OCCURS 50 TIMES.
         10 WS-RATE-ACCOUNT-TYPE  PIC X(7).
         10 WS-RATE-BAND-FLOOR    PIC S9(8)V99.
         10 WS-RATE-EFFECTIVE     PIC 9(8).
         10 WS-RATE-VALUE         PIC 9V9(4).
       01  WS-RATE-COUNT          PIC 9(2) VALUE 0.
       01  WS-RATE-IDX            PIC 9(2).
       01  WS-TABLE-RATE          PIC 9V9(6).
       01  WS-RATE-BEST-FLOOR     PIC S9(8)V99.
       01  WS-RATE-BEST-EFF       PIC 9(8).

       01  WS-COST-DAY            PIC S9(8)V99.
       01  WS-COST-30             PIC S9(10)V99.
       01  WS-TOTAL-COST-DAY      PIC S9(10)V99 VALUE 0.
       01  WS-TOTAL-COST-30       PIC S9(12)V99 VALUE 0.
       01  WS-EXPIRING-COUNT      PIC 9(5) VALUE 0.
       01  WS-ACTIVE-COUNT        PIC 9(5) VALUE 0.

       01  WS-SHOW-BALANCE        PIC -(9)9.99.
       01  WS-SHOW-DAY            PIC -(7)9.99.
       01  WS-SHOW-30             PIC -(9)9.99.
       01  WS-SHOW-TOTAL-DAY      PIC -(9)9.99.
       01  WS-SHOW-TOTAL-30       PIC -(11)9.99.

      *Product rules for the account in hand, from the shared
      *product lookup module.
       COPY projectProductReqBook.
       COPY projectProductBook.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO INPUT-DATE
           CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                TOTALRETURN1
           MOVE TOTALRETURN1 TO WS-RUN-EPOCH
           PERFORM READ-RATE-PARM
           PERFORM LOAD-RATE-TABLE

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "OVERRIDES-" WS-RUN-YYYYMM ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT OVERRIDE-PRINT-FILE
           MOVE SPACES TO OVERRIDE-PRINT-LINE
           STRING "NEGOTIATED RATE OVERRIDES AS AT " WS-RUN-DATE
                  DELIMITED BY SIZE INTO OVERRIDE-PRINT-LINE
           WRITE OVERRIDE-PRINT-LINE

           OPEN INPUT RATE-OVERRIDE-FILE
           IF FILE-STATUS1 = "00"
              OPEN INPUT CUSTOMER-FILE
              PERFORM LIST-EXPIRING-OVERRIDES
              PERFORM LIST-OVERRIDE-COST
              CLOSE CUSTOMER-FILE
           ELSE
              MOVE "NO RATE OVERRIDES ON FILE." TO OVERRIDE-PRINT-LINE
              WRITE OVERRIDE-PRINT-LINE
           END-IF
           CLOSE RATE-OVERRIDE-FILE
           CLOSE OVERRIDE-PRINT-FILE

           DISPLAY "OVERRIDE REPORT WRITTEN TO " WS-PRINT-FILENAME
           DISPLAY "EXPIRING IN 30 DAYS : " WS-EXPIRING-COUNT
                   "  IN FORCE : " WS-ACTIVE-COUNT
         GOBACK.

       READ-RATE-PARM.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS3 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-INTEREST-RATE IS NUMERIC
                     MOVE PARM-INTEREST-RATE
                          TO WS-PARM-INTEREST-RATE
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

       LOAD-RATE-TABLE.

           MOVE 0 TO WS-RATE-COUNT
           MOVE "N" TO END-OF-FILE
           OPEN INPUT RATE-TABLE-FILE
            IF FILE-STATUS2 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ RATE-TABLE-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF WS-RATE-COUNT < 50
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RATE-ACCOUNT-TYPE TO
                            WS-RATE-ACCOUNT-TYPE(WS-RATE-COUNT)
                       MOVE RATE-BAND-FLOOR TO
                            WS-RATE-BAND-FLOOR(WS-RATE-COUNT)
                       MOVE RATE-EFFECTIVE-DATE TO
                            WS-RATE-EFFECTIVE(WS-RATE-COUNT)
                       MOVE RATE-VALUE TO
                            WS-RATE-VALUE(WS-RATE-COUNT)
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE RATE-TABLE-FILE.
       EXIT.

      *Active overrides whose expiry falls from today to 30 days on.
       LIST-EXPIRING-OVERRIDES.

           MOVE SPACES TO OVERRIDE-PRINT-LINE
           WRITE OVERRIDE-PRINT-LINE
           MOVE "OVERRIDES EXPIRING IN THE NEXT 30 DAYS"
                TO OVERRIDE-PRINT-LINE
           WRITE OVERRIDE-PRINT-LINE
           MOVE SPACES TO OVERRIDE-PRINT-LINE
           STRING "ACCOUNT    EXPIRY   DAYS RATE     "
                  "RELATIONSHIP MANAGER APPROVED"
                  DELIMITED BY SIZE INTO OVERRIDE-PRINT-LINE
           WRITE OVERRIDE-PRINT-LINE
           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO ROV-KEY
           START RATE-OVERRIDE-FILE KEY IS NOT LESS THAN ROV-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ RATE-OVERRIDE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF ROV-STATUS-ACTIVE AND
                    ROV-EXPIRY-DATE NOT < WS-RUN-DATE
                    MOVE ROV-EXPIRY-DATE TO INPUT-DATE
                    CALL 'CalculateEpochDays' USING YEAR-IN
                         MONTH-IN DAY-IN TOTALRETURN2
                    COMPUTE WS-DAYS-LEFT =
                            TOTALRETURN2 - WS-RUN-EPOCH
                    IF WS-DAYS-LEFT NOT > 30
                       ADD 1 TO WS-EXPIRING-COUNT
                       MOVE SPACES TO OVERRIDE-PRINT-LINE
                       STRING ROV-ACCOUNT-NUM " " ROV-EXPIRY-DATE " "
                              WS-DAYS-LEFT(8:2) "   " ROV-RATE " "
                              ROV-RM-NAME " " ROV-APPROVED-BY
                              DELIMITED BY SIZE
                              INTO OVERRIDE-PRINT-LINE
                       WRITE OVERRIDE-PRINT-LINE
                    END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WS-EXPIRING-COUNT = 0
              MOVE "  NONE." TO OVERRIDE-PRINT-LINE
              WRITE OVERRIDE-PRINT-LINE
           END-IF.
       EXIT.

       LIST-OVERRIDE-COST.

           MOVE SPACES TO OVERRIDE-PRINT-LINE
           WRITE OVERRIDE-PRINT-LINE
           MOVE "INTEREST COST OF OVERRIDES IN FORCE AGAINST THE TABLE"
                TO OVERRIDE-PRINT-LINE
           WRITE OVERRIDE-PRINT-LINE
           MOVE SPACES TO OVERRIDE-PRINT-LINE
           STRING "ACCOUNT    TYPE        BALANCE OVERRIDE TABLE    "
                  "  COST/DAY    COST/30 DAYS"
                  DELIMITED BY SIZE INTO OVERRIDE-PRINT-LINE
           WRITE OVERRIDE-PRINT-LINE
           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO ROV-KEY
           START RATE-OVERRIDE-FILE KEY IS NOT LESS THAN ROV-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ RATE-OVERRIDE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF ROV-STATUS-ACTIVE AND
                    ROV-START-DATE NOT > WS-RUN-DATE AND
                    ROV-EXPIRY-DATE NOT < WS-RUN-DATE
                    PERFORM COST-ONE-OVERRIDE
                 END-IF
             END-READ
           END-PERFORM

           MOVE WS-TOTAL-COST-DAY TO WS-SHOW-TOTAL-DAY
           MOVE WS-TOTAL-COST-30 TO WS-SHOW-TOTAL-30
           MOVE SPACES TO OVERRIDE-PRINT-LINE
           STRING "TOTAL " WS-ACTIVE-COUNT " OVERRIDES IN FORCE"
                  "                  " WS-SHOW-TOTAL-DAY " "
                  WS-SHOW-TOTAL-30
                  DELIMITED BY SIZE INTO OVERRIDE-PRINT-LINE
           WRITE OVERRIDE-PRINT-LINE.
       EXIT.

       COST-ONE-OVERRIDE.

           MOVE ROV-ACCOUNT-NUM TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
              INVALID KEY
                MOVE SPACES TO OVERRIDE-PRINT-LINE
                STRING ROV-ACCOUNT-NUM " ACCOUNT NOT ON FILE"
                       DELIMITED BY SIZE INTO OVERRIDE-PRINT-LINE
                WRITE OVERRIDE-PRINT-LINE
                END-WRITE
              NOT INVALID KEY
                ADD 1 TO WS-ACTIVE-COUNT
                PERFORM SELECT-TABLE-RATE
                COMPUTE WS-COST-DAY ROUNDED =
                        CUS-ACCOUNT-BALANCE *
                        (ROV-RATE - WS-TABLE-RATE)
                COMPUTE WS-COST-30 = WS-COST-DAY * 30
                ADD WS-COST-DAY TO WS-TOTAL-COST-DAY
                ADD WS-COST-30 TO WS-TOTAL-COST-30
                MOVE CUS-ACCOUNT-BALANCE TO WS-SHOW-BALANCE
                MOVE WS-COST-DAY TO WS-SHOW-DAY
                MOVE WS-COST-30 TO WS-SHOW-30
                MOVE SPACES TO OVERRIDE-PRINT-LINE
                STRING ROV-ACCOUNT-NUM " " CUS-ACCOUNT-TYPE " "
                       WS-SHOW-BALANCE " " ROV-RATE " "
                       WS-TABLE-RATE " " WS-SHOW-DAY " "
                       WS-SHOW-30
                       DELIMITED BY SIZE INTO OVERRIDE-PRINT-LINE
                WRITE OVERRIDE-PRINT-LINE
           END-READ.
       EXIT.

      *Same pick as SELECT-INTEREST-RATE in projMainProg, without
      *the override: the product's rate key, highest qualifying
      *band, latest effective date not after the run date, else the
      *parm-file rate.
       SELECT-TABLE-RATE.

           MOVE CUS-ACCOUNT-TYPE TO PRDQ-CODE
           CALL 'projProductLookup' USING PRODUCT-REQUEST
                                          PRODUCT-RECORD
           IF NOT PRDQ-FOUND
              MOVE CUS-ACCOUNT-TYPE TO PROD-RATE-KEY
           END-IF
           MOVE WS-PARM-INTEREST-RATE TO WS-TABLE-RATE
           MOVE -99999999.99 TO WS-RATE-BEST-FLOOR
           MOVE 0            TO WS-RATE-BEST-EFF
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
             IF WS-RATE-ACCOUNT-TYPE(WS-RATE-IDX) = PROD-RATE-KEY
                AND WS-RATE-EFFECTIVE(WS-RATE-IDX)
                    NOT > WS-RUN-DATE
                AND WS-RATE-BAND-FLOOR(WS-RATE-IDX)
                    NOT > CUS-ACCOUNT-BALANCE
               IF WS-RATE-BAND-FLOOR(WS-RATE-IDX) > WS-RATE-BEST-FLOOR
                  OR (WS-RATE-BAND-FLOOR(WS-RATE-IDX) =
                      WS-RATE-BEST-FLOOR
                      AND WS-RATE-EFFECTIVE(WS-RATE-IDX) >
                          WS-RATE-BEST-EFF)
                 MOVE WS-RATE-BAND-FLOOR(WS-RATE-IDX)
                      TO WS-RATE-BEST-FLOOR
                 MOVE WS-RATE-EFFECTIVE(WS-RATE-IDX)
                      TO WS-RATE-BEST-EFF
                 MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-TABLE-RATE
               END-IF
             END-IF
           END-PERFORM.
       EXIT.
