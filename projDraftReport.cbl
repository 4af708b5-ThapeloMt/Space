      *Monthly bank draft register report
      *Lists on DRAFTS-yyyymm.prt every draft still unpaid on the
      *draft register: OUTSTANDING drafts with their age, flagged
      *STALE once older than PARM-DRAFT-STALE-MONTHS and ESCHEAT
      *DUE once older than PARM-ESCHEAT-YEARS (the next escheatment
      *run surrenders those), and drafts still UNFUNDED because
      *their purchase TRF has not posted. The month's paid,
      *cancelled and escheated drafts are counted, and the
      *outstanding total is proved against the balance of the
      *PARM-DRAFT-ACCOUNT drafts-payable control account.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projDraftReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DRAFT-FILE ASSIGN TO 'projectDraftRegister.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRF-NUMBER
                FILE STATUS IS FILE-STATUS.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS1.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT DRAFT-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       DATA DIVISION.
       FILE SECTION.
       FD DRAFT-FILE.
       COPY projectDraftBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD DRAFT-PRINT-FILE.
       01 DRAFT-PRINT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projHISTdateDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-RUN-PERIOD          PIC 9(6).
       01  WS-CLOSED-PERIOD       PIC 9(6).
       01  WS-PRINT-FILENAME      PIC X(30).

       01  WS-PARM-DRAFT-ACCOUNT  PIC 9(10) VALUE 0.
       01  WS-PARM-STALE-MONTHS   PIC 9(2) VALUE 6.
       01  WS-PARM-ESCHEAT-YEARS  PIC 9(2) VALUE 5.

      *Issue dates before these are stale / due for escheatment.
       01  WS-STALE-CUTOFF        PIC 9(8).
       01  WS-ESCHEAT-CUTOFF      PIC 9(8).
       01  WS-CUTOFF-MONTHS       PIC 9(6).
       01  WS-CUTOFF-YEAR         PIC 9(4).
       01  WS-CUTOFF-MONTH        PIC 9(2).

       01  WS-AGE-DAYS            PIC 9(6).
       01  WS-FLAG                PIC X(12).
       01  WS-SECTION             PIC X(1).

       01  WS-OUT-COUNT           PIC 9(5) VALUE 0.
       01  WS-OUT-TOTAL           PIC S9(10)V99 VALUE 0.
       01  WS-STALE-COUNT         PIC 9(5) VALUE 0.
       01  WS-STALE-TOTAL         PIC S9(10)V99 VALUE 0.
       01  WS-ESCH-DUE-COUNT      PIC 9(5) VALUE 0.
       01  WS-ESCH-DUE-TOTAL      PIC S9(10)V99 VALUE 0.
       01  WS-UNF-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNF-TOTAL           PIC S9(10)V99 VALUE 0.
       01  WS-PAID-COUNT          PIC 9(5) VALUE 0.
       01  WS-CANC-COUNT          PIC 9(5) VALUE 0.
       01  WS-ESCH-COUNT          PIC 9(5) VALUE 0.
       01  WS-CONTROL-BALANCE     PIC S9(10)V99 VALUE 0.
       01  WS-CONTROL-FOUND       PIC X VALUE "N".
       01  WS-DIFFERENCE          PIC S9(10)V99.

       01  WS-AMOUNT-SHOW         PIC ZZZZZ9.99.
       01  WS-TOTAL-SHOW          PIC -ZZZZZZZZ9.99.
       01  WS-AGE-SHOW            PIC ZZZZZ9.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           COMPUTE WS-RUN-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH
           PERFORM READ-DRAFT-PARMS
           PERFORM SET-CUTOFF-DATES
           MOVE WS-RUN-DATE TO INPUT-DATE
           CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                TOTALRETURN1

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "DRAFTS-" WS-RUN-PERIOD ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT DRAFT-PRINT-FILE
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "BANK DRAFT REGISTER FOR " WS-RUN-PERIOD
                  " AS AT " WS-RUN-DATE
                  "  (STALE AFTER " WS-PARM-STALE-MONTHS
                  " MONTHS, ESCHEAT AFTER " WS-PARM-ESCHEAT-YEARS
                  " YEARS)"
                  DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE

           OPEN INPUT DRAFT-FILE
           IF FILE-STATUS NOT = "00"
              MOVE SPACES TO DRAFT-PRINT-LINE
              WRITE DRAFT-PRINT-LINE
              MOVE "DRAFT REGISTER NOT AVAILABLE" TO DRAFT-PRINT-LINE
              WRITE DRAFT-PRINT-LINE
           ELSE
              MOVE "O" TO WS-SECTION
              PERFORM WRITE-SECTION-HEADING
              PERFORM LIST-SECTION
              MOVE "N" TO WS-SECTION
              PERFORM WRITE-SECTION-HEADING
              PERFORM LIST-SECTION
           END-IF
           CLOSE DRAFT-FILE

           PERFORM READ-CONTROL-BALANCE
           PERFORM WRITE-SUMMARY
           CLOSE DRAFT-PRINT-FILE
           DISPLAY "DRAFT REGISTER REPORT WRITTEN: " WS-PRINT-FILENAME
           DISPLAY "OUTSTANDING " WS-OUT-COUNT "  STALE "
                   WS-STALE-COUNT "  ESCHEAT DUE " WS-ESCH-DUE-COUNT.
         GOBACK.

       READ-DRAFT-PARMS.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS2 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-DRAFT-ACCOUNT IS NUMERIC
                     MOVE PARM-DRAFT-ACCOUNT TO WS-PARM-DRAFT-ACCOUNT
                  END-IF
                  IF PARM-DRAFT-STALE-MONTHS IS NUMERIC AND
                     PARM-DRAFT-STALE-MONTHS > 0
                     MOVE PARM-DRAFT-STALE-MONTHS
                          TO WS-PARM-STALE-MONTHS
                  END-IF
                  IF PARM-ESCHEAT-YEARS IS NUMERIC AND
                     PARM-ESCHEAT-YEARS > 0
                     MOVE PARM-ESCHEAT-YEARS TO WS-PARM-ESCHEAT-YEARS
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

      *Cut-offs are the run date moved back by whole months and
      *whole years, compared as yyyymmdd.
       SET-CUTOFF-DATES.

           COMPUTE WS-CUTOFF-MONTHS = WS-RUN-YEAR * 12 +
                   WS-RUN-MONTH - 1 - WS-PARM-STALE-MONTHS
           DIVIDE WS-CUTOFF-MONTHS BY 12 GIVING WS-CUTOFF-YEAR
                  REMAINDER WS-CUTOFF-MONTH
           COMPUTE WS-STALE-CUTOFF = WS-CUTOFF-YEAR * 10000 +
                   (WS-CUTOFF-MONTH + 1) * 100 + WS-RUN-DAY
           COMPUTE WS-ESCHEAT-CUTOFF = WS-RUN-DATE -
                   WS-PARM-ESCHEAT-YEARS * 10000.
       EXIT.

       WRITE-SECTION-HEADING.

           MOVE SPACES TO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           IF WS-SECTION = "O"
              MOVE "OUTSTANDING DRAFTS" TO DRAFT-PRINT-LINE
           ELSE
              MOVE "UNFUNDED DRAFTS - PURCHASE TRF NOT YET POSTED"
                   TO DRAFT-PRINT-LINE
           END-IF
           WRITE DRAFT-PRINT-LINE
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "DRAFT    ISSUED   BRANCH ACCOUNT       AMOUNT "
                  "   AGE PAYEE                                    "
                  "FLAG"
                  DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE.
       EXIT.

      *One pass of the register per section; the month's closures
      *are counted on the outstanding pass.
       LIST-SECTION.

           MOVE "N" TO END-OF-FILE
           MOVE 0 TO DRF-NUMBER
           START DRAFT-FILE
                 KEY IS NOT LESS THAN DRF-NUMBER
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ DRAFT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF DRF-STATUS = WS-SECTION
                    PERFORM WRITE-DRAFT-LINE
                 END-IF
                 IF WS-SECTION = "O"
                    PERFORM COUNT-MONTH-CLOSURE
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-DRAFT-LINE.

           MOVE DRF-ISSUE-DATE TO INPUT-DATE
           CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                TOTALRETURN2
           IF TOTALRETURN1 > TOTALRETURN2
              COMPUTE WS-AGE-DAYS = TOTALRETURN1 - TOTALRETURN2
           ELSE
              MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE SPACES TO WS-FLAG
           IF WS-SECTION = "O"
              ADD 1 TO WS-OUT-COUNT
              ADD DRF-AMOUNT TO WS-OUT-TOTAL
              IF DRF-ISSUE-DATE < WS-ESCHEAT-CUTOFF
                 MOVE "ESCHEAT DUE" TO WS-FLAG
                 ADD 1 TO WS-ESCH-DUE-COUNT
                 ADD DRF-AMOUNT TO WS-ESCH-DUE-TOTAL
              ELSE IF DRF-ISSUE-DATE < WS-STALE-CUTOFF
                 MOVE "STALE" TO WS-FLAG
                 ADD 1 TO WS-STALE-COUNT
                 ADD DRF-AMOUNT TO WS-STALE-TOTAL
              END-IF
              END-IF
           ELSE
              ADD 1 TO WS-UNF-COUNT
              ADD DRF-AMOUNT TO WS-UNF-TOTAL
           END-IF
           MOVE DRF-AMOUNT  TO WS-AMOUNT-SHOW
           MOVE WS-AGE-DAYS TO WS-AGE-SHOW
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING DRF-NUMBER " " DRF-ISSUE-DATE " " DRF-BRANCH-CODE
                  "  " DRF-ACCOUNT-NUM " " WS-AMOUNT-SHOW " "
                  WS-AGE-SHOW " " DRF-PAYEE " " WS-FLAG
                  DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE.
       EXIT.

       COUNT-MONTH-CLOSURE.

           COMPUTE WS-CLOSED-PERIOD = DRF-CLOSED-DATE / 100
           IF DRF-CLOSED-DATE > 0 AND WS-CLOSED-PERIOD = WS-RUN-PERIOD
              EVALUATE TRUE
                WHEN DRF-STATUS-PAID
                  ADD 1 TO WS-PAID-COUNT
                WHEN DRF-STATUS-CANCELLED
                  ADD 1 TO WS-CANC-COUNT
                WHEN DRF-STATUS-ESCHEATED
                  ADD 1 TO WS-ESCH-COUNT
              END-EVALUATE
           END-IF.
       EXIT.

       READ-CONTROL-BALANCE.

           MOVE "N" TO WS-CONTROL-FOUND
           IF WS-PARM-DRAFT-ACCOUNT > 0
              OPEN INPUT CUSTOMER-FILE
               IF FILE-STATUS1 = "00"
                 MOVE WS-PARM-DRAFT-ACCOUNT TO ACCOUNT-NUM
                 READ CUSTOMER-FILE INTO CUS-RECORD
                      KEY IS ACCOUNT-NUM
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE "Y" TO WS-CONTROL-FOUND
                     MOVE CUS-ACCOUNT-BALANCE TO WS-CONTROL-BALANCE
                 END-READ
               END-IF
              CLOSE CUSTOMER-FILE
           END-IF.
       EXIT.

      *Unfunded drafts have not reached the control account, so it
      *should hold exactly the outstanding total.
       WRITE-SUMMARY.

           MOVE SPACES TO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE "SUMMARY" TO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE WS-OUT-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "OUTSTANDING      " WS-OUT-COUNT "  " WS-TOTAL-SHOW
                  DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE WS-STALE-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "  OF WHICH STALE " WS-STALE-COUNT "  "
                  WS-TOTAL-SHOW
                  DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE WS-ESCH-DUE-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "  ESCHEAT DUE    " WS-ESCH-DUE-COUNT "  "
                  WS-TOTAL-SHOW
                  DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE WS-UNF-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "UNFUNDED         " WS-UNF-COUNT "  " WS-TOTAL-SHOW
                  DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE SPACES TO DRAFT-PRINT-LINE
           STRING "CLOSED THIS MONTH: PAID " WS-PAID-COUNT
                  "  CANCELLED " WS-CANC-COUNT
                  "  ESCHEATED " WS-ESCH-COUNT
                  DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
           WRITE DRAFT-PRINT-LINE
           MOVE SPACES TO DRAFT-PRINT-LINE
           IF WS-CONTROL-FOUND = "N"
              MOVE "DRAFTS-PAYABLE CONTROL ACCOUNT NOT SET OR NOT FOUND"
                   TO DRAFT-PRINT-LINE
           ELSE
              COMPUTE WS-DIFFERENCE = WS-CONTROL-BALANCE -
                      WS-OUT-TOTAL
              MOVE WS-CONTROL-BALANCE TO WS-TOTAL-SHOW
              STRING "CONTROL ACCOUNT " WS-PARM-DRAFT-ACCOUNT
                     " BALANCE " WS-TOTAL-SHOW
                     DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
              WRITE DRAFT-PRINT-LINE
              MOVE WS-DIFFERENCE TO WS-TOTAL-SHOW
              MOVE SPACES TO DRAFT-PRINT-LINE
              IF WS-DIFFERENCE = 0
                 MOVE "CONTROL ACCOUNT AGREES WITH OUTSTANDING DRAFTS"
                      TO DRAFT-PRINT-LINE
              ELSE
                 STRING "*** CONTROL ACCOUNT OUT OF BALANCE BY "
                        WS-TOTAL-SHOW " ***"
                        DELIMITED BY SIZE INTO DRAFT-PRINT-LINE
              END-IF
           END-IF
           WRITE DRAFT-PRINT-LINE.
       EXIT.
