      *Monthly safe deposit box arrears report
      *Lists on SDBARR-yyyymm.prt, branch by branch, every rented box
      *whose rental is in arrears: the holder, the arrears amount,
      *the date the first unpaid rental fell due and the days since.
      *Boxes more than PARM-SDB-DRILL-DAYS in arrears are flagged
      *DRILL for the branch to start the drilling procedure (notice
      *to the holder, then forced opening under dual control and
      *inventory of the contents); an arrears collection still
      *waiting on posting is flagged PENDING.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projSafeBoxArrears.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SAFE-BOX-FILE ASSIGN TO 'projectSafeBox.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDB-KEY
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

       SELECT ARREARS-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       DATA DIVISION.
       FILE SECTION.
       FD SAFE-BOX-FILE.
       COPY projectSafeBoxBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD ARREARS-PRINT-FILE.
       01 ARREARS-PRINT-LINE      PIC X(132).

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
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-PARM-DRILL-DAYS     PIC 9(3) VALUE 180.
       01  WS-CUSTOMER-OPEN       PIC X VALUE "N".

       01  WS-CURRENT-BRANCH      PIC X(05) VALUE SPACES.
       01  WS-HOLDER-NAME         PIC X(30).
       01  WS-DAYS-IN-ARREARS     PIC 9(6).
       01  WS-FLAG                PIC X(8).

       01  WS-BRANCH-COUNT        PIC 9(5) VALUE 0.
       01  WS-BRANCH-TOTAL        PIC S9(10)V99 VALUE 0.
       01  WS-ARREARS-COUNT       PIC 9(5) VALUE 0.
       01  WS-ARREARS-TOTAL       PIC S9(10)V99 VALUE 0.
       01  WS-DRILL-COUNT         PIC 9(5) VALUE 0.

       01  WS-AMOUNT-SHOW         PIC ZZZZZ9.99.
       01  WS-TOTAL-SHOW          PIC -ZZZZZZZZ9.99.
       01  WS-DAYS-SHOW           PIC ZZZZZ9.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           COMPUTE WS-RUN-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH
           PERFORM READ-ARREARS-PARMS
           MOVE WS-RUN-DATE TO INPUT-DATE
           CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                TOTALRETURN1

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "SDBARR-" WS-RUN-PERIOD ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT ARREARS-PRINT-FILE
           MOVE SPACES TO ARREARS-PRINT-LINE
           STRING "SAFE DEPOSIT BOXES IN RENTAL ARREARS AS AT "
                  WS-RUN-DATE "  (DRILL AFTER " WS-PARM-DRILL-DAYS
                  " DAYS)"
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE

           OPEN INPUT SAFE-BOX-FILE
           IF FILE-STATUS NOT = "00"
              MOVE SPACES TO ARREARS-PRINT-LINE
              WRITE ARREARS-PRINT-LINE
              MOVE "SAFE BOX REGISTER NOT AVAILABLE"
                   TO ARREARS-PRINT-LINE
              WRITE ARREARS-PRINT-LINE
           ELSE
              OPEN INPUT CUSTOMER-FILE
              IF FILE-STATUS1 = "00"
                 MOVE "Y" TO WS-CUSTOMER-OPEN
              END-IF
              PERFORM LIST-ARREARS
              IF WS-CURRENT-BRANCH NOT = SPACES
                 PERFORM WRITE-BRANCH-TOTAL
              END-IF
              CLOSE CUSTOMER-FILE
           END-IF
           CLOSE SAFE-BOX-FILE

           PERFORM WRITE-SUMMARY
           CLOSE ARREARS-PRINT-FILE
           DISPLAY "SAFE BOX ARREARS REPORT WRITTEN: "
                   WS-PRINT-FILENAME
           DISPLAY "IN ARREARS " WS-ARREARS-COUNT "  FOR DRILLING "
                   WS-DRILL-COUNT.
         GOBACK.

       READ-ARREARS-PARMS.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS2 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-SDB-DRILL-DAYS IS NUMERIC AND
                     PARM-SDB-DRILL-DAYS > 0
                     MOVE PARM-SDB-DRILL-DAYS TO WS-PARM-DRILL-DAYS
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

      *The register is keyed branch first, so a change of branch
      *code closes one branch's list and opens the next.
       LIST-ARREARS.

           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO SDB-KEY
           START SAFE-BOX-FILE
                 KEY IS NOT LESS THAN SDB-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ SAFE-BOX-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF SDB-STATUS-RENTED AND SDB-ARREARS-AMOUNT > 0
                    IF SDB-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                       IF WS-CURRENT-BRANCH NOT = SPACES
                          PERFORM WRITE-BRANCH-TOTAL
                       END-IF
                       PERFORM WRITE-BRANCH-HEADING
                    END-IF
                    PERFORM WRITE-ARREARS-LINE
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       WRITE-BRANCH-HEADING.

           MOVE SDB-BRANCH-CODE TO WS-CURRENT-BRANCH
           MOVE 0 TO WS-BRANCH-COUNT
           MOVE 0 TO WS-BRANCH-TOTAL
           MOVE SPACES TO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE
           MOVE SPACES TO ARREARS-PRINT-LINE
           STRING "BRANCH " WS-CURRENT-BRANCH
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE
           MOVE SPACES TO ARREARS-PRINT-LINE
           STRING "BOX   SZ ACCOUNT    HOLDER                        "
                  "   ARREARS SINCE      DAYS FLAG"
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE.
       EXIT.

       WRITE-ARREARS-LINE.

           MOVE 0 TO WS-DAYS-IN-ARREARS
           IF SDB-ARREARS-SINCE > 0
              MOVE SDB-ARREARS-SINCE TO INPUT-DATE
              CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                   TOTALRETURN2
              IF TOTALRETURN1 > TOTALRETURN2
                 COMPUTE WS-DAYS-IN-ARREARS = TOTALRETURN1 -
                         TOTALRETURN2
              END-IF
           END-IF

           MOVE SPACES TO WS-HOLDER-NAME
           IF WS-CUSTOMER-OPEN = "Y"
              MOVE SDB-ACCOUNT-NUM TO ACCOUNT-NUM
              READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
                INVALID KEY
                  MOVE "*** ACCOUNT NOT ON FILE" TO WS-HOLDER-NAME
                NOT INVALID KEY
                  MOVE CUS-ACCOUNT-NAMES TO WS-HOLDER-NAME
              END-READ
           END-IF

           MOVE SPACES TO WS-FLAG
           IF WS-DAYS-IN-ARREARS > WS-PARM-DRILL-DAYS
              MOVE "DRILL" TO WS-FLAG
              ADD 1 TO WS-DRILL-COUNT
           ELSE IF SDB-BILL-TRANS-ID > 0 AND SDB-BILL-ARREARS
              MOVE "PENDING" TO WS-FLAG
           END-IF
           END-IF

           ADD 1 TO WS-BRANCH-COUNT
           ADD SDB-ARREARS-AMOUNT TO WS-BRANCH-TOTAL
           ADD 1 TO WS-ARREARS-COUNT
           ADD SDB-ARREARS-AMOUNT TO WS-ARREARS-TOTAL
           MOVE SDB-ARREARS-AMOUNT TO WS-AMOUNT-SHOW
           MOVE WS-DAYS-IN-ARREARS TO WS-DAYS-SHOW
           MOVE SPACES TO ARREARS-PRINT-LINE
           STRING SDB-BOX-NUM " " SDB-SIZE "  " SDB-ACCOUNT-NUM " "
                  WS-HOLDER-NAME " " WS-AMOUNT-SHOW " "
                  SDB-ARREARS-SINCE " " WS-DAYS-SHOW " " WS-FLAG
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE.
       EXIT.

       WRITE-BRANCH-TOTAL.

           MOVE WS-BRANCH-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO ARREARS-PRINT-LINE
           STRING "BRANCH " WS-CURRENT-BRANCH " BOXES "
                  WS-BRANCH-COUNT "  ARREARS " WS-TOTAL-SHOW
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE.
       EXIT.

       WRITE-SUMMARY.

           MOVE SPACES TO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE
           MOVE "SUMMARY" TO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE
           MOVE WS-ARREARS-TOTAL TO WS-TOTAL-SHOW
           MOVE SPACES TO ARREARS-PRINT-LINE
           STRING "BOXES IN ARREARS " WS-ARREARS-COUNT "  "
                  WS-TOTAL-SHOW
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE
           MOVE SPACES TO ARREARS-PRINT-LINE
           STRING "DUE FOR DRILLING " WS-DRILL-COUNT
                  DELIMITED BY SIZE INTO ARREARS-PRINT-LINE
           WRITE ARREARS-PRINT-LINE.
       EXIT.
