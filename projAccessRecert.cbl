      *Quarterly operator access recertification listing
      *Lists every operator on the operator master branch by branch
      *on ACCESSRECERT-yyyyQn.prt with their role, sign-on status,
      *last sign-on and days idle, flagging anyone locked, suspended,
      *idle past PARM-OPER-DORMANT-DAYS or carrying an expired
      *password, and leaves a sign-off block under each branch for
      *its manager to confirm the access is still needed. Nothing is
      *changed here; removals go through projOperatorMaintenance.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projAccessRecert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERATOR-FILE ASSIGN TO 'projectOperatorFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
                FILE STATUS IS FILE-STATUS.

       SELECT BRANCH-FILE ASSIGN TO 'projectBranchFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
                FILE STATUS IS FILE-STATUS1.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT RECERT-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
       COPY projectOperatorBook.

       FD BRANCH-FILE.
       COPY projectBranchBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD RECERT-PRINT-FILE.
       01 RECERT-PRINT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
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
       01  WS-RUN-EPOCH           PIC 9(9).
       01  WS-QUARTER             PIC 9(1).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-PARM-PASSWORD-DAYS  PIC 9(3) VALUE 90.
       01  WS-PARM-DORMANT-DAYS   PIC 9(3) VALUE 90.

       01  WS-BRN-COUNT           PIC 9(3) VALUE 0.
       01  WS-BRN-IDX             PIC 9(3).
       01  WS-BRN-FOUND           PIC X.
       01  WS-BRN-WORK-CODE       PIC X(5).
       01  WS-BRN-TABLE.
        05 WS-BRN-ENTRY OCCURS 100 TIMES.
         10 WS-BRN-TAB-CODE       PIC X(5).
         10 WS-BRN-TAB-NAME       PIC X(30).
         10 WS-BRN-OPER-COUNT     PIC 9(4).

       01  WS-IDLE-SINCE          PIC 9(8).
       01  WS-IDLE-DAYS           PIC 9(5).
       01  WS-PWD-AGE             PIC 9(5).
       01  WS-ROLE-NAME           PIC X(14).
       01  WS-STATUS-NAME         PIC X(9).
       01  WS-FLAGS               PIC X(30).
       01  WS-FLAG-PTR            PIC 9(2).
       01  WS-OPER-TOTAL          PIC 9(5) VALUE 0.
       01  WS-FLAGGED-TOTAL       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO INPUT-DATE
           CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                TOTALRETURN1
           MOVE TOTALRETURN1 TO WS-RUN-EPOCH
           COMPUTE WS-QUARTER = (WS-RUN-MONTH + 2) / 3
           PERFORM READ-SIGNON-PARMS

           OPEN INPUT OPERATOR-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "Operator file not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
           END-IF
           PERFORM COLLECT-BRANCHES
           PERFORM RESOLVE-BRANCH-NAMES

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "ACCESSRECERT-" WS-RUN-YEAR "Q" WS-QUARTER ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT RECERT-PRINT-FILE
           MOVE SPACES TO RECERT-PRINT-LINE
           STRING "OPERATOR ACCESS RECERTIFICATION " WS-RUN-YEAR
                  " QUARTER " WS-QUARTER " AS AT " WS-RUN-DATE
                  DELIMITED BY SIZE INTO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           MOVE SPACES TO RECERT-PRINT-LINE
           STRING "DORMANT AFTER " WS-PARM-DORMANT-DAYS
                  " DAYS WITHOUT SIGN-ON, PASSWORDS EXPIRE AFTER "
                  WS-PARM-PASSWORD-DAYS " DAYS"
                  DELIMITED BY SIZE INTO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE

           PERFORM VARYING WS-BRN-IDX FROM 1 BY 1
                   UNTIL WS-BRN-IDX > WS-BRN-COUNT
             PERFORM PRINT-ONE-BRANCH
           END-PERFORM

           MOVE SPACES TO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           MOVE SPACES TO RECERT-PRINT-LINE
           STRING "OPERATORS LISTED: " WS-OPER-TOTAL
                  "   FLAGGED FOR ATTENTION: " WS-FLAGGED-TOTAL
                  DELIMITED BY SIZE INTO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           CLOSE RECERT-PRINT-FILE
           CLOSE OPERATOR-FILE
           DISPLAY "ACCESS RECERTIFICATION: " WS-OPER-TOTAL
                   " OPERATORS, " WS-FLAGGED-TOTAL " FLAGGED ("
                   WS-PRINT-FILENAME ")".
         GOBACK.

       READ-SIGNON-PARMS.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS2 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-PASSWORD-DAYS IS NUMERIC AND
                     PARM-PASSWORD-DAYS > 0
                     MOVE PARM-PASSWORD-DAYS
                          TO WS-PARM-PASSWORD-DAYS
                  END-IF
                  IF PARM-OPER-DORMANT-DAYS IS NUMERIC AND
                     PARM-OPER-DORMANT-DAYS > 0
                     MOVE PARM-OPER-DORMANT-DAYS
                          TO WS-PARM-DORMANT-DAYS
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

       COLLECT-BRANCHES.

           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ OPERATOR-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 MOVE OPER-BRANCH-CODE TO WS-BRN-WORK-CODE
                 PERFORM FIND-OR-ADD-BRANCH
                 IF WS-BRN-IDX > 0
                    ADD 1 TO WS-BRN-OPER-COUNT(WS-BRN-IDX)
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

      *Leaves WS-BRN-IDX pointing at the entry for WS-BRN-WORK-CODE,
      *adding a fresh entry when the code is new (zero when the
      *table is full). Operators with no branch collect under the
      *code "*NONE" - head office and central functions.
       FIND-OR-ADD-BRANCH.

           IF WS-BRN-WORK-CODE = SPACES
              MOVE "*NONE" TO WS-BRN-WORK-CODE
           END-IF
           MOVE "N" TO WS-BRN-FOUND
           PERFORM VARYING WS-BRN-IDX FROM 1 BY 1
                   UNTIL WS-BRN-IDX > WS-BRN-COUNT
                      OR WS-BRN-FOUND = "Y"
             IF WS-BRN-TAB-CODE(WS-BRN-IDX) = WS-BRN-WORK-CODE
                MOVE "Y" TO WS-BRN-FOUND
             END-IF
           END-PERFORM
           IF WS-BRN-FOUND = "Y"
              SUBTRACT 1 FROM WS-BRN-IDX
           ELSE
              IF WS-BRN-COUNT < 100
                 ADD 1 TO WS-BRN-COUNT
                 MOVE WS-BRN-COUNT TO WS-BRN-IDX
                 MOVE WS-BRN-WORK-CODE TO WS-BRN-TAB-CODE(WS-BRN-IDX)
                 MOVE SPACES TO WS-BRN-TAB-NAME(WS-BRN-IDX)
                 MOVE 0 TO WS-BRN-OPER-COUNT(WS-BRN-IDX)
              ELSE
                 MOVE 0 TO WS-BRN-IDX
              END-IF
           END-IF.
       EXIT.

       RESOLVE-BRANCH-NAMES.

           OPEN INPUT BRANCH-FILE
            IF FILE-STATUS1 = "00"
              PERFORM VARYING WS-BRN-IDX FROM 1 BY 1
                      UNTIL WS-BRN-IDX > WS-BRN-COUNT
                MOVE WS-BRN-TAB-CODE(WS-BRN-IDX) TO BRN-CODE
                READ BRANCH-FILE
                   KEY IS BRN-CODE
                   INVALID KEY
                     MOVE "(NOT ON BRANCH MASTER)"
                          TO WS-BRN-TAB-NAME(WS-BRN-IDX)
                   NOT INVALID KEY
                     MOVE BRN-NAME TO WS-BRN-TAB-NAME(WS-BRN-IDX)
                END-READ
              END-PERFORM
            END-IF
           CLOSE BRANCH-FILE.
       EXIT.

      *The operator master is small; each branch takes its own pass
      *over it so the listing comes out grouped without a sort.
       PRINT-ONE-BRANCH.

           MOVE SPACES TO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           MOVE SPACES TO RECERT-PRINT-LINE
           STRING "BRANCH " WS-BRN-TAB-CODE(WS-BRN-IDX) " "
                  WS-BRN-TAB-NAME(WS-BRN-IDX) "  OPERATORS: "
                  WS-BRN-OPER-COUNT(WS-BRN-IDX)
                  DELIMITED BY SIZE INTO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           MOVE SPACES TO RECERT-PRINT-LINE
           STRING "ID       NAME                           "
                  "ROLE           STATUS    LAST SIGNON IDLE  FLAGS"
                  DELIMITED BY SIZE INTO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE

           MOVE "N" TO END-OF-FILE
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ OPERATOR-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 MOVE OPER-BRANCH-CODE TO WS-BRN-WORK-CODE
                 IF WS-BRN-WORK-CODE = SPACES
                    MOVE "*NONE" TO WS-BRN-WORK-CODE
                 END-IF
                 IF WS-BRN-WORK-CODE = WS-BRN-TAB-CODE(WS-BRN-IDX)
                    PERFORM PRINT-ONE-OPERATOR
                 END-IF
             END-READ
           END-PERFORM

           MOVE SPACES TO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           MOVE SPACES TO RECERT-PRINT-LINE
           STRING "ACCESS ABOVE REVIEWED AND CONFIRMED AS STILL "
                  "REQUIRED, EXCEPT AS MARKED FOR REMOVAL OR CHANGE."
                  DELIMITED BY SIZE INTO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE
           MOVE SPACES TO RECERT-PRINT-LINE
           STRING "BRANCH MANAGER: ______________________  "
                  "SIGNATURE: ____________________  DATE: __________"
                  DELIMITED BY SIZE INTO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE.
       EXIT.

       PRINT-ONE-OPERATOR.

           ADD 1 TO WS-OPER-TOTAL
           EVALUATE TRUE
              WHEN OPER-ROLE-TELLER
                MOVE "TELLER"         TO WS-ROLE-NAME
              WHEN OPER-ROLE-SENIOR-TELLER
                MOVE "SENIOR TELLER"  TO WS-ROLE-NAME
              WHEN OPER-ROLE-SUPERVISOR
                MOVE "SUPERVISOR"     TO WS-ROLE-NAME
              WHEN OPER-ROLE-BACK-OFFICE
                MOVE "BACK OFFICE"    TO WS-ROLE-NAME
              WHEN OPER-ROLE-AUDITOR
                MOVE "AUDITOR"        TO WS-ROLE-NAME
              WHEN OPER-ROLE-ADMIN
                MOVE "ADMINISTRATOR"  TO WS-ROLE-NAME
              WHEN OTHER
                MOVE "UNKNOWN"        TO WS-ROLE-NAME
           END-EVALUATE
           EVALUATE TRUE
              WHEN OPER-STATUS-LOCKED
                MOVE "LOCKED"         TO WS-STATUS-NAME
              WHEN OPER-STATUS-SUSPENDED
                MOVE "SUSPENDED"      TO WS-STATUS-NAME
              WHEN OTHER
                MOVE "ACTIVE"         TO WS-STATUS-NAME
           END-EVALUATE

           MOVE 0 TO WS-IDLE-DAYS
           MOVE 0 TO WS-IDLE-SINCE
           IF OPER-LAST-SIGNON-DATE IS NUMERIC AND
              OPER-LAST-SIGNON-DATE > 0
              MOVE OPER-LAST-SIGNON-DATE TO WS-IDLE-SINCE
           ELSE
              IF OPER-STATUS-DATE IS NUMERIC
                 MOVE OPER-STATUS-DATE TO WS-IDLE-SINCE
              END-IF
           END-IF
           IF WS-IDLE-SINCE > 0
              MOVE WS-IDLE-SINCE TO INPUT-DATE
              CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                   TOTALRETURN2
              IF WS-RUN-EPOCH > TOTALRETURN2
                 COMPUTE WS-IDLE-DAYS = WS-RUN-EPOCH - TOTALRETURN2
              END-IF
           END-IF
           MOVE 0 TO WS-PWD-AGE
           IF OPER-PASSWORD-DATE IS NUMERIC AND
              OPER-PASSWORD-DATE > 0
              MOVE OPER-PASSWORD-DATE TO INPUT-DATE
              CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                   TOTALRETURN2
              IF WS-RUN-EPOCH > TOTALRETURN2
                 COMPUTE WS-PWD-AGE = WS-RUN-EPOCH - TOTALRETURN2
              END-IF
           END-IF

           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF OPER-STATUS-ACTIVE AND
              WS-IDLE-DAYS > WS-PARM-DORMANT-DAYS
              STRING "DORMANT " DELIMITED BY SIZE
                     INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF NOT OPER-STATUS-ACTIVE
              STRING "NO ACCESS " DELIMITED BY SIZE
                     INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-PWD-AGE > WS-PARM-PASSWORD-DAYS OR
              OPER-PASSWORD-DATE NOT NUMERIC OR
              OPER-PASSWORD-DATE = 0
              STRING "PWD EXPIRED " DELIMITED BY SIZE
                     INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-FLAGS NOT = SPACES
              ADD 1 TO WS-FLAGGED-TOTAL
           END-IF

           MOVE SPACES TO RECERT-PRINT-LINE
           STRING OPER-ID " " OPER-NAME " " WS-ROLE-NAME " "
                  WS-STATUS-NAME " " OPER-LAST-SIGNON-DATE "    "
                  WS-IDLE-DAYS " " WS-FLAGS
                  DELIMITED BY SIZE INTO RECERT-PRINT-LINE
           WRITE RECERT-PRINT-LINE.
       EXIT.
