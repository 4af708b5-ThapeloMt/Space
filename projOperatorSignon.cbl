      *Shared operator sign-on subprogram
      *Prompts for operator id and password, validates them against
      *the operator master, and enforces the role the calling program
      *asked for (see projectSignonBook for which roles satisfy
      *which requirement). Wrong passwords count towards a lockout,
      *an expired password must be changed before the sign-on
      *completes, and an operator idle past the dormancy limit is
      *suspended; every success, failure, lock and suspension goes
      *to the audit log. A call made while someone is already signed
      *on in the caller (a supervisor authorizing a teller's step) is
      *logged as an override for that operator. On first use (no
      *operator file on disk) a default administrator ADMIN/ADMIN is
      *created so the shop can bootstrap itself - its password must
      *be changed on the first sign-on.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projOperatorSignon.
               RECORD KEY IS OPER-ID
                FILE STATUS IS FILE-STATUS.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
       COPY projectOperatorBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY projHISTdateDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  WS-ENTRY-ID            PIC X(8).
       01  WS-ENTRY-PASSWORD      PIC X(8).
       01  WS-NEW-PASSWORD        PIC X(8).
       01  WS-REPEAT-PASSWORD     PIC X(8).
       01  WS-TRIES               PIC 9(1) VALUE 0.
       01  WS-ROLE-OK             PIC X VALUE "N".
       01  WS-TODAY               PIC 9(8).
       01  WS-TODAY-EPOCH         PIC 9(9).
       01  WS-IDLE-SINCE          PIC 9(8).
       01  WS-AGE-DAYS            PIC 9(9).
       01  WS-PARM-MAX-TRIES      PIC 9(2) VALUE 3.
       01  WS-PARM-PASSWORD-DAYS  PIC 9(3) VALUE 90.
       01  WS-PARM-DORMANT-DAYS   PIC 9(3) VALUE 90.
       01  WS-AUDIT-OPERATOR      PIC X(8).
       01  WS-PRIOR-OPERATOR      PIC X(8).

       LINKAGE SECTION.
       COPY projectSignonBook.

       PROCEDURE DIVISION USING SIGNON-REQUEST.

           MOVE SPACES TO WS-PRIOR-OPERATOR
           IF SIGNON-AUTHORIZED
              MOVE SIGNON-OPERATOR-ID TO WS-PRIOR-OPERATOR
           END-IF
           MOVE "N" TO SIGNON-RESULT
           MOVE SPACES TO SIGNON-OPERATOR-ID
           MOVE SPACES TO SIGNON-OPERATOR-ROLE
           MOVE 0 TO WS-TRIES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO INPUT-DATE
           CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                TOTALRETURN1
           MOVE TOTALRETURN1 TO WS-TODAY-EPOCH
           PERFORM READ-SIGNON-PARMS

           OPEN I-O OPERATOR-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT OPERATOR-FILE
               INITIALIZE OPERATOR-RECORD
               MOVE "ADMIN   " TO OPER-ID
               MOVE "DEFAULT ADMINISTRATOR" TO OPER-NAME
               MOVE "X" TO OPER-ROLE
               MOVE "ADMIN   " TO OPER-PASSWORD
               MOVE "A" TO OPER-STATUS
               MOVE WS-TODAY TO OPER-STATUS-DATE
               WRITE OPERATOR-RECORD
              CLOSE OPERATOR-FILE
              OPEN I-O OPERATOR-FILE
              DISPLAY "Operator file created with default "
                      "administrator ADMIN - change its password."
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Operator file not available. FILE STATUS: "
             ACCEPT WS-ENTRY-ID
             DISPLAY "Password: "
             ACCEPT WS-ENTRY-PASSWORD
             PERFORM VALIDATE-ONE-ATTEMPT THRU VALIDATE-ATTEMPT-EXIT
           END-PERFORM

           CLOSE OPERATOR-FILE.
           GOBACK.

       READ-SIGNON-PARMS.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS1 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-SIGNON-MAX-TRIES IS NUMERIC AND
                     PARM-SIGNON-MAX-TRIES > 0
                     MOVE PARM-SIGNON-MAX-TRIES TO WS-PARM-MAX-TRIES
                  END-IF
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

      *One id/password pair. The checks run in this order so a
      *locked or suspended operator learns nothing about whether the
      *password was right, and only a right password can reach the
      *role and expiry checks.
       VALIDATE-ONE-ATTEMPT.

           MOVE WS-ENTRY-ID TO OPER-ID
           MOVE WS-ENTRY-ID TO WS-AUDIT-OPERATOR
           READ OPERATOR-FILE
              KEY IS OPER-ID
              INVALID KEY
                DISPLAY "Sign-on refused."
                MOVE "SIGNON FAILED - UNKNOWN OPERATOR"
                     TO AUDIT-MESSAGE
                PERFORM WRITE-AUDIT-LOG
                GO TO VALIDATE-ATTEMPT-EXIT
           END-READ
           IF OPER-FAILED-TRIES IS NOT NUMERIC
              MOVE 0 TO OPER-FAILED-TRIES
           END-IF

           IF OPER-STATUS-LOCKED
              DISPLAY "Sign-on refused: operator locked - see an "
                      "administrator."
              MOVE "SIGNON REFUSED - OPERATOR LOCKED"
                   TO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
              GO TO VALIDATE-ATTEMPT-EXIT
           END-IF
           IF OPER-STATUS-SUSPENDED
              DISPLAY "Sign-on refused: operator suspended - see an "
                      "administrator."
              MOVE "SIGNON REFUSED - OPERATOR SUSPENDED"
                   TO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
              GO TO VALIDATE-ATTEMPT-EXIT
           END-IF

           IF OPER-PASSWORD NOT = WS-ENTRY-PASSWORD
              PERFORM COUNT-FAILED-PASSWORD
              GO TO VALIDATE-ATTEMPT-EXIT
           END-IF

           PERFORM CHECK-OPERATOR-DORMANT
           IF OPER-STATUS-SUSPENDED
              GO TO VALIDATE-ATTEMPT-EXIT
           END-IF

           PERFORM CHECK-ROLE-AUTHORITY
           IF WS-ROLE-OK NOT = "Y"
              DISPLAY "Sign-on refused: role " OPER-ROLE
                      " lacks the authority required."
              MOVE "SIGNON REFUSED - ROLE" TO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
              GO TO VALIDATE-ATTEMPT-EXIT
           END-IF

           IF OPER-PASSWORD-DATE IS NOT NUMERIC
              MOVE 0 TO OPER-PASSWORD-DATE
           END-IF
           MOVE 0 TO WS-AGE-DAYS
           IF OPER-PASSWORD-DATE > 0
              MOVE OPER-PASSWORD-DATE TO INPUT-DATE
              CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                   TOTALRETURN2
              IF WS-TODAY-EPOCH > TOTALRETURN2
                 COMPUTE WS-AGE-DAYS = WS-TODAY-EPOCH - TOTALRETURN2
              END-IF
           END-IF
           IF OPER-PASSWORD-DATE = 0 OR
              WS-AGE-DAYS > WS-PARM-PASSWORD-DAYS
              PERFORM FORCE-PASSWORD-CHANGE
              IF OPER-PASSWORD-DATE NOT = WS-TODAY
                 GO TO VALIDATE-ATTEMPT-EXIT
              END-IF
           END-IF

           MOVE 0 TO OPER-FAILED-TRIES
           MOVE WS-TODAY TO OPER-LAST-SIGNON-DATE
           REWRITE OPERATOR-RECORD
           MOVE "Y" TO SIGNON-RESULT
           MOVE OPER-ID TO SIGNON-OPERATOR-ID
           MOVE OPER-ROLE TO SIGNON-OPERATOR-ROLE
           DISPLAY "Signed on: " OPER-NAME
           MOVE "SIGNON OK" TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG
           IF WS-PRIOR-OPERATOR NOT = SPACES AND
              WS-PRIOR-OPERATOR NOT = OPER-ID
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "OVERRIDE FOR " WS-PRIOR-OPERATOR
                     " ROLE " SIGNON-REQUIRED-ROLE
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       VALIDATE-ATTEMPT-EXIT.
       EXIT.

       COUNT-FAILED-PASSWORD.

           ADD 1 TO OPER-FAILED-TRIES
           IF OPER-FAILED-TRIES NOT < WS-PARM-MAX-TRIES
              MOVE "L" TO OPER-STATUS
              MOVE WS-TODAY TO OPER-STATUS-DATE
              REWRITE OPERATOR-RECORD
              DISPLAY "Sign-on refused: operator now locked after "
                      OPER-FAILED-TRIES " failed attempts."
              MOVE "OPERATOR LOCKED - FAILED PASSWORDS"
                   TO AUDIT-MESSAGE
           ELSE
              REWRITE OPERATOR-RECORD
              DISPLAY "Sign-on refused."
              MOVE "SIGNON FAILED - WRONG PASSWORD" TO AUDIT-MESSAGE
           END-IF
           PERFORM WRITE-AUDIT-LOG.
       EXIT.

      *Idle is measured from the last sign-on, or for an operator
      *who has never signed on from the day the record was set up.
       CHECK-OPERATOR-DORMANT.

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
              IF WS-TODAY-EPOCH > TOTALRETURN2 AND
                 WS-TODAY-EPOCH - TOTALRETURN2 > WS-PARM-DORMANT-DAYS
                 MOVE "D" TO OPER-STATUS
                 MOVE WS-TODAY TO OPER-STATUS-DATE
                 REWRITE OPERATOR-RECORD
                 DISPLAY "Sign-on refused: no sign-on for over "
                         WS-PARM-DORMANT-DAYS " days - operator "
                         "suspended."
                 MOVE "OPERATOR SUSPENDED - DORMANT" TO AUDIT-MESSAGE
                 PERFORM WRITE-AUDIT-LOG
              END-IF
           END-IF.
       EXIT.

      *The new password is keyed twice, must not be blank and must
      *differ from the old one. A failed change leaves the sign-on
      *incomplete and the old password in place.
       FORCE-PASSWORD-CHANGE.

           DISPLAY "Password expired - a new password is required."
           DISPLAY "New password: "
           ACCEPT WS-NEW-PASSWORD
           DISPLAY "Repeat new password: "
           ACCEPT WS-REPEAT-PASSWORD
           IF WS-NEW-PASSWORD = SPACES OR
              WS-NEW-PASSWORD NOT = WS-REPEAT-PASSWORD OR
              WS-NEW-PASSWORD = OPER-PASSWORD
              DISPLAY "Sign-on refused: new password not accepted."
              MOVE "PASSWORD CHANGE REFUSED" TO AUDIT-MESSAGE
           ELSE
              MOVE WS-NEW-PASSWORD TO OPER-PASSWORD
              MOVE WS-TODAY TO OPER-PASSWORD-DATE
              DISPLAY "Password changed."
              MOVE "PASSWORD CHANGED AT SIGNON" TO AUDIT-MESSAGE
           END-IF
           PERFORM WRITE-AUDIT-LOG.
       EXIT.

      *Which operator roles satisfy the role the caller asked for.
      *The auditor satisfies only a read-only requirement, so no
      *program that changes anything will accept one.
       CHECK-ROLE-AUTHORITY.

           MOVE "N" TO WS-ROLE-OK
           EVALUATE SIGNON-REQUIRED-ROLE
              WHEN "R"
                IF OPER-ROLE-VALID
                   MOVE "Y" TO WS-ROLE-OK
                END-IF
              WHEN "T"
                IF OPER-ROLE-TELLER OR OPER-ROLE-SENIOR-TELLER OR
                   OPER-ROLE-SUPERVISOR OR OPER-ROLE-ADMIN
                   MOVE "Y" TO WS-ROLE-OK
                END-IF
              WHEN "E"
                IF OPER-ROLE-SENIOR-TELLER OR
                   OPER-ROLE-SUPERVISOR OR OPER-ROLE-ADMIN
                   MOVE "Y" TO WS-ROLE-OK
                END-IF
              WHEN "B"
                IF OPER-ROLE-BACK-OFFICE OR
                   OPER-ROLE-SUPERVISOR OR OPER-ROLE-ADMIN
                   MOVE "Y" TO WS-ROLE-OK
                END-IF
              WHEN "S"
                IF OPER-ROLE-SUPERVISOR OR OPER-ROLE-ADMIN
                   MOVE "Y" TO WS-ROLE-OK
                END-IF
              WHEN "X"
                IF OPER-ROLE-ADMIN
                   MOVE "Y" TO WS-ROLE-OK
                END-IF
              WHEN OTHER
                CONTINUE
           END-EVALUATE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projOperatorSignon" TO AUDIT-PROGRAM-NAME
         MOVE "projectOperatorFile.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE WS-AUDIT-OPERATOR TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
