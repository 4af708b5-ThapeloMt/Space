      *Operator master maintenance utility
      *Adds and amends the operators (id, name, role, password,
      *keying limits and the operator's own and related customer
      *numbers) that projOperatorSignon, projOperatorLimit and
      *projStaffAccountCheck validate against, and releases
      *operators the sign-on locked or suspended. A password set
      *here is temporary: the operator must change it on first
      *sign-on. Administrator authority is required to run it, so no
      *supervisor can widen their own or a teller's powers.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projOperatorMaintenance.
               RECORD KEY IS OPER-ID
                FILE STATUS IS FILE-STATUS.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
       COPY projectOperatorBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ENTRY-ID            PIC X(8).
       01  WS-ENTRY-ROLE          PIC X(1).
       01  WS-ENTRY-PASSWORD      PIC X(8).
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ENTRY-LIMIT         PIC 9(10)V99.
       01  WS-ENTRY-TRAN-TYPE     PIC X(3).
       01  WS-LIMIT-IDX           PIC 9(2).
       01  WS-ENTRY-BRANCH        PIC X(05).
       01  WS-TODAY               PIC 9(8).
       01  WS-ENTRY-CIF           PIC 9(8).
       01  WS-CIF-IDX             PIC 9(2).

       PROCEDURE DIVISION.

           MOVE "X" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
                      FILE-STATUS
              GOBACK
            END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=add/amend U=unlock/reinstate "
                     "L=list): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM ADD-OR-AMEND-OPERATOR
                     THRU ADD-OR-AMEND-EXIT
                WHEN "U"
                WHEN "u"
                  PERFORM UNLOCK-OPERATOR
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-OPERATORS
           ACCEPT WS-ENTRY-ID
           DISPLAY "Name: "
           ACCEPT WS-ENTRY-NAME
           DISPLAY "Role (T=teller E=senior teller S=supervisor "
                   "B=back office A=auditor X=administrator): "
           ACCEPT WS-ENTRY-ROLE
           MOVE WS-ENTRY-ROLE TO OPER-ROLE
           IF NOT OPER-ROLE-VALID
              DISPLAY "Unknown role " WS-ENTRY-ROLE
                      ", operator not saved."
              GO TO ADD-OR-AMEND-EXIT
           END-IF
           DISPLAY "Branch code: "
           ACCEPT WS-ENTRY-BRANCH
           DISPLAY "Password (to be changed at first sign-on): "
           ACCEPT WS-ENTRY-PASSWORD

           INITIALIZE OPERATOR-RECORD
           MOVE WS-ENTRY-BRANCH   TO OPER-BRANCH-CODE
           MOVE "A"               TO OPER-STATUS
           MOVE WS-TODAY          TO OPER-STATUS-DATE
           MOVE WS-ENTRY-ID       TO OPER-ID
           MOVE WS-ENTRY-NAME     TO OPER-NAME
           MOVE WS-ENTRY-ROLE     TO OPER-ROLE
           MOVE WS-ENTRY-PASSWORD TO OPER-PASSWORD
           IF NOT OPER-ROLE-SUPERVISOR AND NOT OPER-ROLE-ADMIN AND
              NOT OPER-ROLE-AUDITOR
              PERFORM ENTER-KEYING-LIMITS
           END-IF
           PERFORM ENTER-STAFF-CIFS
           WRITE OPERATOR-RECORD
            INVALID KEY
              REWRITE OPERATOR-RECORD
              DISPLAY "Operator amended: " WS-ENTRY-ID
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "OPERATOR AMENDED " WS-ENTRY-ID
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
            NOT INVALID KEY
              DISPLAY "Operator added: " WS-ENTRY-ID
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "OPERATOR ADDED " WS-ENTRY-ID
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
           END-WRITE
           PERFORM WRITE-AUDIT-LOG.
       ADD-OR-AMEND-EXIT.
       EXIT.

      *The default limit covers every type not given a limit of its
      *own; up to ten types may carry their own. Zero means every
      *item of that type goes to a supervisor.
       ENTER-KEYING-LIMITS.

           DISPLAY "Default keying limit per item: "
           ACCEPT WS-ENTRY-LIMIT
           MOVE WS-ENTRY-LIMIT TO OPER-DEFAULT-LIMIT
           MOVE "X" TO WS-ENTRY-TRAN-TYPE
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > 10
                      OR WS-ENTRY-TRAN-TYPE = SPACES
             DISPLAY "Transaction type with its own limit "
                     "(blank to finish): "
             ACCEPT WS-ENTRY-TRAN-TYPE
             IF WS-ENTRY-TRAN-TYPE NOT = SPACES
                DISPLAY "Limit for " WS-ENTRY-TRAN-TYPE ": "
                ACCEPT WS-ENTRY-LIMIT
                MOVE WS-ENTRY-TRAN-TYPE
                     TO OPER-LIMIT-TRAN-TYPE(WS-LIMIT-IDX)
                MOVE WS-ENTRY-LIMIT
                     TO OPER-LIMIT-AMOUNT(WS-LIMIT-IDX)
             END-IF
           END-PERFORM.
       EXIT.

      *Every operator is asked, whatever the role: a supervisor
      *keying onto a relative's account is as much an insider as a
      *teller is.
       ENTER-STAFF-CIFS.

           DISPLAY "Operator's own CIF-ID (0 if not a customer): "
           ACCEPT WS-ENTRY-CIF
           MOVE WS-ENTRY-CIF TO OPER-CIF-ID
           MOVE 1 TO WS-ENTRY-CIF
           PERFORM VARYING WS-CIF-IDX FROM 1 BY 1
                   UNTIL WS-CIF-IDX > 5
                      OR WS-ENTRY-CIF = 0
             DISPLAY "Declared related CIF-ID (0 to finish): "
             ACCEPT WS-ENTRY-CIF
             MOVE WS-ENTRY-CIF TO OPER-RELATED-CIF(WS-CIF-IDX)
           END-PERFORM.
       EXIT.

      *Clears a lockout or a dormancy suspension. The failed-try
      *count restarts and the idle clock starts again from today.
       UNLOCK-OPERATOR.

           DISPLAY "Operator id to unlock or reinstate: "
           ACCEPT WS-ENTRY-ID
           MOVE WS-ENTRY-ID TO OPER-ID
           READ OPERATOR-FILE
              KEY IS OPER-ID
              INVALID KEY
                DISPLAY "Operator not found: " WS-ENTRY-ID
              NOT INVALID KEY
                IF OPER-STATUS-LOCKED OR OPER-STATUS-SUSPENDED
                   MOVE "A" TO OPER-STATUS
                   MOVE WS-TODAY TO OPER-STATUS-DATE
                   MOVE 0 TO OPER-FAILED-TRIES
                   MOVE 0 TO OPER-LAST-SIGNON-DATE
                   REWRITE OPERATOR-RECORD
                   DISPLAY "Operator released: " WS-ENTRY-ID
                   MOVE SPACES TO AUDIT-MESSAGE
                   STRING "OPERATOR RELEASED " WS-ENTRY-ID
                          DELIMITED BY SIZE INTO AUDIT-MESSAGE
                   PERFORM WRITE-AUDIT-LOG
                ELSE
                   DISPLAY "Operator is not locked or suspended."
                END-IF
           END-READ.
       EXIT.

       LIST-OPERATORS.
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "ID       ROLE STAT BRNCH DEFAULT LIMIT  NAME"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ OPERATOR-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY OPER-ID " " OPER-ROLE "    " OPER-STATUS
                         "    " OPER-BRANCH-CODE " "
                         OPER-DEFAULT-LIMIT " " OPER-NAME
                 PERFORM LIST-TYPE-LIMITS
                 PERFORM LIST-STAFF-CIFS
             END-READ
           END-PERFORM.
       EXIT.

       LIST-TYPE-LIMITS.

           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > 10
             IF OPER-LIMIT-TRAN-TYPE(WS-LIMIT-IDX) NOT = SPACES
                DISPLAY "           " OPER-LIMIT-TRAN-TYPE(WS-LIMIT-IDX)
                        " LIMIT " OPER-LIMIT-AMOUNT(WS-LIMIT-IDX)
             END-IF
           END-PERFORM.
       EXIT.

       LIST-STAFF-CIFS.

           IF OPER-CIF-ID NOT = 0
              DISPLAY "           OWN CIF " OPER-CIF-ID
           END-IF
           PERFORM VARYING WS-CIF-IDX FROM 1 BY 1
                   UNTIL WS-CIF-IDX > 5
             IF OPER-RELATED-CIF(WS-CIF-IDX) NOT = 0
                DISPLAY "           RELATED CIF "
                        OPER-RELATED-CIF(WS-CIF-IDX)
             END-IF
           END-PERFORM.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projOperatorMaint" TO AUDIT-PROGRAM-NAME
         MOVE "projectOperatorFile.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
