      *Signatory mandate maintenance utility
      *Keys the signing mandate an account is operated under: the
      *customers (by CIF-ID) authorized to sign, the signing rule -
      *any one, any two together, or a named signatory together
      *with any other - and the largest single item each may sign.
      *Every signatory must be an active customer on the CIF. A new
      *or replaced mandate, and a cancellation, only take effect
      *once a supervisor other than the keying teller approves
      *them. Counter WIT, TRF and CHQ items in projTransactionEntry
      *are checked against the active mandate by projSignatoryCheck.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projSignatoryMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SIGNATORY-FILE ASSIGN TO 'projectSignatory.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGM-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS1.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS2.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       DATA DIVISION.
       FILE SECTION.
       FD SIGNATORY-FILE.
       COPY projectSignatoryBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectSignonBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  WS-TELLER-ID           PIC X(8).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-CONFIRM             PIC X.
       01  WS-ENTRY-ACCOUNT-NUM   PIC 9(10).
       01  WS-ACCOUNT-OK          PIC X.
       01  WS-MANDATE-EXISTS      PIC X.
       01  WS-CIF-OK              PIC X.
       01  WS-NAMED-FOUND         PIC X.
       01  WS-SIG-IDX             PIC 9(1).
       01  WS-DUP-IDX             PIC 9(1).
       01  WS-ENTRY-COUNT         PIC 9(1).
       01  WS-ENTRY-RULE          PIC X.
       01  WS-ENTRY-NAMED-CIF     PIC 9(8).

      *The mandate as keyed, held here until the supervisor approves
      *it and it is moved over the record on file.
       01  WS-NEW-MANDATE.
        05 WS-NEW-SIGNATORY OCCURS 6 TIMES.
         10 WS-NEW-SIG-CIF-ID     PIC 9(8).
         10 WS-NEW-SIG-LIMIT      PIC 9(10)V99.

       PROCEDURE DIVISION.

           MOVE "T" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF
           MOVE SIGNON-OPERATOR-ID TO WS-TELLER-ID
           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN I-O SIGNATORY-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT SIGNATORY-FILE
              CLOSE SIGNATORY-FILE
              OPEN I-O SIGNATORY-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Signatory mandate file not available. FILE "
                      "STATUS: " FILE-STATUS
              GOBACK
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (S=set mandate C=cancel mandate "
                     "Q=query mandate): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "S"
                WHEN "s"
                  PERFORM SET-MANDATE THRU SET-MANDATE-EXIT
                WHEN "C"
                WHEN "c"
                  PERFORM CANCEL-MANDATE THRU CANCEL-MANDATE-EXIT
                WHEN "Q"
                WHEN "q"
                  PERFORM QUERY-MANDATE
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another mandate action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE SIGNATORY-FILE.
         GOBACK.

      *Key a new mandate, or replace the one on file, in full. The
      *mandate is built in working storage and validated before the
      *supervisor is asked to approve it.
       SET-MANDATE.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           PERFORM LOOKUP-ACCOUNT
           IF WS-ACCOUNT-OK NOT = "Y"
              GO TO SET-MANDATE-EXIT
           END-IF
           PERFORM READ-MANDATE
           IF WS-MANDATE-EXISTS = "Y"
              DISPLAY "Current mandate - replaced in full by the one "
                      "now keyed:"
              PERFORM SHOW-MANDATE
           END-IF

           DISPLAY "Signing rule (1=any one 2=any two "
                   "N=named plus any other): "
           ACCEPT WS-ENTRY-RULE
           IF WS-ENTRY-RULE = "n"
              MOVE "N" TO WS-ENTRY-RULE
           END-IF
           IF WS-ENTRY-RULE NOT = "1" AND
              WS-ENTRY-RULE NOT = "2" AND
              WS-ENTRY-RULE NOT = "N"
              DISPLAY "Rejected: unknown signing rule " WS-ENTRY-RULE
              GO TO SET-MANDATE-EXIT
           END-IF
           DISPLAY "Number of signatories (1-6): "
           ACCEPT WS-ENTRY-COUNT
           IF WS-ENTRY-COUNT < 1 OR WS-ENTRY-COUNT > 6
              DISPLAY "Rejected: between 1 and 6 signatories."
              GO TO SET-MANDATE-EXIT
           END-IF
           IF WS-ENTRY-RULE NOT = "1" AND WS-ENTRY-COUNT < 2
              DISPLAY "Rejected: this rule needs at least two "
                      "signatories."
              GO TO SET-MANDATE-EXIT
           END-IF

           MOVE "Y" TO WS-CIF-OK
           INITIALIZE WS-NEW-MANDATE
           PERFORM ACCEPT-ONE-SIGNATORY THRU ACCEPT-ONE-SIGNATORY-EXIT
                   VARYING WS-SIG-IDX FROM 1 BY 1
                   UNTIL WS-SIG-IDX > WS-ENTRY-COUNT
                      OR WS-CIF-OK NOT = "Y"
           IF WS-CIF-OK NOT = "Y"
              GO TO SET-MANDATE-EXIT
           END-IF

           MOVE 0 TO WS-ENTRY-NAMED-CIF
           IF WS-ENTRY-RULE = "N"
              DISPLAY "CIF-ID of the named signatory: "
              ACCEPT WS-ENTRY-NAMED-CIF
              MOVE "N" TO WS-NAMED-FOUND
              PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                      UNTIL WS-SIG-IDX > WS-ENTRY-COUNT
                IF WS-NEW-SIG-CIF-ID(WS-SIG-IDX) = WS-ENTRY-NAMED-CIF
                   MOVE "Y" TO WS-NAMED-FOUND
                END-IF
              END-PERFORM
              IF WS-NAMED-FOUND NOT = "Y"
                 DISPLAY "Rejected: the named signatory must be one "
                         "of the signatories keyed."
                 GO TO SET-MANDATE-EXIT
              END-IF
           END-IF

           DISPLAY "Supervisor approval required."
           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Approval refused - mandate not changed."
              GO TO SET-MANDATE-EXIT
           END-IF
           IF SIGNON-OPERATOR-ID = WS-TELLER-ID
              DISPLAY "The approving supervisor must not be the "
                      "teller keying the mandate."
              GO TO SET-MANDATE-EXIT
           END-IF

           MOVE WS-ENTRY-ACCOUNT-NUM TO SGM-ACCOUNT-NUM
           MOVE WS-ENTRY-RULE        TO SGM-RULE
           MOVE WS-ENTRY-NAMED-CIF   TO SGM-NAMED-CIF-ID
           MOVE WS-ENTRY-COUNT       TO SGM-SIGNATORY-COUNT
           PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                   UNTIL WS-SIG-IDX > 6
             MOVE WS-NEW-SIG-CIF-ID(WS-SIG-IDX)
                  TO SGM-SIG-CIF-ID(WS-SIG-IDX)
             MOVE WS-NEW-SIG-LIMIT(WS-SIG-IDX)
                  TO SGM-SIG-LIMIT(WS-SIG-IDX)
           END-PERFORM
           MOVE "A"                  TO SGM-STATUS
           MOVE WS-TELLER-ID         TO SGM-KEYED-BY
           MOVE SIGNON-OPERATOR-ID   TO SGM-APPROVED-BY
           MOVE WS-RUN-DATE          TO SGM-APPROVED-DATE
           IF WS-MANDATE-EXISTS = "Y"
              REWRITE SIGNATORY-MANDATE-RECORD
           ELSE
              WRITE SIGNATORY-MANDATE-RECORD
           END-IF
           IF FILE-STATUS NOT = "00"
              DISPLAY "Mandate not saved. FILE STATUS: " FILE-STATUS
              GO TO SET-MANDATE-EXIT
           END-IF
           DISPLAY "Mandate for account " SGM-ACCOUNT-NUM
                   " saved, approved by " SGM-APPROVED-BY "."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "MANDATE SET " SGM-ACCOUNT-NUM " RULE " SGM-RULE
                  " BY " SGM-APPROVED-BY
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       SET-MANDATE-EXIT.
       EXIT.

      *Each signatory must be an active customer on the CIF and may
      *appear only once on the mandate.
       ACCEPT-ONE-SIGNATORY.

           DISPLAY "Signatory " WS-SIG-IDX " CIF-ID: "
           ACCEPT WS-NEW-SIG-CIF-ID(WS-SIG-IDX)
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX >= WS-SIG-IDX
             IF WS-NEW-SIG-CIF-ID(WS-DUP-IDX) =
                WS-NEW-SIG-CIF-ID(WS-SIG-IDX)
                MOVE "N" TO WS-CIF-OK
             END-IF
           END-PERFORM
           IF WS-CIF-OK NOT = "Y"
              DISPLAY "Rejected: CIF " WS-NEW-SIG-CIF-ID(WS-SIG-IDX)
                      " is already a signatory."
              GO TO ACCEPT-ONE-SIGNATORY-EXIT
           END-IF

           OPEN INPUT CIF-FILE
            IF FILE-STATUS2 NOT = "00"
              DISPLAY "CIF file not available. FILE STATUS: "
                      FILE-STATUS2
              MOVE "N" TO WS-CIF-OK
            ELSE
              MOVE WS-NEW-SIG-CIF-ID(WS-SIG-IDX) TO CIF-ID
              READ CIF-FILE
                 KEY IS CIF-ID
                 INVALID KEY
                   DISPLAY "Rejected: no CIF " CIF-ID
                   MOVE "N" TO WS-CIF-OK
                 NOT INVALID KEY
                   IF NOT CIF-ACTIVE
                      DISPLAY "Rejected: CIF " CIF-ID
                              " is not active."
                      MOVE "N" TO WS-CIF-OK
                   ELSE
                      DISPLAY "  " CIF-NAME
                   END-IF
              END-READ
            END-IF
           CLOSE CIF-FILE
           IF WS-CIF-OK NOT = "Y"
              GO TO ACCEPT-ONE-SIGNATORY-EXIT
           END-IF

           DISPLAY "Largest item this signatory may sign "
                   "(0 = no limit): "
           ACCEPT WS-NEW-SIG-LIMIT(WS-SIG-IDX).
       ACCEPT-ONE-SIGNATORY-EXIT.
       EXIT.

      *A cancelled mandate stays on file for the record; the account
      *then operates on its holders' signatures alone.
       CANCEL-MANDATE.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           PERFORM READ-MANDATE
           IF WS-MANDATE-EXISTS NOT = "Y" OR NOT SGM-STATUS-ACTIVE
              DISPLAY "No active mandate on account "
                      WS-ENTRY-ACCOUNT-NUM
              GO TO CANCEL-MANDATE-EXIT
           END-IF
           PERFORM SHOW-MANDATE
           DISPLAY "Cancel this mandate? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              GO TO CANCEL-MANDATE-EXIT
           END-IF

           DISPLAY "Supervisor approval required."
           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Approval refused - mandate stays active."
              GO TO CANCEL-MANDATE-EXIT
           END-IF
           IF SIGNON-OPERATOR-ID = WS-TELLER-ID
              DISPLAY "The approving supervisor must not be the "
                      "teller cancelling the mandate."
              GO TO CANCEL-MANDATE-EXIT
           END-IF

           MOVE "C"                TO SGM-STATUS
           MOVE WS-TELLER-ID       TO SGM-KEYED-BY
           MOVE SIGNON-OPERATOR-ID TO SGM-APPROVED-BY
           MOVE WS-RUN-DATE        TO SGM-APPROVED-DATE
           REWRITE SIGNATORY-MANDATE-RECORD
           DISPLAY "Mandate on account " SGM-ACCOUNT-NUM
                   " cancelled."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "MANDATE CANCELLED " SGM-ACCOUNT-NUM " BY "
                  SGM-APPROVED-BY
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       CANCEL-MANDATE-EXIT.
       EXIT.

       QUERY-MANDATE.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           PERFORM READ-MANDATE
           IF WS-MANDATE-EXISTS = "Y"
              PERFORM SHOW-MANDATE
           ELSE
              DISPLAY "No mandate on account " WS-ENTRY-ACCOUNT-NUM
           END-IF.
       EXIT.

       READ-MANDATE.

           MOVE "N" TO WS-MANDATE-EXISTS
           MOVE WS-ENTRY-ACCOUNT-NUM TO SGM-ACCOUNT-NUM
           READ SIGNATORY-FILE
              KEY IS SGM-ACCOUNT-NUM
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE "Y" TO WS-MANDATE-EXISTS
           END-READ.
       EXIT.

       SHOW-MANDATE.

           DISPLAY "Account " SGM-ACCOUNT-NUM " status " SGM-STATUS
                   " approved by " SGM-APPROVED-BY
                   " on " SGM-APPROVED-DATE
           EVALUATE TRUE
             WHEN SGM-RULE-ANY-ONE
               DISPLAY "Rule: any one signatory"
             WHEN SGM-RULE-ANY-TWO
               DISPLAY "Rule: any two signatories together"
             WHEN SGM-RULE-NAMED-PLUS-ONE
               DISPLAY "Rule: CIF " SGM-NAMED-CIF-ID
                       " together with any other"
           END-EVALUATE
           PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                   UNTIL WS-SIG-IDX > SGM-SIGNATORY-COUNT
             IF SGM-SIG-LIMIT(WS-SIG-IDX) = 0
                DISPLAY "  CIF " SGM-SIG-CIF-ID(WS-SIG-IDX)
                        "  no limit"
             ELSE
                DISPLAY "  CIF " SGM-SIG-CIF-ID(WS-SIG-IDX)
                        "  limit " SGM-SIG-LIMIT(WS-SIG-IDX)
             END-IF
           END-PERFORM.
       EXIT.

      *Mandates are set on open customer accounts only.
       LOOKUP-ACCOUNT.

           MOVE "N" TO WS-ACCOUNT-OK
           MOVE WS-ENTRY-ACCOUNT-NUM TO ACCOUNT-NUM
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS1 = "00"
              READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
                 INVALID KEY
                   DISPLAY "No customer record found for account: "
                           WS-ENTRY-ACCOUNT-NUM
                 NOT INVALID KEY
                   IF CUS-ACCOUNT-STATUS = "C"
                      DISPLAY "Account is closed."
                   ELSE
                      DISPLAY "Account " CUS-ACCOUNT-NUM " "
                              CUS-ACCOUNT-NAMES
                      MOVE "Y" TO WS-ACCOUNT-OK
                   END-IF
              END-READ
            ELSE
              DISPLAY "Customer file not available. FILE STATUS: "
                      FILE-STATUS1
            END-IF
           CLOSE CUSTOMER-FILE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projSignatoryMaint" TO AUDIT-PROGRAM-NAME
         MOVE "projectSignatory.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE WS-TELLER-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
