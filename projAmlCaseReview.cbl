      *AML alert case investigator worklist
      *Lists the alert cases projAmlMonitor has raised that are not
      *yet closed, oldest first, lets an investigator take a case
      *(it then shows as theirs on the worklist) and closes it with
      *a disposition code and a narrative: FP false positive, EX
      *explained by the customer's known business, DU duplicate of
      *another case, SU suspicious. A case closed SU goes on the
      *next suspicious-activity report extract (projAmlSarExtract).
      *Every take and close goes to the audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projAmlCaseReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AML-CASE-FILE ASSIGN TO 'projectAmlCase.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMLC-CASE-ID
               ALTERNATE RECORD KEY IS AMLC-ACCOUNT-NUM
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD AML-CASE-FILE.
       COPY projectAmlCaseBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ENTRY-CASE-ID       PIC 9(8).
       01  WS-ENTRY-DISPOSITION   PIC X(2).
       01  WS-ENTRY-NOTES         PIC X(60).
       01  WS-LISTED              PIC 9(5).
       01  WS-MINE-ONLY           PIC X.
       01  WS-AMT-ED              PIC Z(9)9.99.

       PROCEDURE DIVISION.

           MOVE "B" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF
           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN I-O AML-CASE-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT AML-CASE-FILE
              CLOSE AML-CASE-FILE
              OPEN I-O AML-CASE-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "AML case file not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (L=worklist M=my cases T=take case "
                     "C=close case): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "L"
                WHEN "l"
                  MOVE "N" TO WS-MINE-ONLY
                  PERFORM LIST-WORKLIST
                WHEN "M"
                WHEN "m"
                  MOVE "Y" TO WS-MINE-ONLY
                  PERFORM LIST-WORKLIST
                WHEN "T"
                WHEN "t"
                  PERFORM TAKE-CASE
                WHEN "C"
                WHEN "c"
                  PERFORM CLOSE-CASE
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another case action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE AML-CASE-FILE.
         GOBACK.

      *Cases not yet closed, in case-number order, which is the
      *order they were raised in.
       LIST-WORKLIST.

           MOVE 0 TO WS-LISTED
           MOVE "N" TO END-OF-FILE
           MOVE 0 TO AMLC-CASE-ID
           START AML-CASE-FILE KEY IS NOT LESS THAN AMLC-CASE-ID
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "CASE     ACCOUNT    SCENARIO DETECTED        "
                   "AMOUNT ST TAKEN BY"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ AML-CASE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF NOT AMLC-STATUS-CLOSED AND
                    (WS-MINE-ONLY = "N" OR
                     AMLC-INVESTIGATOR = SIGNON-OPERATOR-ID)
                    ADD 1 TO WS-LISTED
                    MOVE AMLC-AMOUNT TO WS-AMT-ED
                    DISPLAY AMLC-CASE-ID " " AMLC-ACCOUNT-NUM " "
                            AMLC-SCENARIO " " AMLC-DETECTED-DATE " "
                            WS-AMT-ED " " AMLC-STATUS "  "
                            AMLC-INVESTIGATOR
                    DISPLAY "         " AMLC-DETAIL
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY WS-LISTED " case(s) on the worklist.".
       EXIT.

       TAKE-CASE.

           DISPLAY "Case number to take: "
           ACCEPT WS-ENTRY-CASE-ID
           MOVE WS-ENTRY-CASE-ID TO AMLC-CASE-ID
           READ AML-CASE-FILE
              KEY IS AMLC-CASE-ID
              INVALID KEY
                DISPLAY "Case " WS-ENTRY-CASE-ID " not found."
              NOT INVALID KEY
                IF AMLC-STATUS-CLOSED
                   DISPLAY "Case is already closed."
                ELSE
                   IF AMLC-STATUS-WORKING AND
                      AMLC-INVESTIGATOR NOT = SIGNON-OPERATOR-ID
                      DISPLAY "Case moves from investigator "
                              AMLC-INVESTIGATOR
                   END-IF
                   MOVE "W" TO AMLC-STATUS
                   MOVE SIGNON-OPERATOR-ID TO AMLC-INVESTIGATOR
                   REWRITE AML-CASE-RECORD
                   DISPLAY "Case " AMLC-CASE-ID " taken."
                   MOVE SPACES TO AUDIT-MESSAGE
                   STRING "AML CASE " AMLC-CASE-ID " TAKEN"
                          DELIMITED BY SIZE INTO AUDIT-MESSAGE
                   PERFORM WRITE-AUDIT-LOG
                END-IF
           END-READ.
       EXIT.

      *Closing needs a recognised disposition and a narrative - the
      *narrative is what the regulator reads on a suspicious case.
       CLOSE-CASE.

           DISPLAY "Case number to close: "
           ACCEPT WS-ENTRY-CASE-ID
           MOVE WS-ENTRY-CASE-ID TO AMLC-CASE-ID
           READ AML-CASE-FILE
              KEY IS AMLC-CASE-ID
              INVALID KEY
                DISPLAY "Case " WS-ENTRY-CASE-ID " not found."
              NOT INVALID KEY
                IF AMLC-STATUS-CLOSED
                   DISPLAY "Case is already closed."
                ELSE
                   DISPLAY "Account " AMLC-ACCOUNT-NUM " scenario "
                           AMLC-SCENARIO " detected "
                           AMLC-DETECTED-DATE
                   DISPLAY "  " AMLC-DETAIL
                   DISPLAY "Disposition (FP=false positive "
                           "EX=explained DU=duplicate "
                           "SU=suspicious): "
                   ACCEPT WS-ENTRY-DISPOSITION
                   INSPECT WS-ENTRY-DISPOSITION CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE WS-ENTRY-DISPOSITION TO AMLC-DISPOSITION
                   IF NOT AMLC-DISP-VALID
                      DISPLAY "Unknown disposition, case not closed."
                   ELSE
                      DISPLAY "Narrative: "
                      ACCEPT WS-ENTRY-NOTES
                      IF WS-ENTRY-NOTES = SPACES
                         DISPLAY "A narrative is needed, case not "
                                 "closed."
                      ELSE
                         MOVE WS-ENTRY-NOTES TO AMLC-NOTES
                         MOVE "C" TO AMLC-STATUS
                         MOVE SIGNON-OPERATOR-ID TO AMLC-INVESTIGATOR
                         MOVE WS-RUN-DATE TO AMLC-CLOSED-DATE
                         MOVE 0 TO AMLC-SAR-DATE
                         REWRITE AML-CASE-RECORD
                         DISPLAY "Case " AMLC-CASE-ID " closed "
                                 AMLC-DISPOSITION
                         IF AMLC-DISP-SUSPICIOUS
                            DISPLAY "Case goes on the next "
                                    "suspicious-activity report."
                         END-IF
                         MOVE SPACES TO AUDIT-MESSAGE
                         STRING "AML CASE " AMLC-CASE-ID " CLOSED "
                                AMLC-DISPOSITION
                                DELIMITED BY SIZE INTO AUDIT-MESSAGE
                         PERFORM WRITE-AUDIT-LOG
                      END-IF
                   END-IF
                END-IF
           END-READ.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projAmlCaseReview" TO AUDIT-PROGRAM-NAME
         MOVE "projectAmlCase.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
