      *Supervisor approval workstation (maker-checker)
      *Account-maintenance transactions keyed in projTransactionEntry
      *arrive on TRANSACTION-FILE in the PENDING state, which the
      *posting run skips, as do money items keyed above the keying
      *operator's limit in projTransactionEntry, projTellerDrawer and
      *projSuspenseRepair, and every complaint redress credit from
      *projComplaintRegister. This lists the pending items and lets a
      *supervisor release each one for the next posting run or reject
      *it outright, so no account-level change takes effect on one
      *person's say-so. A bulk maintenance upload staged by
      *projBulkMaintenance arrives as one "BLK" item: releasing it
      *has projBulkMaintApply apply every line there and then (the
      *item itself is marked posted so the posting run never sees
      *it), and rejecting it refuses every line. Every decision is
      *written to the audit log and to the approval decision log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projApproval.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       SELECT APPROVAL-LOG-FILE ASSIGN TO 'projectApprovalLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       FD APPROVAL-LOG-FILE.
       COPY projectApprovalLogBook.

       WORKING-STORAGE SECTION.
       COPY CUS-TRANSACTIONS.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-PENDING-COUNT       PIC 9(4) VALUE 0.
       01  WS-PICK-ID             PIC 9(10).
       01  WS-DECISION            PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       COPY projectSignonBook.
       COPY projectBulkApplyBook.

       PROCEDURE DIVISION.

               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY " "
           DISPLAY "PENDING TRANSACTIONS AWAITING APPROVAL"
           DISPLAY "ID    TYPE ACCOUNT    AMOUNT    MEMO"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ TRANSACTION-FILE NEXT RECORD
                   EVALUATE WS-DECISION
                      WHEN "R"
                      WHEN "r"
                        IF TRANS-TYPE = "BLK"
                           MOVE "P" TO TRANS-STATUS
                           REWRITE TRANSACTION-RECORD
                           PERFORM DECIDE-BULK-UPLOAD
                        ELSE
                           MOVE SPACE TO TRANS-STATUS
                           REWRITE TRANSACTION-RECORD
                           DISPLAY "Released for next posting run: "
                                   WS-PICK-ID
                        END-IF
                        MOVE SPACES TO AUDIT-MESSAGE
                        STRING "MAINTENANCE TRANS RELEASED "
                               WS-PICK-ID
                               DELIMITED BY SIZE INTO AUDIT-MESSAGE
                        PERFORM WRITE-AUDIT-LOG
                        PERFORM WRITE-APPROVAL-LOG
                      WHEN "X"
                      WHEN "x"
                        MOVE "R" TO TRANS-STATUS
                        REWRITE TRANSACTION-RECORD
                        DISPLAY "Rejected: " WS-PICK-ID
                        IF TRANS-TYPE = "BLK"
                           PERFORM DECIDE-BULK-UPLOAD
                        END-IF
                        MOVE SPACES TO AUDIT-MESSAGE
                        STRING "MAINTENANCE TRANS REJECTED "
                               WS-PICK-ID
                               DELIMITED BY SIZE INTO AUDIT-MESSAGE
                        PERFORM WRITE-AUDIT-LOG
                        PERFORM WRITE-APPROVAL-LOG
                      WHEN OTHER
                        DISPLAY "No decision taken."
                   END-EVALUATE
           END-READ.
       EXIT.

      *The upload number travels in TRANS-REF-ID. The module
      *records each line's outcome and prints the per-line report.
       DECIDE-BULK-UPLOAD.

           MOVE TRANS-REF-ID       TO BLKQ-UPLOAD-ID
           MOVE WS-DECISION        TO BLKQ-DECISION
           INSPECT BLKQ-DECISION CONVERTING "rx" TO "RX"
           MOVE SIGNON-OPERATOR-ID TO BLKQ-APPROVER-ID
           CALL 'projBulkMaintApply' USING BULK-APPLY-REQUEST
           DISPLAY "Bulk upload " BLKQ-UPLOAD-ID ": "
                   BLKQ-APPLIED-COUNT " line(s) applied, "
                   BLKQ-REJECTED-COUNT " refused."
           DISPLAY "Per-line report: " BLKQ-REPORT-NAME.
       EXIT.

       WRITE-APPROVAL-LOG.

           OPEN EXTEND APPROVAL-LOG-FILE
            IF FILE-STATUS2 = "35"
              CLOSE APPROVAL-LOG-FILE
              OPEN OUTPUT APPROVAL-LOG-FILE
            END-IF
            ACCEPT APL-DATE FROM DATE YYYYMMDD
            ACCEPT APL-TIME FROM TIME
            MOVE TRANS-ID          TO APL-TRANS-ID
            MOVE TRANS-TYPE        TO APL-TRANS-TYPE
            MOVE TRANS-ACCOUNT-NUM TO APL-ACCOUNT-NUM
            MOVE TRANS-AMOUNT      TO APL-AMOUNT
            MOVE WS-DECISION       TO APL-DECISION
            INSPECT APL-DECISION CONVERTING "rx" TO "RX"
            MOVE SIGNON-OPERATOR-ID TO APL-APPROVER-ID
            WRITE APPROVAL-LOG-RECORD
           CLOSE APPROVAL-LOG-FILE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
