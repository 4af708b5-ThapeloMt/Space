      *Bulk account-maintenance apply module
      *Called with a BULK-APPLY-REQUEST by projApproval when a
      *supervisor decides the single PENDING "BLK" item that
      *projBulkMaintenance staged for an upload. On release every
      *staged line is checked again against the account as it now
      *stands and, if it still holds, applied exactly as the
      *individual maintenance would apply it: the account rewrite is
      *balance-journalled under the approval item's TRANS-ID, a
      *branch move leaves its inter-branch position for the GL
      *export, alert thresholds go to the subscription file, and
      *every change gets its own audit entry. On rejection every
      *line is refused. Either way each line's outcome is recorded
      *on the staging file and printed to BULKMAINT-<upload>.prt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projBulkMaintApply.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BULK-MAINT-FILE ASSIGN TO 'projectBulkMaint.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLKM-KEY
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

       SELECT BRANCH-FILE ASSIGN TO 'projectBranchFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
                FILE STATUS IS FILE-STATUS3.

       SELECT ALERT-SUB-FILE ASSIGN TO 'projectAlertSubs.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASUB-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS4.

       SELECT INTERBRANCH-FILE ASSIGN TO 'projectInterBranch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       SELECT BULK-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       DATA DIVISION.
       FILE SECTION.
       FD BULK-MAINT-FILE.
       COPY projectBulkMaintBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD BRANCH-FILE.
       COPY projectBranchBook.

       FD ALERT-SUB-FILE.
       COPY projectAlertBook.

       FD INTERBRANCH-FILE.
       COPY projectInterBranchBook.

       FD BULK-REPORT-FILE.
       01 BULK-REPORT-LINE        PIC X(132).

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-REPORT-FILENAME     PIC X(30).
       01  WS-BRANCH-MASTER       PIC X VALUE "N".
       01  WS-CUSTOMER-MASTER     PIC X VALUE "N".
       01  WS-LINE-REASON         PIC X(40).
       01  WS-OLD-BRANCH          PIC X(5).
       01  WS-ALERT-NEW           PIC X VALUE "N".
       01  WS-LINE-ED             PIC ZZZZ9.
       01  WS-COUNT-ED            PIC ZZZZ9.
       01  WS-BALJ-IMAGE.
        05 WS-BALJ-PROGRAM       PIC X(20)
                                  VALUE "projBulkMaintApply".
        05 WS-BALJ-TRANS-ID      PIC 9(10).
        05 WS-BALJ-ACCOUNT       PIC 9(10).
        05 WS-BALJ-BEFORE        PIC S9(8)V99.
        05 WS-BALJ-AFTER         PIC S9(8)V99.

       LINKAGE SECTION.
       COPY projectBulkApplyBook.

       PROCEDURE DIVISION USING BULK-APPLY-REQUEST.

           MOVE 0 TO BLKQ-APPLIED-COUNT
           MOVE 0 TO BLKQ-REJECTED-COUNT
           MOVE SPACES TO BLKQ-REPORT-NAME
           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN I-O BULK-MAINT-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "Bulk maintenance staging file not available. "
                      "FILE STATUS: " FILE-STATUS
              CLOSE BULK-MAINT-FILE
              GOBACK
            END-IF
           PERFORM OPEN-MASTER-FILES
           PERFORM START-BULK-REPORT

           MOVE "N" TO END-OF-FILE
           MOVE BLKQ-UPLOAD-ID TO BLKM-UPLOAD-ID
           MOVE 0 TO BLKM-LINE-NUM
           START BULK-MAINT-FILE KEY IS NOT LESS THAN BLKM-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ BULK-MAINT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF BLKM-UPLOAD-ID NOT = BLKQ-UPLOAD-ID
                    MOVE "Y" TO END-OF-FILE
                 ELSE IF BLKM-STATUS-STAGED
                    PERFORM DECIDE-ONE-LINE THRU DECIDE-ONE-LINE-EXIT
                    REWRITE BULK-MAINT-RECORD
                    PERFORM PRINT-LINE-OUTCOME
                 END-IF
                 END-IF
             END-READ
           END-PERFORM

           PERFORM FINISH-BULK-REPORT
           PERFORM CLOSE-MASTER-FILES
           CLOSE BULK-MAINT-FILE

           MOVE "projectBulkMaint.dat" TO AUDIT-FILE-NAME
           MOVE "00" TO AUDIT-FILE-STATUS
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "BULK UPLOAD " BLKQ-UPLOAD-ID
                  " APPLIED " BLKQ-APPLIED-COUNT
                  " REFUSED " BLKQ-REJECTED-COUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       OPEN-MASTER-FILES.

           MOVE "N" TO WS-CUSTOMER-MASTER
           OPEN I-O CUSTOMER-FILE
            IF FILE-STATUS1 = "00"
              MOVE "Y" TO WS-CUSTOMER-MASTER
            END-IF
           OPEN INPUT CIF-FILE
           MOVE "N" TO WS-BRANCH-MASTER
           OPEN INPUT BRANCH-FILE
            IF FILE-STATUS3 = "00"
              MOVE "Y" TO WS-BRANCH-MASTER
            END-IF
           OPEN I-O ALERT-SUB-FILE
            IF FILE-STATUS4 = "35"
              OPEN OUTPUT ALERT-SUB-FILE
              CLOSE ALERT-SUB-FILE
              OPEN I-O ALERT-SUB-FILE
            END-IF.
       EXIT.

       CLOSE-MASTER-FILES.

           CLOSE ALERT-SUB-FILE
           CLOSE BRANCH-FILE
           CLOSE CIF-FILE
           CLOSE CUSTOMER-FILE.
       EXIT.

      *A rejected upload refuses every line. A released one applies
      *each line that still passes the checks it passed when it was
      *staged - the account may have moved on while the item sat
      *in the approval queue.
       DECIDE-ONE-LINE.

           IF NOT BLKQ-RELEASE
              MOVE "R" TO BLKM-STATUS
              MOVE "REJECTED BY SUPERVISOR" TO BLKM-RESULT
              ADD 1 TO BLKQ-REJECTED-COUNT
              GO TO DECIDE-ONE-LINE-EXIT
           END-IF
           IF WS-CUSTOMER-MASTER NOT = "Y"
              MOVE "R" TO BLKM-STATUS
              MOVE "CUSTOMER FILE NOT AVAILABLE" TO BLKM-RESULT
              ADD 1 TO BLKQ-REJECTED-COUNT
              GO TO DECIDE-ONE-LINE-EXIT
           END-IF

           PERFORM CHECK-MAINT-LINE THRU CHECK-MAINT-LINE-EXIT
           IF WS-LINE-REASON NOT = SPACES
              MOVE "R" TO BLKM-STATUS
              MOVE WS-LINE-REASON TO BLKM-RESULT
              ADD 1 TO BLKQ-REJECTED-COUNT
              GO TO DECIDE-ONE-LINE-EXIT
           END-IF

           EVALUATE TRUE
             WHEN BLKM-ALERT
               PERFORM APPLY-ALERT-THRESHOLDS
             WHEN OTHER
               PERFORM APPLY-ACCOUNT-CHANGE
           END-EVALUATE
           IF WS-LINE-REASON NOT = SPACES
              MOVE "R" TO BLKM-STATUS
              MOVE WS-LINE-REASON TO BLKM-RESULT
              ADD 1 TO BLKQ-REJECTED-COUNT
              GO TO DECIDE-ONE-LINE-EXIT
           END-IF

           MOVE "A" TO BLKM-STATUS
           ADD 1 TO BLKQ-APPLIED-COUNT
           MOVE "projectCusFile.dat" TO AUDIT-FILE-NAME
           MOVE FILE-STATUS1 TO AUDIT-FILE-STATUS
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "BULK " BLKM-ACTION " " BLKM-ACCOUNT-NUM
                  " UPL " BLKM-UPLOAD-ID
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       DECIDE-ONE-LINE-EXIT.
       EXIT.

      *The line's edit against the account as it stands. Leaves the
      *account read into CUSTOMER-RECORD and WS-LINE-REASON blank
      *when the change may go ahead.
       CHECK-MAINT-LINE.

           MOVE SPACES TO WS-LINE-REASON
           MOVE BLKM-ACCOUNT-NUM TO ACCOUNT-NUM
           READ CUSTOMER-FILE
              KEY IS ACCOUNT-NUM
              INVALID KEY
                MOVE "ACCOUNT NOT ON FILE" TO WS-LINE-REASON
              NOT INVALID KEY
                CONTINUE
           END-READ
           IF WS-LINE-REASON NOT = SPACES
              GO TO CHECK-MAINT-LINE-EXIT
           END-IF
           IF ACCOUNT-CLOSED
              MOVE "ACCOUNT IS CLOSED" TO WS-LINE-REASON
              GO TO CHECK-MAINT-LINE-EXIT
           END-IF

           EVALUATE TRUE
             WHEN BLKM-FREEZE
               IF ACCOUNT-FROZEN
                  MOVE "ACCOUNT ALREADY FROZEN" TO WS-LINE-REASON
               END-IF
             WHEN BLKM-UNFREEZE
               IF NOT ACCOUNT-FROZEN
                  MOVE "ACCOUNT IS NOT FROZEN" TO WS-LINE-REASON
               ELSE
                  PERFORM CHECK-ESTATE-FREEZE
               END-IF
             WHEN BLKM-STMT-CYCLE
               IF BLKM-NEW-CYCLE > 28
                  MOVE "STATEMENT CYCLE MUST BE 0 TO 28"
                       TO WS-LINE-REASON
               END-IF
             WHEN BLKM-BRANCH
               IF BLKM-NEW-BRANCH = SPACES
                  MOVE "NO BRANCH CODE GIVEN" TO WS-LINE-REASON
               ELSE IF BLKM-NEW-BRANCH = BRANCH-CODE
                  MOVE "ACCOUNT ALREADY AT THAT BRANCH"
                       TO WS-LINE-REASON
               ELSE IF WS-BRANCH-MASTER = "Y"
                  MOVE BLKM-NEW-BRANCH TO BRN-CODE
                  READ BRANCH-FILE
                     KEY IS BRN-CODE
                     INVALID KEY
                       MOVE "BRANCH NOT ON BRANCH MASTER"
                            TO WS-LINE-REASON
                     NOT INVALID KEY
                       CONTINUE
                  END-READ
               END-IF
               END-IF
               END-IF
             WHEN BLKM-ALERT
               CONTINUE
             WHEN BLKM-DORMANCY
               EVALUATE BLKM-DORMANT-FLAG
                 WHEN "Y"
                   IF NOT ACCOUNT-ACTIVE
                      MOVE "ONLY AN ACTIVE ACCOUNT GOES DORMANT"
                           TO WS-LINE-REASON
                   END-IF
                 WHEN "N"
                   IF NOT ACCOUNT-DORMANT
                      MOVE "ACCOUNT IS NOT DORMANT" TO WS-LINE-REASON
                   END-IF
                 WHEN OTHER
                   MOVE "DORMANCY FLAG MUST BE Y OR N"
                        TO WS-LINE-REASON
               END-EVALUATE
             WHEN OTHER
               MOVE "UNKNOWN ACTION" TO WS-LINE-REASON
           END-EVALUATE.
       CHECK-MAINT-LINE-EXIT.
       EXIT.

      *A deceased customer's accounts stay frozen until the estate
      *is wound up through projEstateCase; bulk maintenance
      *is no way round that.
       CHECK-ESTATE-FREEZE.

           IF ACCOUNT-CIF-ID > 0
              MOVE ACCOUNT-CIF-ID TO CIF-ID
              READ CIF-FILE
                 KEY IS CIF-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CIF-ESTATE
                      MOVE "FROZEN FOR A DECEASED ESTATE"
                           TO WS-LINE-REASON
                   END-IF
              END-READ
           END-IF.
       EXIT.

       APPLY-ACCOUNT-CHANGE.

           MOVE BRANCH-CODE TO WS-OLD-BRANCH
           EVALUATE TRUE
             WHEN BLKM-FREEZE
               MOVE "F" TO ACCOUNT-STATUS
               MOVE "ACCOUNT FROZEN" TO BLKM-RESULT
             WHEN BLKM-UNFREEZE
               MOVE "A" TO ACCOUNT-STATUS
               MOVE "ACCOUNT UNFROZEN" TO BLKM-RESULT
             WHEN BLKM-STMT-CYCLE
               MOVE BLKM-NEW-CYCLE TO ACCOUNT-STMT-CYCLE
               MOVE SPACES TO BLKM-RESULT
               STRING "STATEMENT CYCLE SET TO " BLKM-NEW-CYCLE
                      DELIMITED BY SIZE INTO BLKM-RESULT
             WHEN BLKM-BRANCH
               MOVE BLKM-NEW-BRANCH TO BRANCH-CODE
               MOVE SPACES TO BLKM-RESULT
               STRING "RE-HOMED FROM " WS-OLD-BRANCH
                      " TO " BLKM-NEW-BRANCH
                      DELIMITED BY SIZE INTO BLKM-RESULT
             WHEN BLKM-DORMANCY
               IF BLKM-DORMANT-FLAG = "Y"
                  MOVE "D" TO ACCOUNT-STATUS
                  MOVE "ACCOUNT MARKED DORMANT" TO BLKM-RESULT
               ELSE
                  MOVE "A" TO ACCOUNT-STATUS
                  MOVE "DORMANT ACCOUNT REACTIVATED" TO BLKM-RESULT
               END-IF
           END-EVALUATE

           REWRITE CUSTOMER-RECORD
           IF FILE-STATUS1 NOT = "00"
              MOVE SPACES TO WS-LINE-REASON
              STRING "ACCOUNT NOT REWRITTEN, STATUS "
                     FILE-STATUS1
                     DELIMITED BY SIZE INTO WS-LINE-REASON
           ELSE
              MOVE BLKM-TRANS-ID TO WS-BALJ-TRANS-ID
              MOVE ACCOUNT-NUM TO WS-BALJ-ACCOUNT
              MOVE ACCOUNT-BALANCE TO WS-BALJ-BEFORE
              MOVE ACCOUNT-BALANCE TO WS-BALJ-AFTER
              CALL 'projBalanceJournal' USING WS-BALJ-IMAGE
              IF BLKM-BRANCH
                 PERFORM WRITE-GL-TRANSFER-POSITION
              END-IF
           END-IF.
       EXIT.

      *The moved account's balance becomes an inter-branch position
      *the way a branch migration's does, so projGlExport moves both
      *branch trial balances.
       WRITE-GL-TRANSFER-POSITION.

           OPEN EXTEND INTERBRANCH-FILE
            IF FILE-STATUS5 = "35"
              CLOSE INTERBRANCH-FILE
              OPEN OUTPUT INTERBRANCH-FILE
            END-IF
            MOVE WS-RUN-DATE      TO IBS-DATE
            MOVE WS-OLD-BRANCH    TO IBS-FROM-BRANCH
            MOVE BLKM-NEW-BRANCH  TO IBS-TO-BRANCH
            MOVE ACCOUNT-BALANCE  TO IBS-AMOUNT
            MOVE 1                TO IBS-ITEM-COUNT
            WRITE INTERBRANCH-RECORD
           CLOSE INTERBRANCH-FILE.
       EXIT.

      *An existing subscription keeps its contact reference; a new
      *one has none until projAlertMaintenance captures it, and the
      *result says so.
       APPLY-ALERT-THRESHOLDS.

           IF FILE-STATUS4 NOT = "00"
              MOVE "ALERT FILE NOT AVAILABLE" TO WS-LINE-REASON
           ELSE
              MOVE "N" TO WS-ALERT-NEW
              MOVE BLKM-ACCOUNT-NUM TO ASUB-ACCOUNT-NUM
              READ ALERT-SUB-FILE
                 KEY IS ASUB-ACCOUNT-NUM
                 INVALID KEY
                   MOVE "Y" TO WS-ALERT-NEW
                 NOT INVALID KEY
                   CONTINUE
              END-READ
              MOVE BLKM-LOW-THRESHOLD TO ASUB-LOW-THRESHOLD
              MOVE BLKM-LARGE-DEBIT   TO ASUB-LARGE-DEBIT
              IF WS-ALERT-NEW = "Y"
                 MOVE BLKM-ACCOUNT-NUM TO ASUB-ACCOUNT-NUM
                 MOVE SPACES TO ASUB-CONTACT-REF
                 WRITE ALERT-SUB-RECORD
                 MOVE "ALERTS SET, NO CONTACT REF YET"
                      TO BLKM-RESULT
              ELSE
                 REWRITE ALERT-SUB-RECORD
                 MOVE "ALERT THRESHOLDS AMENDED" TO BLKM-RESULT
              END-IF
              IF FILE-STATUS4 NOT = "00"
                 MOVE SPACES TO WS-LINE-REASON
                 STRING "ALERTS NOT WRITTEN, STATUS "
                        FILE-STATUS4
                        DELIMITED BY SIZE INTO WS-LINE-REASON
              END-IF
           END-IF.
       EXIT.

       START-BULK-REPORT.

         MOVE SPACES TO WS-REPORT-FILENAME
         STRING "BULKMAINT-" BLKQ-UPLOAD-ID ".prt"
                DELIMITED BY SIZE INTO WS-REPORT-FILENAME
         MOVE WS-REPORT-FILENAME TO BLKQ-REPORT-NAME
         OPEN OUTPUT BULK-REPORT-FILE
         MOVE SPACES TO BULK-REPORT-LINE
         STRING "BULK ACCOUNT MAINTENANCE - UPLOAD " BLKQ-UPLOAD-ID
                "   BUSINESS DATE " WS-RUN-DATE
                DELIMITED BY SIZE INTO BULK-REPORT-LINE
         WRITE BULK-REPORT-LINE
         MOVE SPACES TO BULK-REPORT-LINE
         IF BLKQ-RELEASE
            STRING "RELEASED BY " BLKQ-APPROVER-ID
                   DELIMITED BY SIZE INTO BULK-REPORT-LINE
         ELSE
            STRING "REJECTED BY " BLKQ-APPROVER-ID
                   DELIMITED BY SIZE INTO BULK-REPORT-LINE
         END-IF
         WRITE BULK-REPORT-LINE
         MOVE SPACES TO BULK-REPORT-LINE
         WRITE BULK-REPORT-LINE
         MOVE SPACES TO BULK-REPORT-LINE
         STRING " LINE ACT ACCOUNT    OUTCOME  RESULT"
                DELIMITED BY SIZE INTO BULK-REPORT-LINE
         WRITE BULK-REPORT-LINE.
       EXIT.

       PRINT-LINE-OUTCOME.

         MOVE BLKM-LINE-NUM TO WS-LINE-ED
         MOVE SPACES TO BULK-REPORT-LINE
         MOVE WS-LINE-ED       TO BULK-REPORT-LINE(1:5)
         MOVE BLKM-ACTION      TO BULK-REPORT-LINE(7:3)
         MOVE BLKM-ACCOUNT-NUM TO BULK-REPORT-LINE(11:10)
         IF BLKM-STATUS-APPLIED
            MOVE "APPLIED"     TO BULK-REPORT-LINE(22:8)
         ELSE
            MOVE "REJECTED"    TO BULK-REPORT-LINE(22:8)
         END-IF
         MOVE BLKM-RESULT      TO BULK-REPORT-LINE(31:40)
         WRITE BULK-REPORT-LINE.
       EXIT.

       FINISH-BULK-REPORT.

         MOVE SPACES TO BULK-REPORT-LINE
         WRITE BULK-REPORT-LINE
         MOVE BLKQ-APPLIED-COUNT TO WS-COUNT-ED
         MOVE SPACES TO BULK-REPORT-LINE
         STRING "LINES APPLIED  : " WS-COUNT-ED
                DELIMITED BY SIZE INTO BULK-REPORT-LINE
         WRITE BULK-REPORT-LINE
         MOVE BLKQ-REJECTED-COUNT TO WS-COUNT-ED
         MOVE SPACES TO BULK-REPORT-LINE
         STRING "LINES REJECTED : " WS-COUNT-ED
                DELIMITED BY SIZE INTO BULK-REPORT-LINE
         WRITE BULK-REPORT-LINE
         CLOSE BULK-REPORT-FILE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projBulkMaintApply" TO AUDIT-PROGRAM-NAME
         MOVE BLKQ-APPROVER-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
