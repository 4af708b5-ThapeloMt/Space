      *Bulk account-maintenance upload (maker side)
      *Reads a back-office file of account actions (BULKMAINT.csv)
      *of the form
      *  action,account[,value-1[,value-2]]
      *where the action is one of
      *  FRZ  freeze the account
      *  UFZ  unfreeze the account
      *  CYC  statement cycle day (0-28) in value-1
      *  BRN  re-home to the branch code in value-1
      *  ALR  alert thresholds: low balance in value-1, large
      *       debit in value-2 (zero switches a trigger off)
      *  DRM  dormancy flag Y or N in value-1
      *A heading line starting ACTION is skipped. Every line is
      *edited against the account as it stands and the outcome
      *printed to BULKCHK-<business date>.prt. One bad line refuses
      *the whole file; a clean file is staged on the bulk staging
      *file under a new upload number and goes to projApproval as a
      *single PENDING "BLK" item. Nothing touches an account until a
      *supervisor releases that item and projBulkMaintApply applies
      *it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projBulkMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BULK-INPUT-FILE ASSIGN TO 'BULKMAINT.csv'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT BULK-MAINT-FILE ASSIGN TO 'projectBulkMaint.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLKM-KEY
                FILE STATUS IS FILE-STATUS1.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS2.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS3.

       SELECT BRANCH-FILE ASSIGN TO 'projectBranchFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
                FILE STATUS IS FILE-STATUS4.

       SELECT TRANSACTION-FILE ASSIGN TO 'projectTRANSACTIONFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT-NUM WITH DUPLICATES
              FILE STATUS IS FILE-STATUS5.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS6.

       SELECT CHECK-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS8.

       DATA DIVISION.
       FILE SECTION.
       FD BULK-INPUT-FILE.
       01 BULK-INPUT-LINE         PIC X(120).

       FD BULK-MAINT-FILE.
       COPY projectBulkMaintBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD BRANCH-FILE.
       COPY projectBranchBook.

       FD TRANSACTION-FILE.
       COPY projectTranDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD CHECK-REPORT-FILE.
       01 CHECK-REPORT-LINE       PIC X(132).

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  FILE-STATUS8           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-FILE-MISSING        PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-REPORT-FILENAME     PIC X(30).
       01  WS-BRANCH-MASTER       PIC X VALUE "N".
       01  WS-LINE-REASON         PIC X(40).
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-TRANS-ID-COUNTER    PIC 9(10) VALUE 1.
       01  WS-UPLOAD-ID           PIC 9(8) VALUE 0.
       01  WS-ITEM-WRITTEN        PIC X VALUE "N".

       01  WS-FLD-ACTION          PIC X(10).
       01  WS-FLD-ACCOUNT         PIC X(15).
       01  WS-FLD-VALUE-1         PIC X(15).
       01  WS-FLD-VALUE-2         PIC X(15).

       01  WS-NUM-FIELD           PIC X(15).
       01  WS-NUM-OK              PIC X.
       01  WS-NUM-LEN             PIC 9(2).
       01  WS-NUM-IDX             PIC 9(2).
       01  WS-NUM-POINTS          PIC 9(2).
       01  WS-NUM-SIGNED          PIC X.

       01  WS-LINE-COUNT          PIC 9(5) VALUE 0.
       01  WS-GOOD-COUNT          PIC 9(5) VALUE 0.
       01  WS-BAD-COUNT           PIC 9(5) VALUE 0.
       01  WS-STAGED-COUNT        PIC 9(5) VALUE 0.
       01  WS-LINE-IDX            PIC 9(5).
       01  WS-LINE-ED             PIC ZZZZ9.
       01  WS-COUNT-ED            PIC ZZZZ9.
       01  WS-LINE-TABLE.
        05 WS-LINE-ENTRY OCCURS 2000 TIMES PIC X(121).

       PROCEDURE DIVISION.

           MOVE "B" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: bulk maintenance needs back "
                      "office."
              GOBACK
           END-IF
           CALL 'GetBusinessDate' USING WS-RUN-DATE

           PERFORM START-CHECK-REPORT
           PERFORM OPEN-MASTER-FILES
           PERFORM READ-AND-CHECK-LINES
           PERFORM CLOSE-MASTER-FILES
           PERFORM FINISH-CHECK-REPORT

           IF WS-FILE-MISSING = "Y"
              GOBACK
           END-IF
           IF WS-LINE-COUNT = 0
              DISPLAY "BULKMAINT.csv holds no maintenance lines."
              GOBACK
           END-IF
           DISPLAY "LINES READ     : " WS-LINE-COUNT
           DISPLAY "LINES GOOD     : " WS-GOOD-COUNT
           DISPLAY "LINES REFUSED  : " WS-BAD-COUNT
           DISPLAY "CHECK REPORT   : " WS-REPORT-FILENAME
           IF WS-BAD-COUNT > 0
              DISPLAY "UPLOAD REFUSED: correct the refused lines "
                      "and resubmit - nothing staged."
              MOVE "BULKMAINT.csv" TO AUDIT-FILE-NAME
              MOVE "99" TO AUDIT-FILE-STATUS
              MOVE "BULK MAINT UPLOAD REFUSED" TO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
              GOBACK
           END-IF

           PERFORM ALLOCATE-UPLOAD-ID
           PERFORM CLAIM-TRANS-ID-COUNTER
           PERFORM STAGE-UPLOAD
           IF WS-STAGED-COUNT NOT = WS-LINE-COUNT
              DISPLAY "UPLOAD NOT STAGED: only " WS-STAGED-COUNT
                      " of " WS-LINE-COUNT " lines written."
              GOBACK
           END-IF
           PERFORM WRITE-APPROVAL-ITEM THRU WRITE-APPROVAL-ITEM-EXIT
           IF WS-ITEM-WRITTEN = "N"
              DISPLAY "UPLOAD " WS-UPLOAD-ID " staged but no approval "
                      "item written - it cannot be released."
              GOBACK
           END-IF
           ADD 1 TO WS-TRANS-ID-COUNTER
           PERFORM SAVE-TRANS-ID-COUNTER

           DISPLAY "UPLOAD " WS-UPLOAD-ID " STAGED AS APPROVAL ITEM "
                   TRANS-ID " - awaiting a supervisor in "
                   "projApproval."
           MOVE "projectBulkMaint.dat" TO AUDIT-FILE-NAME
           MOVE "00" TO AUDIT-FILE-STATUS
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "BULK MAINT STAGED UPL " WS-UPLOAD-ID
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       OPEN-MASTER-FILES.

           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CIF-FILE
           MOVE "N" TO WS-BRANCH-MASTER
           OPEN INPUT BRANCH-FILE
            IF FILE-STATUS4 = "00"
              MOVE "Y" TO WS-BRANCH-MASTER
            END-IF.
       EXIT.

       CLOSE-MASTER-FILES.

           CLOSE BRANCH-FILE
           CLOSE CIF-FILE
           CLOSE CUSTOMER-FILE.
       EXIT.

       READ-AND-CHECK-LINES.

           MOVE "N" TO WS-FILE-MISSING
           OPEN INPUT BULK-INPUT-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "BULKMAINT.csv not available. FILE STATUS: "
                      FILE-STATUS
              MOVE "Y" TO WS-FILE-MISSING
            ELSE
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ BULK-INPUT-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF BULK-INPUT-LINE NOT = SPACES
                       PERFORM CHECK-ONE-INPUT-LINE
                          THRU CHECK-ONE-INPUT-LINE-EXIT
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE BULK-INPUT-FILE.
       EXIT.

       CHECK-ONE-INPUT-LINE.

           MOVE SPACES TO WS-FLD-ACTION WS-FLD-ACCOUNT
                          WS-FLD-VALUE-1 WS-FLD-VALUE-2
           UNSTRING BULK-INPUT-LINE DELIMITED BY ","
              INTO WS-FLD-ACTION WS-FLD-ACCOUNT
                   WS-FLD-VALUE-1 WS-FLD-VALUE-2
           END-UNSTRING
           INSPECT WS-FLD-ACTION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-FLD-ACTION = "ACTION"
              GO TO CHECK-ONE-INPUT-LINE-EXIT
           END-IF
           IF WS-LINE-COUNT NOT < 2000
              DISPLAY "Bulk file exceeds 2000 lines, line ignored."
              ADD 1 TO WS-BAD-COUNT
              GO TO CHECK-ONE-INPUT-LINE-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT

           PERFORM PARSE-MAINT-LINE THRU PARSE-MAINT-LINE-EXIT
           IF WS-LINE-REASON = SPACES
              IF FILE-STATUS2 NOT = "00"
                 MOVE "CUSTOMER FILE NOT AVAILABLE" TO WS-LINE-REASON
              ELSE
                 PERFORM CHECK-MAINT-LINE THRU CHECK-MAINT-LINE-EXIT
              END-IF
           END-IF
           IF WS-LINE-REASON = SPACES
              ADD 1 TO WS-GOOD-COUNT
              MOVE "OK" TO BLKM-RESULT
           ELSE
              ADD 1 TO WS-BAD-COUNT
              MOVE WS-LINE-REASON TO BLKM-RESULT
           END-IF
           MOVE BULK-MAINT-RECORD TO WS-LINE-ENTRY(WS-LINE-COUNT)
           PERFORM PRINT-LINE-CHECK.
       CHECK-ONE-INPUT-LINE-EXIT.
       EXIT.

      *Builds the staging image of the line and applies the format
      *edits - everything that can be judged without the account.
       PARSE-MAINT-LINE.

           MOVE SPACES TO WS-LINE-REASON
           INITIALIZE BULK-MAINT-RECORD
           MOVE WS-LINE-COUNT       TO BLKM-LINE-NUM
           MOVE SIGNON-OPERATOR-ID  TO BLKM-MAKER-ID
           MOVE WS-RUN-DATE         TO BLKM-STAGED-DATE
           MOVE WS-FLD-ACTION(1:3)  TO BLKM-ACTION
           MOVE "S"                 TO BLKM-STATUS

           IF WS-FLD-ACTION(4:7) NOT = SPACES OR
              NOT (BLKM-FREEZE OR BLKM-UNFREEZE OR BLKM-STMT-CYCLE OR
                   BLKM-BRANCH OR BLKM-ALERT OR BLKM-DORMANCY)
              MOVE "UNKNOWN ACTION" TO WS-LINE-REASON
              GO TO PARSE-MAINT-LINE-EXIT
           END-IF

           MOVE WS-FLD-ACCOUNT TO WS-NUM-FIELD
           MOVE "N" TO WS-NUM-SIGNED
           PERFORM CHECK-NUMERIC-FIELD
           IF WS-NUM-OK = "N" OR WS-NUM-POINTS > 0 OR WS-NUM-LEN > 10
              MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-LINE-REASON
              GO TO PARSE-MAINT-LINE-EXIT
           END-IF
           COMPUTE BLKM-ACCOUNT-NUM = FUNCTION NUMVAL(WS-FLD-ACCOUNT)

           EVALUATE TRUE
             WHEN BLKM-STMT-CYCLE
               MOVE WS-FLD-VALUE-1 TO WS-NUM-FIELD
               MOVE "N" TO WS-NUM-SIGNED
               PERFORM CHECK-NUMERIC-FIELD
               IF WS-NUM-OK = "N" OR WS-NUM-POINTS > 0 OR
                  WS-NUM-LEN > 2
                  MOVE "STATEMENT CYCLE MUST BE 0 TO 28"
                       TO WS-LINE-REASON
               ELSE
                  COMPUTE BLKM-NEW-CYCLE =
                          FUNCTION NUMVAL(WS-FLD-VALUE-1)
               END-IF
             WHEN BLKM-BRANCH
               MOVE WS-FLD-VALUE-1 TO BLKM-NEW-BRANCH
               INSPECT BLKM-NEW-BRANCH CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-FLD-VALUE-1(6:10) NOT = SPACES
                  MOVE "BRANCH CODE LONGER THAN 5" TO WS-LINE-REASON
               END-IF
             WHEN BLKM-ALERT
               MOVE WS-FLD-VALUE-1 TO WS-NUM-FIELD
               MOVE "Y" TO WS-NUM-SIGNED
               PERFORM CHECK-NUMERIC-FIELD
               IF WS-NUM-OK = "N" OR WS-NUM-POINTS > 1
                  MOVE "LOW-BALANCE THRESHOLD NOT AN AMOUNT"
                       TO WS-LINE-REASON
                  GO TO PARSE-MAINT-LINE-EXIT
               END-IF
               MOVE WS-FLD-VALUE-2 TO WS-NUM-FIELD
               MOVE "N" TO WS-NUM-SIGNED
               PERFORM CHECK-NUMERIC-FIELD
               IF WS-NUM-OK = "N" OR WS-NUM-POINTS > 1
                  MOVE "LARGE-DEBIT AMOUNT NOT AN AMOUNT"
                       TO WS-LINE-REASON
                  GO TO PARSE-MAINT-LINE-EXIT
               END-IF
               COMPUTE BLKM-LOW-THRESHOLD =
                       FUNCTION NUMVAL(WS-FLD-VALUE-1)
               COMPUTE BLKM-LARGE-DEBIT =
                       FUNCTION NUMVAL(WS-FLD-VALUE-2)
             WHEN BLKM-DORMANCY
               MOVE WS-FLD-VALUE-1(1:1) TO BLKM-DORMANT-FLAG
               INSPECT BLKM-DORMANT-FLAG CONVERTING "yn" TO "YN"
               IF WS-FLD-VALUE-1(2:14) NOT = SPACES
                  MOVE "DORMANCY FLAG MUST BE Y OR N"
                       TO WS-LINE-REASON
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       PARSE-MAINT-LINE-EXIT.
       EXIT.

      *Digits with at most the points counted in WS-NUM-POINTS and,
      *where WS-NUM-SIGNED allows it, a leading minus. Blank is not
      *a number.
       CHECK-NUMERIC-FIELD.

           MOVE "Y" TO WS-NUM-OK
           MOVE 0 TO WS-NUM-LEN
           MOVE 0 TO WS-NUM-POINTS
           INSPECT WS-NUM-FIELD TALLYING WS-NUM-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NUM-LEN = 0
              MOVE "N" TO WS-NUM-OK
           END-IF
           PERFORM VARYING WS-NUM-IDX FROM 1 BY 1
                   UNTIL WS-NUM-IDX > WS-NUM-LEN
             EVALUATE TRUE
               WHEN WS-NUM-FIELD(WS-NUM-IDX:1) IS NUMERIC
                 CONTINUE
               WHEN WS-NUM-FIELD(WS-NUM-IDX:1) = "."
                 ADD 1 TO WS-NUM-POINTS
               WHEN WS-NUM-FIELD(WS-NUM-IDX:1) = "-" AND
                    WS-NUM-IDX = 1 AND WS-NUM-SIGNED = "Y" AND
                    WS-NUM-LEN > 1
                 CONTINUE
               WHEN OTHER
                 MOVE "N" TO WS-NUM-OK
             END-EVALUATE
           END-PERFORM
           IF WS-NUM-LEN < 15
              IF WS-NUM-FIELD(WS-NUM-LEN + 1:) NOT = SPACES
                 MOVE "N" TO WS-NUM-OK
              END-IF
           END-IF.
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
      *is wound up through projEstateCase; bulk maintenance is no
      *way round that.
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

       ALLOCATE-UPLOAD-ID.

           MOVE 1 TO WS-UPLOAD-ID
           OPEN I-O KEYS
            IF FILE-STATUS6 = "00"
               MOVE 14 TO KEYS-ID
               READ KEYS INTO WS-KEYS-RECORD
                  KEY IS KEYS-ID
                  INVALID KEY
                    MOVE 14 TO KEYS-ID
                    MOVE 2 TO KEYS-VALUE
                    WRITE KEYS-RECORD
                  NOT INVALID KEY
                    MOVE WS-KEYS-VALUE TO WS-UPLOAD-ID
                    ADD 1 TO WS-KEYS-VALUE
                    MOVE WS-KEYS-VALUE TO KEYS-VALUE
                    REWRITE KEYS-RECORD
               END-READ

            ELSE IF FILE-STATUS6 = "35"
              CLOSE KEYS
              OPEN OUTPUT KEYS
                MOVE 14 TO KEYS-ID
                MOVE 2 TO KEYS-VALUE
                WRITE KEYS-RECORD

             ELSE
              DISPLAY "Error opening KEYS file. FILE STATUS: "
                      FILE-STATUS6
            END-IF
           CLOSE KEYS.
       EXIT.

       STAGE-UPLOAD.

           MOVE 0 TO WS-STAGED-COUNT
           OPEN I-O BULK-MAINT-FILE
            IF FILE-STATUS1 = "35"
              OPEN OUTPUT BULK-MAINT-FILE
              CLOSE BULK-MAINT-FILE
              OPEN I-O BULK-MAINT-FILE
            END-IF
            IF FILE-STATUS1 NOT = "00"
              DISPLAY "Bulk maintenance staging file not available. "
                      "FILE STATUS: " FILE-STATUS1
            ELSE
              PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                      UNTIL WS-LINE-IDX > WS-LINE-COUNT
                MOVE WS-LINE-ENTRY(WS-LINE-IDX) TO BULK-MAINT-RECORD
                MOVE WS-UPLOAD-ID TO BLKM-UPLOAD-ID
                MOVE WS-TRANS-ID-COUNTER TO BLKM-TRANS-ID
                MOVE "STAGED FOR APPROVAL" TO BLKM-RESULT
                WRITE BULK-MAINT-RECORD
                 INVALID KEY
                   DISPLAY "Staging collision, upload " WS-UPLOAD-ID
                           " line " BLKM-LINE-NUM
                 NOT INVALID KEY
                   ADD 1 TO WS-STAGED-COUNT
                END-WRITE
              END-PERFORM
            END-IF
           CLOSE BULK-MAINT-FILE.
       EXIT.

      *One PENDING item stands for the whole upload: no account, no
      *amount, the upload number in the reference. projApproval
      *hands it to projBulkMaintApply rather than to posting.
       WRITE-APPROVAL-ITEM.

           MOVE "N" TO WS-ITEM-WRITTEN
           OPEN I-O TRANSACTION-FILE
            IF FILE-STATUS5 NOT = "00"
              DISPLAY "TRANSACTION-FILE not available. FILE STATUS: "
                      FILE-STATUS5
              CLOSE TRANSACTION-FILE
              GO TO WRITE-APPROVAL-ITEM-EXIT
            END-IF
           MOVE WS-RUN-DATE          TO TRANSACTION-DATE
           MOVE WS-TRANS-ID-COUNTER  TO TRANS-ID
           MOVE 0                    TO TRANS-ACCOUNT-NUM
           MOVE SPACES               TO TRANS-ACCOUNT-TYPE
           MOVE "BLK"                TO TRANS-TYPE
           MOVE 0                    TO TRANS-AMOUNT
           MOVE 0                    TO HASH-TOTALS
           MOVE WS-UPLOAD-ID         TO TRANS-REF-ID
           MOVE SPACES               TO TRANS-NEW-NAME
           MOVE WS-LINE-COUNT        TO WS-COUNT-ED
           STRING "BULK MAINT " WS-COUNT-ED " LINES BY "
                  SIGNON-OPERATOR-ID
                  DELIMITED BY SIZE INTO TRANS-NEW-NAME
           MOVE SPACES               TO TRANS-BATCH-ID
           MOVE SPACES               TO TRANS-MEMO
           STRING "BULK MAINT UPLOAD " WS-UPLOAD-ID
                  DELIMITED BY SIZE INTO TRANS-MEMO
           MOVE "BACKOFFICE"         TO TRANS-CHANNEL
           MOVE SPACES               TO TRANS-BRANCH-CODE
           MOVE "W"                  TO TRANS-STATUS
           MOVE 0                    TO TRANS-CONTRA-ACCOUNT
           MOVE SPACES               TO TRANS-CURRENCY-CODE
           MOVE 0                    TO TRANS-CHEQUE-NUM
           MOVE WS-RUN-DATE          TO TRANS-VALUE-DATE
           ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
           ACCEPT TRANS-CAPTURE-TIME FROM TIME
           MOVE SPACE TO TRANS-CUTOFF-FLAG
           WRITE TRANSACTION-RECORD
            INVALID KEY
              DISPLAY "TRANS-ID collision, approval item not "
                      "written: " WS-TRANS-ID-COUNTER
            NOT INVALID KEY
              MOVE "Y" TO WS-ITEM-WRITTEN
           END-WRITE
           CLOSE TRANSACTION-FILE.
       WRITE-APPROVAL-ITEM-EXIT.
       EXIT.

       START-CHECK-REPORT.

         MOVE SPACES TO WS-REPORT-FILENAME
         STRING "BULKCHK-" WS-RUN-DATE ".prt"
                DELIMITED BY SIZE INTO WS-REPORT-FILENAME
         OPEN OUTPUT CHECK-REPORT-FILE
         MOVE SPACES TO CHECK-REPORT-LINE
         STRING "BULK ACCOUNT MAINTENANCE - UPLOAD CHECK   "
                "BUSINESS DATE " WS-RUN-DATE
                "   MAKER " SIGNON-OPERATOR-ID
                DELIMITED BY SIZE INTO CHECK-REPORT-LINE
         WRITE CHECK-REPORT-LINE
         MOVE SPACES TO CHECK-REPORT-LINE
         WRITE CHECK-REPORT-LINE
         MOVE SPACES TO CHECK-REPORT-LINE
         STRING " LINE ACT ACCOUNT    CHECK    RESULT"
                DELIMITED BY SIZE INTO CHECK-REPORT-LINE
         WRITE CHECK-REPORT-LINE.
       EXIT.

       PRINT-LINE-CHECK.

         MOVE BLKM-LINE-NUM TO WS-LINE-ED
         MOVE SPACES TO CHECK-REPORT-LINE
         MOVE WS-LINE-ED       TO CHECK-REPORT-LINE(1:5)
         MOVE BLKM-ACTION      TO CHECK-REPORT-LINE(7:3)
         MOVE WS-FLD-ACCOUNT   TO CHECK-REPORT-LINE(11:10)
         IF WS-LINE-REASON = SPACES
            MOVE "OK"          TO CHECK-REPORT-LINE(22:8)
         ELSE
            MOVE "REFUSED"     TO CHECK-REPORT-LINE(22:8)
         END-IF
         MOVE BLKM-RESULT      TO CHECK-REPORT-LINE(31:40)
         WRITE CHECK-REPORT-LINE.
       EXIT.

       FINISH-CHECK-REPORT.

         MOVE SPACES TO CHECK-REPORT-LINE
         WRITE CHECK-REPORT-LINE
         MOVE WS-GOOD-COUNT TO WS-COUNT-ED
         MOVE SPACES TO CHECK-REPORT-LINE
         STRING "LINES GOOD     : " WS-COUNT-ED
                DELIMITED BY SIZE INTO CHECK-REPORT-LINE
         WRITE CHECK-REPORT-LINE
         MOVE WS-BAD-COUNT TO WS-COUNT-ED
         MOVE SPACES TO CHECK-REPORT-LINE
         STRING "LINES REFUSED  : " WS-COUNT-ED
                DELIMITED BY SIZE INTO CHECK-REPORT-LINE
         WRITE CHECK-REPORT-LINE
         MOVE SPACES TO CHECK-REPORT-LINE
         IF WS-BAD-COUNT > 0
            STRING "UPLOAD REFUSED - NOTHING STAGED"
                   DELIMITED BY SIZE INTO CHECK-REPORT-LINE
         ELSE
            STRING "UPLOAD CLEAN - STAGED FOR APPROVAL"
                   DELIMITED BY SIZE INTO CHECK-REPORT-LINE
         END-IF
         WRITE CHECK-REPORT-LINE
         CLOSE CHECK-REPORT-FILE.
       EXIT.

       CLAIM-TRANS-ID-COUNTER.

         MOVE 1 TO WS-TRANS-ID-COUNTER
         OPEN I-O KEYS
          IF FILE-STATUS6 = "00"
             MOVE 2 TO KEYS-ID
             READ KEYS INTO WS-KEYS-RECORD
                KEY IS KEYS-ID
                INVALID KEY
                  MOVE 2 TO KEYS-ID
                  MOVE 1 TO KEYS-VALUE
                  WRITE KEYS-RECORD
                NOT INVALID KEY
                  IF WS-KEYS-VALUE > 0
                    MOVE WS-KEYS-VALUE TO WS-TRANS-ID-COUNTER
                  END-IF
             END-READ
          END-IF
         CLOSE KEYS.
       EXIT.

       SAVE-TRANS-ID-COUNTER.

         OPEN I-O KEYS
            MOVE 2 TO KEYS-ID
            READ KEYS INTO WS-KEYS-RECORD
               KEY IS KEYS-ID
               INVALID KEY
                 MOVE 2 TO KEYS-ID
                 MOVE WS-TRANS-ID-COUNTER TO KEYS-VALUE
                 WRITE KEYS-RECORD
               NOT INVALID KEY
                 MOVE WS-TRANS-ID-COUNTER TO KEYS-VALUE
                 REWRITE KEYS-RECORD
            END-READ
         CLOSE KEYS.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projBulkMaintenance" TO AUDIT-PROGRAM-NAME
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
