      *and projMainProg in dependency order, checking each step's
      *prerequisite file before kicking off the next one instead of
      *letting a downstream program fail confusingly on a missing file.
      *When posting runs in more than one stream, the operator is
      *told how many projPostingStream workers to start beside
      *projMainProg and confirms before the posting step begins.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projJobStream.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS8.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-CHECK-FILE.
       FD HOLIDAY-FILE.
       COPY projectHolidayBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
       01  FILE-STATUS1             PIC XX.
       01  WS-TAKEOVER              PIC X.
       01  FILE-STATUS5             PIC XX.
       01  FILE-STATUS6             PIC XX.
       01  FILE-STATUS7             PIC XX.
       01  FILE-STATUS8             PIC XX.
       01  WS-POSTING-STREAMS       PIC 9 VALUE 1.
       01  WS-POSTING-WORKERS       PIC 9.
       01  WS-WORKER-REPLY          PIC X.
       01  END-OF-FILE              PIC X VALUE "N".
       01  WS-BUS-DATE              PIC 9(8).
       01  WS-BUS-DATE-SPLIT REDEFINES WS-BUS-DATE.
           PERFORM RECORD-STEP-END.

           DISPLAY "JOB STREAM STEP 7: projMainProg".
           PERFORM ANNOUNCE-POSTING-WORKERS.
           MOVE 7 TO WS-STEP-NUM
           MOVE "projMainProg" TO WS-STEP-NAME
           PERFORM RECORD-STEP-START.
           DISPLAY "JOB STREAM COMPLETE.".
         STOP RUN.

      *With PARM-POSTING-STREAMS above one the posting run splits
      *the day into that many streams and the extra streams are
      *worked by projPostingStream copies running as their own jobs
      *beside it. The operator starts one copy per stream beyond
      *the first (each waits for the run to plan its streams) and
      *confirms before the run is called. A copy not started costs
      *only time: the run posts any stream no worker has taken.
       ANNOUNCE-POSTING-WORKERS.

         MOVE 1 TO WS-POSTING-STREAMS
         OPEN INPUT PARM-FILE
          IF FILE-STATUS8 = "00"
            READ PARM-FILE
              AT END
                CONTINUE
              NOT AT END
                IF PARM-POSTING-STREAMS IS NUMERIC AND
                   PARM-POSTING-STREAMS > 1
                   MOVE PARM-POSTING-STREAMS TO WS-POSTING-STREAMS
                END-IF
            END-READ
          END-IF
         CLOSE PARM-FILE
         IF WS-POSTING-STREAMS > 1
            COMPUTE WS-POSTING-WORKERS = WS-POSTING-STREAMS - 1
            DISPLAY "POSTING RUNS IN " WS-POSTING-STREAMS
                    " STREAMS - START " WS-POSTING-WORKERS
                    " COPY(IES) OF projPostingStream NOW."
            DISPLAY "Press ENTER once the workers are started: "
            ACCEPT WS-WORKER-REPLY
         END-IF.
       EXIT.

       RECORD-STEP-START.

         ACCEPT WS-STEP-START FROM TIME.
          ACCEPT RUNLOCK-TIME FROM TIME
          WRITE RUNLOCK-RECORD
         CLOSE RUN-LOCK-FILE
         DISPLAY "Run lock claimed by " WS-OPERATOR-ID "."
         PERFORM WRITE-AUDIT-LOG.
       EXIT.

      *Who started the batch goes on the audit log, so parameter
      *changes can be set against the runs that used them.
       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projJobStream" TO AUDIT-PROGRAM-NAME
         MOVE "projectRunLock.dat" TO AUDIT-FILE-NAME
         MOVE "00" TO AUDIT-FILE-STATUS
         MOVE "BATCH RUN STARTED" TO AUDIT-MESSAGE
         MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.

       RELEASE-RUN-LOCK.
