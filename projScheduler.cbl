      *memory. This reads the schedule file, works out what falls
      *due on the business date (daily steps, weekly steps on their
      *day, month-end steps on the month's last business day found
      *the same way projMainProg's MONTH-END-CHECK does, quarter-end
      *steps on that day in March, June, September and December),
      *honours step dependencies within the run, claims and
      *releases the same run lock projJobStream uses, and records
      *every executed step on projectRunHistory.dat. A missing
      *schedule file is seeded with the shop's standard calendar.
      *Before projMainProg runs in more than one posting stream the
      *operator is told how many projPostingStream workers to start
      *beside it and confirms they are running.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projScheduler.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT AUDIT-FILE ASSIGN TO 'projectAuditLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       FD RUN-HIST-FILE.
       COPY projectRunHistBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       WORKING-STORAGE SECTION.
       COPY projHISTdateDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  WS-POSTING-STREAMS     PIC 9 VALUE 1.
       01  WS-POSTING-WORKERS     PIC 9.
       01  WS-WORKER-REPLY        PIC X.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-OPERATOR-ID         PIC X(8).
       01  WS-TODAY               PIC 9(8).
       01  WS-TAKEOVER            PIC X.

       01  WS-SCH-TABLE.
        05 WS-SCH-ENTRY OCCURS 60 TIMES.
         10 WS-SCH-STEP           PIC 9(2).
         10 WS-SCH-PROGRAM        PIC X(25).
         10 WS-SCH-FREQ           PIC X(1).
                 IF WS-MONTH-END = "Y"
                    MOVE "Y" TO WS-STEP-DUE
                 END-IF
               WHEN "Q"
                 IF WS-MONTH-END = "Y" AND
                    (WS-BUS-MONTH = 3 OR WS-BUS-MONTH = 6 OR
                     WS-BUS-MONTH = 9 OR WS-BUS-MONTH = 12)
                    MOVE "Y" TO WS-STEP-DUE
                 END-IF
               WHEN "Y"
                 IF WS-MONTH-END = "Y" AND WS-BUS-MONTH = 12
                    MOVE "Y" TO WS-STEP-DUE
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
                   WS-SCH-PROGRAM(WS-SCH-IDX)
           ACCEPT WS-STEP-START FROM TIME
           MOVE "OK" TO WS-SCH-OUTCOME(WS-SCH-IDX)
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-SCH-PROGRAM(WS-SCH-IDX)
             WHEN "projBackupMasters"
               CALL 'projBackupMasters'
             WHEN "projMainProg"
               PERFORM ANNOUNCE-POSTING-WORKERS
               CALL 'projMainProg'
             WHEN "projStandingOrderGen"
               CALL 'projStandingOrderGen'
               CALL 'projCapacityMonitor'
             WHEN "projFxRevaluation"
               CALL 'projFxRevaluation'
             WHEN "projCardLimitReport"
               CALL 'projCardLimitReport'
             WHEN "projCardRenewal"
               CALL 'projCardRenewal'
             WHEN "projMandateRejectReport"
               CALL 'projMandateRejectReport'
             WHEN "projOutboundClearing"
               CALL 'projOutboundClearing'
             WHEN "projCollateralReport"
               CALL 'projCollateralReport'
             WHEN "projLoanPenalty"
               CALL 'projLoanPenalty'
             WHEN "projLoanPayoff"
               CALL 'projLoanPayoff'
             WHEN "projLoanRepricing"
               CALL 'projLoanRepricing'
             WHEN "projAlmGapReport"
               CALL 'projAlmGapReport'
             WHEN "projFxPositionReport"
               CALL 'projFxPositionReport'
             WHEN "projRateOverrideReport"
               CALL 'projRateOverrideReport'
             WHEN "projAccessRecert"
               CALL 'projAccessRecert'
             WHEN "projSodReport"
               CALL 'projSodReport'
             WHEN "projStaffAccountReport"
               CALL 'projStaffAccountReport'
             WHEN "projDraftReport"
               CALL 'projDraftReport'
             WHEN "projSafeBoxBilling"
               CALL 'projSafeBoxBilling'
             WHEN "projSafeBoxArrears"
               CALL 'projSafeBoxArrears'
             WHEN "projVaultProof"
               CALL 'projVaultProof'
             WHEN "projMinorMajority"
               CALL 'projMinorMajority'
             WHEN "projTaxIndicia"
               CALL 'projTaxIndicia'
             WHEN "projDataErasure"
               CALL 'projDataErasure'
             WHEN "projDataQuality"
               CALL 'projDataQuality'
             WHEN "projOnboardLoader"
               CALL 'projOnboardLoader'
             WHEN "projAtoCallbackReport"
               CALL 'projAtoCallbackReport'
             WHEN "projAmlMonitor"
               CALL 'projAmlMonitor'
             WHEN "projAmlSarExtract"
               CALL 'projAmlSarExtract'
             WHEN "projWatchlistRescreen"
               CALL 'projWatchlistRescreen'
             WHEN "projLossEventReport"
               CALL 'projLossEventReport'
             WHEN "projComplaintSlaReport"
               CALL 'projComplaintSlaReport'
             WHEN "projComplaintReturn"
               CALL 'projComplaintReturn'
             WHEN "projEstmtBounce"
               CALL 'projEstmtBounce'
             WHEN "projCifProfitability"
               CALL 'projCifProfitability'
             WHEN "projChequeClearingOut"
               CALL 'projChequeClearingOut'
             WHEN "projWdlNoticeDaily"
               CALL 'projWdlNoticeDaily'
             WHEN "projLargeExposure"
               CALL 'projLargeExposure'
             WHEN "projCutoffReport"
               CALL 'projCutoffReport'
             WHEN "projAccruedInterest"
               CALL 'projAccruedInterest'
             WHEN OTHER
               DISPLAY "UNKNOWN PROGRAM ON SCHEDULE: "
                       WS-SCH-PROGRAM(WS-SCH-IDX)
               MOVE "UNKNOWN" TO WS-SCH-OUTCOME(WS-SCH-IDX)
           END-EVALUATE
      *A step that rejects its own run (the GL export without a rule
      *for every combination) hands back a non-zero return code.
           IF RETURN-CODE NOT = 0 AND
              WS-SCH-OUTCOME(WS-SCH-IDX) = "OK"
              MOVE "FAIL" TO WS-SCH-OUTCOME(WS-SCH-IDX)
              MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-SCH-OUTCOME(WS-SCH-IDX) = "OK"
              ADD 1 TO WS-RUN-COUNT
           END-IF
           PERFORM RECORD-STEP-HISTORY.
       EXIT.

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
            IF FILE-STATUS4 = "00"
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

      *Same history convention as projJobStream: one row per step
      *with start, end, duration, and outcome; a step crossing
      *midnight gets a day of seconds added back.
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF WS-SCH-COUNT < 60
                       ADD 1 TO WS-SCH-COUNT
                       MOVE SCH-STEP-NUM TO
                            WS-SCH-STEP(WS-SCH-COUNT)
           MOVE "M" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 20 TO SCH-STEP-NUM
           MOVE "projCardLimitReport" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 21 TO SCH-STEP-NUM
           MOVE "projCardRenewal" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 22 TO SCH-STEP-NUM
           MOVE "projMandateRejectReport" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 23 TO SCH-STEP-NUM
           MOVE "projOutboundClearing" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 24 TO SCH-STEP-NUM
           MOVE "projCollateralReport" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 25 TO SCH-STEP-NUM
           MOVE "projLoanPenalty" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 26 TO SCH-STEP-NUM
           MOVE "projLoanPayoff" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 27 TO SCH-STEP-NUM
           MOVE "projLoanRepricing" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 28 TO SCH-STEP-NUM
           MOVE "projAlmGapReport" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 29 TO SCH-STEP-NUM
           MOVE "projFxPositionReport" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 30 TO SCH-STEP-NUM
           MOVE "projRateOverrideReport" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 31 TO SCH-STEP-NUM
           MOVE "projAccessRecert" TO SCH-PROGRAM
           MOVE "Q" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 32 TO SCH-STEP-NUM
           MOVE "projSodReport" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 33 TO SCH-STEP-NUM
           MOVE "projStaffAccountReport" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 34 TO SCH-STEP-NUM
           MOVE "projDraftReport" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 35 TO SCH-STEP-NUM
           MOVE "projSafeBoxBilling" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 36 TO SCH-STEP-NUM
           MOVE "projSafeBoxArrears" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 35 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 37 TO SCH-STEP-NUM
           MOVE "projVaultProof" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 38 TO SCH-STEP-NUM
           MOVE "projMinorMajority" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 39 TO SCH-STEP-NUM
           MOVE "projTaxIndicia" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 40 TO SCH-STEP-NUM
           MOVE "projDataErasure" TO SCH-PROGRAM
           MOVE "Y" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 41 TO SCH-STEP-NUM
           MOVE "projDataQuality" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 42 TO SCH-STEP-NUM
           MOVE "projOnboardLoader" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 43 TO SCH-STEP-NUM
           MOVE "projAtoCallbackReport" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 44 TO SCH-STEP-NUM
           MOVE "projAmlMonitor" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 45 TO SCH-STEP-NUM
           MOVE "projAmlSarExtract" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 46 TO SCH-STEP-NUM
           MOVE "projWatchlistRescreen" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 47 TO SCH-STEP-NUM
           MOVE "projLossEventReport" TO SCH-PROGRAM
           MOVE "Q" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 48 TO SCH-STEP-NUM
           MOVE "projComplaintSlaReport" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 49 TO SCH-STEP-NUM
           MOVE "projComplaintReturn" TO SCH-PROGRAM
           MOVE "Q" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 50 TO SCH-STEP-NUM
           MOVE "projEstmtBounce" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 0 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 51 TO SCH-STEP-NUM
           MOVE "projCifProfitability" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 52 TO SCH-STEP-NUM
           MOVE "projChequeClearingOut" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 53 TO SCH-STEP-NUM
           MOVE "projWdlNoticeDaily" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 54 TO SCH-STEP-NUM
           MOVE "projLargeExposure" TO SCH-PROGRAM
           MOVE "M" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 55 TO SCH-STEP-NUM
           MOVE "projCutoffReport" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           MOVE 56 TO SCH-STEP-NUM
           MOVE "projAccruedInterest" TO SCH-PROGRAM
           MOVE "D" TO SCH-FREQUENCY
           MOVE 4 TO SCH-DEPENDS-ON
           WRITE SCHEDULE-RECORD
           CLOSE SCHEDULE-FILE
           DISPLAY "Default schedule written to "
                   "projectSchedule.dat".
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
           MOVE "projScheduler" TO AUDIT-PROGRAM-NAME
           MOVE "projectRunLock.dat" TO AUDIT-FILE-NAME
           MOVE "00" TO AUDIT-FILE-STATUS
           MOVE "BATCH RUN STARTED" TO AUDIT-MESSAGE
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.

       RELEASE-RUN-LOCK.
