      *Scenario-based AML transaction monitoring
      *Runs every active scenario on the scenario file over
      *HISTORY-FILE for each account with customer activity on the
      *business date: rapid pass-through of funds, a dormant
      *account suddenly moving large amounts, transfers with many
      *different counterparties, repeated round-amount cash
      *deposits, and a day's turnover far above the account's own
      *daily average. Each hit opens an alert case on the AML case
      *file for the investigators' worklist in projAmlCaseReview,
      *unless the same scenario is already open on the account.
      *Bank-generated SYSTEM entries (interest, charges, sweeps)
      *are not customer activity and are left out throughout.
      *Cases raised are listed on AMLMON-yyyymmdd.prt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projAmlMonitor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTORY-FILE ASSIGN TO 'projectHistoryFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  HIS-ID
               ALTERNATE RECORD KEY IS HIS-ACCT-DATE-KEY WITH DUPLICATES
              FILE STATUS IS FILE-STATUS.

      *Second connector on the history file to fetch the other leg
      *of a transfer without losing the account scan's position.
       SELECT HIS-PAIR-FILE ASSIGN TO 'projectHistoryFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  HPR-ID
               ALTERNATE RECORD KEY IS HPR-ACCT-DATE-KEY WITH DUPLICATES
              FILE STATUS IS FILE-STATUS1.

       SELECT AML-SCENARIO-FILE ASSIGN TO 'projectAmlScenario.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMLS-CODE
                FILE STATUS IS FILE-STATUS2.

       SELECT AML-CASE-FILE ASSIGN TO 'projectAmlCase.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMLC-CASE-ID
               ALTERNATE RECORD KEY IS AMLC-ACCOUNT-NUM
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS3.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS4.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS5.

       SELECT AML-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       COPY projectHistDataBook.

      *Mirror of the HISTORY-RECORD layout (projectHistDataBook)
      *for the pair connector - keep the two in step.
       FD HIS-PAIR-FILE.
       01 HIS-PAIR-RECORD.
        05 HPR-ID                  PIC 9(10).
        05 HPR-KEY-FIELDS.
         10 HPR-ACCOUNT-NUM        PIC 9(10).
         10 HPR-TRANSACTION-DATE   PIC 9(8).
        05 HPR-ACCT-DATE-KEY REDEFINES HPR-KEY-FIELDS
                                   PIC 9(18).
        05 FILLER                  PIC X(7).
        05 HPR-TRANS-AMOUNT        PIC S9(6)V99.
        05 FILLER                  PIC 9(10).
        05 FILLER                  PIC X(30).
        05 FILLER                  PIC X(10).
        05 HPR-TRANS-TYPE          PIC X(3).

       FD AML-SCENARIO-FILE.
       COPY projectAmlScenarioBook.

       FD AML-CASE-FILE.
       COPY projectAmlCaseBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD AML-PRINT-FILE.
       01 AML-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY projectAuditDataBook.
       COPY projHISTdateDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-EPOCH           PIC 9(9).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-CASE-FILE-OPEN      PIC X VALUE "N".
       01  WS-PAIR-OPEN           PIC X VALUE "N".
       01  WS-NEXT-CASE-ID        PIC 9(8).

      *Scenario settings as loaded. A scenario missing from the file
      *is off.
       01  WS-PT-ON               PIC X VALUE "N".
       01  WS-PT-AMOUNT           PIC 9(8)V99.
       01  WS-PT-DAYS             PIC 9(3).
       01  WS-PT-PERCENT          PIC 9(4).
       01  WS-DW-ON               PIC X VALUE "N".
       01  WS-DW-AMOUNT           PIC 9(8)V99.
       01  WS-DW-DAYS             PIC 9(3).
       01  WS-MC-ON               PIC X VALUE "N".
       01  WS-MC-COUNT            PIC 9(3).
       01  WS-MC-DAYS             PIC 9(3).
       01  WS-RC-ON               PIC X VALUE "N".
       01  WS-RC-AMOUNT           PIC 9(8)V99.
       01  WS-RC-COUNT            PIC 9(3).
       01  WS-RC-DAYS             PIC 9(3).
       01  WS-PF-ON               PIC X VALUE "N".
       01  WS-PF-AMOUNT           PIC 9(8)V99.
       01  WS-PF-DAYS             PIC 9(3).
       01  WS-PF-PERCENT          PIC 9(4).
       01  WS-LOOKBACK-DAYS       PIC 9(3) VALUE 0.
       01  WS-WINDOW-EPOCH        PIC 9(9).
       01  WS-WINDOW-DATE.
        05 WS-WIN-YEAR            PIC 9(4).
        05 WS-WIN-MONTH           PIC 9(2).
        05 WS-WIN-DAY             PIC 9(2).
       01  WS-WINDOW-DATE-N REDEFINES WS-WINDOW-DATE PIC 9(8).

      *The account being scanned: its customer items inside the
      *look-back window, oldest first, and the date of its last
      *customer item before the business date.
       01  WS-CUR-ACCOUNT         PIC 9(10) VALUE 0.
       01  WS-PRIOR-DATE          PIC 9(8).
       01  WS-AMI-TODAY           PIC 9(4).
       01  WS-AMI-TABLE.
        05 WS-AMI-ENTRY OCCURS 999 TIMES.
         10 WS-AMI-HIS-ID         PIC 9(10).
         10 WS-AMI-DATE           PIC 9(8).
         10 WS-AMI-EPOCH          PIC 9(9).
         10 WS-AMI-AMOUNT         PIC S9(6)V99.
         10 WS-AMI-TYPE           PIC X(3).
       01  WS-AMI-COUNT           PIC 9(4) VALUE 0.
       01  WS-AMI-IDX             PIC 9(4).
       01  WS-AMI-JDX             PIC 9(4).

      *Working fields for the scenario tests.
       01  WS-ABS-AMOUNT          PIC 9(8)V99.
       01  WS-SUM-IN              PIC 9(10)V99.
       01  WS-SUM-OUT             PIC 9(10)V99.
       01  WS-SUM-TODAY           PIC 9(10)V99.
       01  WS-SUM-BASE            PIC 9(10)V99.
       01  WS-DAILY-AVERAGE       PIC 9(10)V99.
       01  WS-LIMIT-EPOCH         PIC 9(9).
       01  WS-FROM-EPOCH          PIC S9(9).
       01  WS-TODAY-SEEN          PIC X.
       01  WS-HIT                 PIC X.
       01  WS-ITEM-COUNT          PIC 9(4).
       01  WS-IDLE-DAYS           PIC 9(6).
       01  WS-ROUND-QUOTIENT      PIC 9(8).
       01  WS-ROUND-REMAINDER     PIC 9(8)V99.
       01  WS-PAIR-ID             PIC 9(10).
       01  WS-CONTRA              PIC 9(10).
       01  WS-CPT-TABLE.
        05 WS-CPT-ACCOUNT OCCURS 100 TIMES PIC 9(10).
       01  WS-CPT-COUNT           PIC 9(3).
       01  WS-CPT-IDX             PIC 9(3).
       01  WS-CPT-FOUND           PIC X.
       01  WS-AMT-ED              PIC Z(9)9.99.
       01  WS-AMT2-ED             PIC Z(9)9.99.
       01  WS-NUM-ED              PIC ZZZZ9.

      *The case about to be opened.
       01  WS-CASE-SCENARIO       PIC X(8).
       01  WS-CASE-AMOUNT         PIC 9(10)V99.
       01  WS-CASE-DETAIL         PIC X(50).
       01  WS-CASE-EXISTS         PIC X.
       01  WS-CASE-DONE           PIC X.

       01  WS-ACCOUNTS-SCANNED    PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-ACTIVE     PIC 9(7) VALUE 0.
       01  WS-CASES-OPENED        PIC 9(5) VALUE 0.
       01  WS-CASES-ALREADY       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO INPUT-DATE
           call 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                 TOTALRETURN1
           MOVE TOTALRETURN1 TO WS-RUN-EPOCH

           PERFORM LOAD-SCENARIOS

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "AMLMON-" WS-RUN-DATE ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT AML-PRINT-FILE
           PERFORM PRINT-REPORT-HEADING

           OPEN I-O AML-CASE-FILE
            IF FILE-STATUS3 = "35"
              OPEN OUTPUT AML-CASE-FILE
              CLOSE AML-CASE-FILE
              OPEN I-O AML-CASE-FILE
            END-IF
            IF FILE-STATUS3 = "00"
              MOVE "Y" TO WS-CASE-FILE-OPEN
            ELSE
              DISPLAY "AML case file not available. FILE STATUS: "
                      FILE-STATUS3
            END-IF

           IF WS-CASE-FILE-OPEN = "Y"
              OPEN INPUT CUSTOMER-FILE
              PERFORM SCAN-HISTORY-BY-ACCOUNT
              CLOSE CUSTOMER-FILE
              CLOSE AML-CASE-FILE
           END-IF

           MOVE SPACES TO AML-PRINT-LINE
           WRITE AML-PRINT-LINE
           MOVE SPACES TO AML-PRINT-LINE
           STRING "ACCOUNTS WITH ACTIVITY " WS-ACCOUNTS-ACTIVE
                  "   CASES OPENED " WS-CASES-OPENED
                  "   HITS ALREADY UNDER CASE " WS-CASES-ALREADY
                  DELIMITED BY SIZE INTO AML-PRINT-LINE
           WRITE AML-PRINT-LINE
           CLOSE AML-PRINT-FILE

           DISPLAY "ACCOUNTS IN HISTORY         : " WS-ACCOUNTS-SCANNED
           DISPLAY "ACCOUNTS ACTIVE ON THE DAY  : " WS-ACCOUNTS-ACTIVE
           DISPLAY "ALERT CASES OPENED          : " WS-CASES-OPENED
           DISPLAY "HITS ALREADY UNDER A CASE   : " WS-CASES-ALREADY
           DISPLAY "REPORT WRITTEN              : " WS-PRINT-FILENAME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "AML MONITOR " WS-RUN-DATE
                  " CASES " WS-CASES-OPENED
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           MOVE FILE-STATUS3 TO AUDIT-FILE-STATUS
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

      *Scenario settings come from the scenario file; the first run
      *writes the standard set so compliance has something to tune.
       LOAD-SCENARIOS.

         OPEN INPUT AML-SCENARIO-FILE
          IF FILE-STATUS2 = "35"
            PERFORM WRITE-DEFAULT-SCENARIOS
            OPEN INPUT AML-SCENARIO-FILE
          END-IF
          IF FILE-STATUS2 = "00"
            MOVE "N" TO END-OF-FILE
            PERFORM UNTIL END-OF-FILE = "Y"
              READ AML-SCENARIO-FILE NEXT RECORD
                AT END
                  MOVE "Y" TO END-OF-FILE
                NOT AT END
                  IF AMLS-IS-ACTIVE
                     PERFORM TAKE-SCENARIO-SETTINGS
                  END-IF
              END-READ
            END-PERFORM
            CLOSE AML-SCENARIO-FILE
          ELSE
            DISPLAY "AML scenario file not available. FILE STATUS: "
                    FILE-STATUS2
          END-IF

         MOVE WS-RUN-EPOCH TO WS-WINDOW-EPOCH
         IF WS-LOOKBACK-DAYS < WS-RUN-EPOCH
            SUBTRACT WS-LOOKBACK-DAYS FROM WS-WINDOW-EPOCH
         END-IF
         call 'CalculateCalendarDate' USING WS-WINDOW-EPOCH
               WS-WIN-YEAR WS-WIN-MONTH WS-WIN-DAY.
       EXIT.

       TAKE-SCENARIO-SETTINGS.

         EVALUATE TRUE
            WHEN AMLS-PASS-THROUGH
              MOVE "Y"          TO WS-PT-ON
              MOVE AMLS-AMOUNT  TO WS-PT-AMOUNT
              MOVE AMLS-DAYS    TO WS-PT-DAYS
              MOVE AMLS-PERCENT TO WS-PT-PERCENT
            WHEN AMLS-DORMANT-WAKE
              MOVE "Y"          TO WS-DW-ON
              MOVE AMLS-AMOUNT  TO WS-DW-AMOUNT
              MOVE AMLS-DAYS    TO WS-DW-DAYS
            WHEN AMLS-MANY-COUNTERPARTY
              MOVE "Y"          TO WS-MC-ON
              MOVE AMLS-COUNT   TO WS-MC-COUNT
              MOVE AMLS-DAYS    TO WS-MC-DAYS
            WHEN AMLS-ROUND-CASH
              MOVE "Y"          TO WS-RC-ON
              MOVE AMLS-AMOUNT  TO WS-RC-AMOUNT
              MOVE AMLS-COUNT   TO WS-RC-COUNT
              MOVE AMLS-DAYS    TO WS-RC-DAYS
            WHEN AMLS-ABOVE-PROFILE
              MOVE "Y"          TO WS-PF-ON
              MOVE AMLS-AMOUNT  TO WS-PF-AMOUNT
              MOVE AMLS-DAYS    TO WS-PF-DAYS
              MOVE AMLS-PERCENT TO WS-PF-PERCENT
            WHEN OTHER
              DISPLAY "Unknown AML scenario ignored: " AMLS-CODE
         END-EVALUATE

      *The dormancy test only needs the last item date, so only the
      *windowed scenarios decide how far back items are kept.
         IF NOT AMLS-DORMANT-WAKE AND AMLS-DAYS > WS-LOOKBACK-DAYS
            MOVE AMLS-DAYS TO WS-LOOKBACK-DAYS
         END-IF.
       EXIT.

       WRITE-DEFAULT-SCENARIOS.

         OPEN OUTPUT AML-SCENARIO-FILE
         MOVE "PASSTHRU" TO AMLS-CODE
         MOVE "RAPID PASS-THROUGH OF FUNDS" TO AMLS-DESCRIPTION
         MOVE "Y" TO AMLS-ACTIVE
         MOVE 5000.00 TO AMLS-AMOUNT
         MOVE 0 TO AMLS-COUNT
         MOVE 2 TO AMLS-DAYS
         MOVE 80 TO AMLS-PERCENT
         WRITE AML-SCENARIO-RECORD
         MOVE "DORMWAKE" TO AMLS-CODE
         MOVE "DORMANT ACCOUNT SUDDENLY ACTIVE" TO AMLS-DESCRIPTION
         MOVE "Y" TO AMLS-ACTIVE
         MOVE 5000.00 TO AMLS-AMOUNT
         MOVE 0 TO AMLS-COUNT
         MOVE 180 TO AMLS-DAYS
         MOVE 0 TO AMLS-PERCENT
         WRITE AML-SCENARIO-RECORD
         MOVE "MANYCPTY" TO AMLS-CODE
         MOVE "MANY DIFFERENT TRF COUNTERPARTIES" TO AMLS-DESCRIPTION
         MOVE "Y" TO AMLS-ACTIVE
         MOVE 0 TO AMLS-AMOUNT
         MOVE 10 TO AMLS-COUNT
         MOVE 7 TO AMLS-DAYS
         MOVE 0 TO AMLS-PERCENT
         WRITE AML-SCENARIO-RECORD
         MOVE "RNDCASH" TO AMLS-CODE
         MOVE "ROUND-AMOUNT CASH DEPOSITS" TO AMLS-DESCRIPTION
         MOVE "Y" TO AMLS-ACTIVE
         MOVE 1000.00 TO AMLS-AMOUNT
         MOVE 3 TO AMLS-COUNT
         MOVE 30 TO AMLS-DAYS
         MOVE 0 TO AMLS-PERCENT
         WRITE AML-SCENARIO-RECORD
         MOVE "PROFILE" TO AMLS-CODE
         MOVE "ACTIVITY FAR ABOVE OWN AVERAGE" TO AMLS-DESCRIPTION
         MOVE "Y" TO AMLS-ACTIVE
         MOVE 10000.00 TO AMLS-AMOUNT
         MOVE 0 TO AMLS-COUNT
         MOVE 90 TO AMLS-DAYS
         MOVE 500 TO AMLS-PERCENT
         WRITE AML-SCENARIO-RECORD
         CLOSE AML-SCENARIO-FILE
         DISPLAY "Default AML scenarios written to "
                 "projectAmlScenario.dat".
       EXIT.

       PRINT-REPORT-HEADING.

         MOVE "AML SCENARIO MONITORING - ALERT CASES RAISED"
              TO AML-PRINT-LINE
         WRITE AML-PRINT-LINE
         MOVE SPACES TO AML-PRINT-LINE
         STRING "BUSINESS DATE " WS-RUN-DATE
                "   ITEMS LOOKED AT FROM " WS-WINDOW-DATE-N
                DELIMITED BY SIZE INTO AML-PRINT-LINE
         WRITE AML-PRINT-LINE
         MOVE SPACES TO AML-PRINT-LINE
         STRING "SCENARIOS ON: PASSTHRU " WS-PT-ON
                " DORMWAKE " WS-DW-ON " MANYCPTY " WS-MC-ON
                " RNDCASH " WS-RC-ON " PROFILE " WS-PF-ON
                DELIMITED BY SIZE INTO AML-PRINT-LINE
         WRITE AML-PRINT-LINE
         MOVE SPACES TO AML-PRINT-LINE
         WRITE AML-PRINT-LINE
         MOVE SPACES TO AML-PRINT-LINE
         STRING "CASE     ACCOUNT    SCENARIO        AMOUNT  DETAIL"
                DELIMITED BY SIZE INTO AML-PRINT-LINE
         WRITE AML-PRINT-LINE.
       EXIT.

      *History in account/date order through the alternate key: the
      *items of one account are gathered, then judged together when
      *the account changes.
       SCAN-HISTORY-BY-ACCOUNT.

         OPEN INPUT HIS-PAIR-FILE
         IF FILE-STATUS1 = "00"
            MOVE "Y" TO WS-PAIR-OPEN
         END-IF
         MOVE "N" TO END-OF-FILE
         OPEN INPUT HISTORY-FILE
          IF FILE-STATUS = "00"
            MOVE 0 TO HIS-ACCT-DATE-KEY
            START HISTORY-FILE KEY IS NOT LESS THAN HIS-ACCT-DATE-KEY
              INVALID KEY
                MOVE "Y" TO END-OF-FILE
            END-START
            MOVE 0 TO WS-CUR-ACCOUNT
            PERFORM UNTIL END-OF-FILE = "Y"
              READ HISTORY-FILE NEXT RECORD
                AT END
                  MOVE "Y" TO END-OF-FILE
                NOT AT END
                  IF HIS-ACCOUNT-NUM NOT = WS-CUR-ACCOUNT
                     IF WS-CUR-ACCOUNT > 0
                        PERFORM JUDGE-ACCOUNT
                     END-IF
                     PERFORM START-NEW-ACCOUNT
                  END-IF
                  IF HIS-CHANNEL NOT = "SYSTEM"
                     PERFORM TAKE-HISTORY-ITEM
                  END-IF
              END-READ
            END-PERFORM
            IF WS-CUR-ACCOUNT > 0
               PERFORM JUDGE-ACCOUNT
            END-IF
          ELSE
            DISPLAY "HISTORY-FILE not available. FILE STATUS: "
                    FILE-STATUS
          END-IF
         CLOSE HISTORY-FILE
         IF WS-PAIR-OPEN = "Y"
            CLOSE HIS-PAIR-FILE
         END-IF.
       EXIT.

       START-NEW-ACCOUNT.

         MOVE HIS-ACCOUNT-NUM TO WS-CUR-ACCOUNT
         MOVE 0 TO WS-AMI-COUNT
         MOVE 0 TO WS-AMI-TODAY
         MOVE 0 TO WS-PRIOR-DATE
         ADD 1 TO WS-ACCOUNTS-SCANNED.
       EXIT.

      *Items after the business date (forward value dates) are not
      *yet activity. The table keeps the newest 999 items in the
      *window; on an account busier than that the oldest drop out.
       TAKE-HISTORY-ITEM.

         IF HIS-TRANSACTION-DATE < WS-RUN-DATE
            MOVE HIS-TRANSACTION-DATE TO WS-PRIOR-DATE
         END-IF
         IF HIS-TRANSACTION-DATE NOT < WS-WINDOW-DATE-N AND
            HIS-TRANSACTION-DATE NOT > WS-RUN-DATE
            IF WS-AMI-COUNT = 999
               PERFORM VARYING WS-AMI-IDX FROM 1 BY 1
                       UNTIL WS-AMI-IDX > 998
                 MOVE WS-AMI-ENTRY(WS-AMI-IDX + 1)
                      TO WS-AMI-ENTRY(WS-AMI-IDX)
               END-PERFORM
               MOVE 998 TO WS-AMI-COUNT
            END-IF
            ADD 1 TO WS-AMI-COUNT
            MOVE HIS-ID           TO WS-AMI-HIS-ID(WS-AMI-COUNT)
            MOVE HIS-TRANSACTION-DATE TO WS-AMI-DATE(WS-AMI-COUNT)
            MOVE HIS-TRANS-AMOUNT TO WS-AMI-AMOUNT(WS-AMI-COUNT)
            MOVE HIS-TRANS-TYPE   TO WS-AMI-TYPE(WS-AMI-COUNT)
            MOVE HIS-TRANSACTION-DATE TO INPUT-DATE
            call 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                  TOTALRETURN1
            MOVE TOTALRETURN1 TO WS-AMI-EPOCH(WS-AMI-COUNT)
            IF HIS-TRANSACTION-DATE = WS-RUN-DATE
               ADD 1 TO WS-AMI-TODAY
            END-IF
         END-IF.
       EXIT.

      *Only an account the customer used on the business date is
      *judged, so a pattern raises its case on the day it forms.
       JUDGE-ACCOUNT.

         IF WS-AMI-TODAY > 0
            ADD 1 TO WS-ACCOUNTS-ACTIVE
            IF WS-PT-ON = "Y"
               PERFORM TEST-PASS-THROUGH
            END-IF
            IF WS-DW-ON = "Y"
               PERFORM TEST-DORMANT-WAKE
            END-IF
            IF WS-MC-ON = "Y"
               PERFORM TEST-MANY-COUNTERPARTIES
            END-IF
            IF WS-RC-ON = "Y"
               PERFORM TEST-ROUND-CASH
            END-IF
            IF WS-PF-ON = "Y"
               PERFORM TEST-ABOVE-PROFILE
            END-IF
         END-IF.
       EXIT.

      *A credit of the scenario amount or more, then debits within
      *the window that take the scenario percentage of it back out,
      *at least one of them today.
       TEST-PASS-THROUGH.

         MOVE "N" TO WS-HIT
         COMPUTE WS-FROM-EPOCH = WS-RUN-EPOCH - WS-PT-DAYS
         PERFORM VARYING WS-AMI-IDX FROM 1 BY 1
                 UNTIL WS-AMI-IDX > WS-AMI-COUNT OR WS-HIT = "Y"
           IF WS-AMI-AMOUNT(WS-AMI-IDX) > 0 AND
              WS-AMI-AMOUNT(WS-AMI-IDX) NOT < WS-PT-AMOUNT AND
              WS-AMI-EPOCH(WS-AMI-IDX) NOT < WS-FROM-EPOCH
              MOVE WS-AMI-AMOUNT(WS-AMI-IDX) TO WS-SUM-IN
              MOVE 0 TO WS-SUM-OUT
              MOVE "N" TO WS-TODAY-SEEN
              COMPUTE WS-LIMIT-EPOCH =
                      WS-AMI-EPOCH(WS-AMI-IDX) + WS-PT-DAYS
              PERFORM VARYING WS-AMI-JDX FROM WS-AMI-IDX BY 1
                      UNTIL WS-AMI-JDX > WS-AMI-COUNT
                IF WS-AMI-AMOUNT(WS-AMI-JDX) < 0 AND
                   WS-AMI-EPOCH(WS-AMI-JDX) NOT > WS-LIMIT-EPOCH
                   SUBTRACT WS-AMI-AMOUNT(WS-AMI-JDX) FROM WS-SUM-OUT
                   IF WS-AMI-DATE(WS-AMI-JDX) = WS-RUN-DATE
                      MOVE "Y" TO WS-TODAY-SEEN
                   END-IF
                END-IF
              END-PERFORM
              IF WS-TODAY-SEEN = "Y" AND
                 WS-SUM-OUT * 100 NOT < WS-SUM-IN * WS-PT-PERCENT
                 MOVE "Y" TO WS-HIT
              END-IF
           END-IF
         END-PERFORM
         IF WS-HIT = "Y"
            MOVE "PASSTHRU" TO WS-CASE-SCENARIO
            MOVE WS-SUM-IN TO WS-CASE-AMOUNT
            MOVE WS-SUM-IN TO WS-AMT-ED
            MOVE WS-SUM-OUT TO WS-AMT2-ED
            MOVE SPACES TO WS-CASE-DETAIL
            STRING "IN " WS-AMT-ED " OUT " WS-AMT2-ED
                   " WITHIN " WS-PT-DAYS " DAYS"
                   DELIMITED BY SIZE INTO WS-CASE-DETAIL
            PERFORM OPEN-AML-CASE
         END-IF.
       EXIT.

      *An item of the scenario amount or more today on an account
      *whose last customer item was at least the scenario days ago.
      *An account with no earlier history is new, not dormant.
       TEST-DORMANT-WAKE.

         IF WS-PRIOR-DATE > 0
            MOVE WS-PRIOR-DATE TO INPUT-DATE
            call 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                  TOTALRETURN2
            COMPUTE WS-IDLE-DAYS = WS-RUN-EPOCH - TOTALRETURN2
            IF WS-IDLE-DAYS NOT < WS-DW-DAYS
               MOVE 0 TO WS-CASE-AMOUNT
               PERFORM VARYING WS-AMI-IDX FROM 1 BY 1
                       UNTIL WS-AMI-IDX > WS-AMI-COUNT
                 IF WS-AMI-DATE(WS-AMI-IDX) = WS-RUN-DATE
                    IF WS-AMI-AMOUNT(WS-AMI-IDX) < 0
                       COMPUTE WS-ABS-AMOUNT =
                               0 - WS-AMI-AMOUNT(WS-AMI-IDX)
                    ELSE
                       MOVE WS-AMI-AMOUNT(WS-AMI-IDX)
                            TO WS-ABS-AMOUNT
                    END-IF
                    IF WS-ABS-AMOUNT > WS-CASE-AMOUNT
                       MOVE WS-ABS-AMOUNT TO WS-CASE-AMOUNT
                    END-IF
                 END-IF
               END-PERFORM
               IF WS-CASE-AMOUNT NOT < WS-DW-AMOUNT AND
                  WS-CASE-AMOUNT > 0
                  MOVE "DORMWAKE" TO WS-CASE-SCENARIO
                  MOVE WS-CASE-AMOUNT TO WS-AMT-ED
                  MOVE SPACES TO WS-CASE-DETAIL
                  STRING "IDLE SINCE " WS-PRIOR-DATE
                         " ITEM " WS-AMT-ED
                         DELIMITED BY SIZE INTO WS-CASE-DETAIL
                  PERFORM OPEN-AML-CASE
               END-IF
            END-IF
         END-IF.
       EXIT.

      *Transfers within the window, one of them today, with the
      *scenario count or more different accounts on the other side.
       TEST-MANY-COUNTERPARTIES.

         MOVE 0 TO WS-CPT-COUNT
         MOVE 0 TO WS-CASE-AMOUNT
         MOVE "N" TO WS-TODAY-SEEN
         COMPUTE WS-FROM-EPOCH = WS-RUN-EPOCH - WS-MC-DAYS + 1
         PERFORM VARYING WS-AMI-IDX FROM 1 BY 1
                 UNTIL WS-AMI-IDX > WS-AMI-COUNT
           IF WS-AMI-TYPE(WS-AMI-IDX) = "TRF" AND
              WS-AMI-EPOCH(WS-AMI-IDX) NOT < WS-FROM-EPOCH
              IF WS-AMI-DATE(WS-AMI-IDX) = WS-RUN-DATE
                 MOVE "Y" TO WS-TODAY-SEEN
              END-IF
              IF WS-AMI-AMOUNT(WS-AMI-IDX) < 0
                 COMPUTE WS-ABS-AMOUNT = 0 - WS-AMI-AMOUNT(WS-AMI-IDX)
              ELSE
                 MOVE WS-AMI-AMOUNT(WS-AMI-IDX) TO WS-ABS-AMOUNT
              END-IF
              ADD WS-ABS-AMOUNT TO WS-CASE-AMOUNT
              PERFORM FIND-TRANSFER-CONTRA
              IF WS-CONTRA > 0
                 PERFORM NOTE-COUNTERPARTY
              END-IF
           END-IF
         END-PERFORM
         IF WS-TODAY-SEEN = "Y" AND WS-MC-COUNT > 0 AND
            WS-CPT-COUNT NOT < WS-MC-COUNT
            MOVE "MANYCPTY" TO WS-CASE-SCENARIO
            MOVE WS-CPT-COUNT TO WS-NUM-ED
            MOVE WS-CASE-AMOUNT TO WS-AMT-ED
            MOVE SPACES TO WS-CASE-DETAIL
            STRING WS-NUM-ED " COUNTERPARTIES IN " WS-MC-DAYS
                   " DAYS, TOTAL " WS-AMT-ED
                   DELIMITED BY SIZE INTO WS-CASE-DETAIL
            PERFORM OPEN-AML-CASE
         END-IF.
       EXIT.

      *Posting writes a transfer's two legs to history one after the
      *other, debit leg first: the other side of a debit leg is the
      *next HIS-ID, of a credit leg the one before.
       FIND-TRANSFER-CONTRA.

         MOVE 0 TO WS-CONTRA
         IF WS-PAIR-OPEN = "Y"
            IF WS-AMI-AMOUNT(WS-AMI-IDX) < 0
               COMPUTE WS-PAIR-ID = WS-AMI-HIS-ID(WS-AMI-IDX) + 1
            ELSE
               COMPUTE WS-PAIR-ID = WS-AMI-HIS-ID(WS-AMI-IDX) - 1
            END-IF
            MOVE WS-PAIR-ID TO HPR-ID
            READ HIS-PAIR-FILE
               KEY IS HPR-ID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF HPR-TRANS-TYPE = "TRF" AND
                    HPR-ACCOUNT-NUM NOT = WS-CUR-ACCOUNT AND
                    HPR-TRANSACTION-DATE = WS-AMI-DATE(WS-AMI-IDX)
                    MOVE HPR-ACCOUNT-NUM TO WS-CONTRA
                 END-IF
            END-READ
         END-IF.
       EXIT.

       NOTE-COUNTERPARTY.

         MOVE "N" TO WS-CPT-FOUND
         PERFORM VARYING WS-CPT-IDX FROM 1 BY 1
                 UNTIL WS-CPT-IDX > WS-CPT-COUNT
           IF WS-CPT-ACCOUNT(WS-CPT-IDX) = WS-CONTRA
              MOVE "Y" TO WS-CPT-FOUND
           END-IF
         END-PERFORM
         IF WS-CPT-FOUND = "N" AND WS-CPT-COUNT < 100
            ADD 1 TO WS-CPT-COUNT
            MOVE WS-CONTRA TO WS-CPT-ACCOUNT(WS-CPT-COUNT)
         END-IF.
       EXIT.

      *Cash deposits (DEP) within the window that are whole
      *multiples of the scenario amount, one of them today.
       TEST-ROUND-CASH.

         MOVE 0 TO WS-ITEM-COUNT
         MOVE 0 TO WS-CASE-AMOUNT
         MOVE "N" TO WS-TODAY-SEEN
         COMPUTE WS-FROM-EPOCH = WS-RUN-EPOCH - WS-RC-DAYS + 1
         IF WS-RC-AMOUNT > 0 AND WS-RC-COUNT > 0
           PERFORM VARYING WS-AMI-IDX FROM 1 BY 1
                   UNTIL WS-AMI-IDX > WS-AMI-COUNT
             IF WS-AMI-TYPE(WS-AMI-IDX) = "DEP" AND
                WS-AMI-AMOUNT(WS-AMI-IDX) > 0 AND
                WS-AMI-EPOCH(WS-AMI-IDX) NOT < WS-FROM-EPOCH
                DIVIDE WS-AMI-AMOUNT(WS-AMI-IDX) BY WS-RC-AMOUNT
                       GIVING WS-ROUND-QUOTIENT
                       REMAINDER WS-ROUND-REMAINDER
                IF WS-ROUND-REMAINDER = 0
                   ADD 1 TO WS-ITEM-COUNT
                   ADD WS-AMI-AMOUNT(WS-AMI-IDX) TO WS-CASE-AMOUNT
                   IF WS-AMI-DATE(WS-AMI-IDX) = WS-RUN-DATE
                      MOVE "Y" TO WS-TODAY-SEEN
                   END-IF
                END-IF
             END-IF
           END-PERFORM
         END-IF
         IF WS-TODAY-SEEN = "Y" AND WS-ITEM-COUNT NOT < WS-RC-COUNT
            MOVE "RNDCASH" TO WS-CASE-SCENARIO
            MOVE WS-ITEM-COUNT TO WS-NUM-ED
            MOVE WS-CASE-AMOUNT TO WS-AMT-ED
            MOVE SPACES TO WS-CASE-DETAIL
            STRING WS-NUM-ED " ROUND CASH DEPOSITS IN " WS-RC-DAYS
                   " DAYS " WS-AMT-ED
                   DELIMITED BY SIZE INTO WS-CASE-DETAIL
            PERFORM OPEN-AML-CASE
         END-IF.
       EXIT.

      *Today's turnover (debits and credits alike) against the
      *account's average daily turnover over the scenario days
      *before today. An account with no turnover in that period has
      *no profile to measure against.
       TEST-ABOVE-PROFILE.

         MOVE 0 TO WS-SUM-TODAY
         MOVE 0 TO WS-SUM-BASE
         COMPUTE WS-FROM-EPOCH = WS-RUN-EPOCH - WS-PF-DAYS
         PERFORM VARYING WS-AMI-IDX FROM 1 BY 1
                 UNTIL WS-AMI-IDX > WS-AMI-COUNT
           IF WS-AMI-AMOUNT(WS-AMI-IDX) < 0
              COMPUTE WS-ABS-AMOUNT = 0 - WS-AMI-AMOUNT(WS-AMI-IDX)
           ELSE
              MOVE WS-AMI-AMOUNT(WS-AMI-IDX) TO WS-ABS-AMOUNT
           END-IF
           IF WS-AMI-DATE(WS-AMI-IDX) = WS-RUN-DATE
              ADD WS-ABS-AMOUNT TO WS-SUM-TODAY
           ELSE
              IF WS-AMI-EPOCH(WS-AMI-IDX) NOT < WS-FROM-EPOCH
                 ADD WS-ABS-AMOUNT TO WS-SUM-BASE
              END-IF
           END-IF
         END-PERFORM
         IF WS-SUM-BASE > 0 AND WS-PF-DAYS > 0 AND
            WS-SUM-TODAY NOT < WS-PF-AMOUNT
            COMPUTE WS-DAILY-AVERAGE ROUNDED =
                    WS-SUM-BASE / WS-PF-DAYS
            IF WS-SUM-TODAY * 100 NOT <
               WS-DAILY-AVERAGE * WS-PF-PERCENT
               MOVE "PROFILE" TO WS-CASE-SCENARIO
               MOVE WS-SUM-TODAY TO WS-CASE-AMOUNT
               MOVE WS-SUM-TODAY TO WS-AMT-ED
               MOVE WS-DAILY-AVERAGE TO WS-AMT2-ED
               MOVE SPACES TO WS-CASE-DETAIL
               STRING "DAY " WS-AMT-ED " AVERAGE " WS-AMT2-ED
                      DELIMITED BY SIZE INTO WS-CASE-DETAIL
               PERFORM OPEN-AML-CASE
            END-IF
         END-IF.
       EXIT.

      *A scenario still under an open or in-progress case on the
      *account is not raised again; the investigator already has it.
       OPEN-AML-CASE.

         MOVE "N" TO WS-CASE-EXISTS
         MOVE "N" TO WS-CASE-DONE
         MOVE WS-CUR-ACCOUNT TO AMLC-ACCOUNT-NUM
         START AML-CASE-FILE KEY IS EQUAL TO AMLC-ACCOUNT-NUM
           INVALID KEY
             MOVE "Y" TO WS-CASE-DONE
         END-START
         PERFORM UNTIL WS-CASE-DONE = "Y"
           READ AML-CASE-FILE NEXT RECORD
             AT END
               MOVE "Y" TO WS-CASE-DONE
             NOT AT END
               IF AMLC-ACCOUNT-NUM NOT = WS-CUR-ACCOUNT
                  MOVE "Y" TO WS-CASE-DONE
               ELSE
                  IF AMLC-SCENARIO = WS-CASE-SCENARIO AND
                     NOT AMLC-STATUS-CLOSED
                     MOVE "Y" TO WS-CASE-EXISTS
                     MOVE "Y" TO WS-CASE-DONE
                  END-IF
               END-IF
           END-READ
         END-PERFORM

         IF WS-CASE-EXISTS = "Y"
            ADD 1 TO WS-CASES-ALREADY
         ELSE
            PERFORM ALLOCATE-CASE-ID
            MOVE WS-NEXT-CASE-ID   TO AMLC-CASE-ID
            MOVE WS-CUR-ACCOUNT    TO AMLC-ACCOUNT-NUM
            MOVE 0                 TO AMLC-CIF-ID
            MOVE WS-CUR-ACCOUNT    TO ACCOUNT-NUM
            READ CUSTOMER-FILE
               KEY IS ACCOUNT-NUM
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE ACCOUNT-CIF-ID TO AMLC-CIF-ID
            END-READ
            MOVE WS-CASE-SCENARIO  TO AMLC-SCENARIO
            MOVE WS-RUN-DATE       TO AMLC-DETECTED-DATE
            MOVE WS-CASE-AMOUNT    TO AMLC-AMOUNT
            MOVE WS-CASE-DETAIL    TO AMLC-DETAIL
            MOVE "O"               TO AMLC-STATUS
            MOVE SPACES            TO AMLC-INVESTIGATOR
            MOVE SPACES            TO AMLC-DISPOSITION
            MOVE SPACES            TO AMLC-NOTES
            MOVE 0                 TO AMLC-CLOSED-DATE
            MOVE 0                 TO AMLC-SAR-DATE
            WRITE AML-CASE-RECORD
             INVALID KEY
               DISPLAY "AML case id collision, case not written: "
                       WS-NEXT-CASE-ID
             NOT INVALID KEY
               ADD 1 TO WS-CASES-OPENED
               MOVE WS-CASE-AMOUNT TO WS-AMT-ED
               MOVE SPACES TO AML-PRINT-LINE
               STRING AMLC-CASE-ID " " AMLC-ACCOUNT-NUM " "
                      AMLC-SCENARIO " " WS-AMT-ED "  " AMLC-DETAIL
                      DELIMITED BY SIZE INTO AML-PRINT-LINE
               WRITE AML-PRINT-LINE
            END-WRITE
         END-IF.
       EXIT.

      *Case numbers come off KEYS-ID 15.
       ALLOCATE-CASE-ID.

           MOVE 1 TO WS-NEXT-CASE-ID
           OPEN I-O KEYS
            IF FILE-STATUS5 = "00"
               MOVE 15 TO KEYS-ID
               READ KEYS INTO WS-KEYS-RECORD
                  KEY IS KEYS-ID
                  INVALID KEY
                    MOVE 15 TO KEYS-ID
                    MOVE 2 TO KEYS-VALUE
                    WRITE KEYS-RECORD
                  NOT INVALID KEY
                    MOVE WS-KEYS-VALUE TO WS-NEXT-CASE-ID
                    ADD 1 TO WS-KEYS-VALUE
                    MOVE WS-KEYS-VALUE TO KEYS-VALUE
                    REWRITE KEYS-RECORD
               END-READ
            ELSE IF FILE-STATUS5 = "35"
              CLOSE KEYS
              OPEN OUTPUT KEYS
                MOVE 15 TO KEYS-ID
                MOVE 2 TO KEYS-VALUE
                WRITE KEYS-RECORD
             ELSE
              DISPLAY "Error opening KEYS file. FILE STATUS: "
                      FILE-STATUS5
            END-IF
            END-IF
           CLOSE KEYS.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projAmlMonitor"     TO AUDIT-PROGRAM-NAME
         MOVE "projectAmlCase.dat" TO AUDIT-FILE-NAME
         MOVE "SYSTEM"             TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
