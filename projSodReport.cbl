      *Monthly segregation-of-duties violation report
      *Sets who keyed an item (the teller journal), who repaired it
      *out of suspense (the suspense repair log), who released it
      *(the approval decision log) and what each operator did in the
      *audit log against each other for the business month and lists
      *on SOD-yyyymm.prt:
      *  1. items released by the same operator who keyed or
      *     repaired them;
      *  2. rejected items repaired and resubmitted by the operator
      *     who keyed them in the first place;
      *  3. parameter changes made in projParmMaintenance followed,
      *     on or after the day of the change, by a batch run the
      *     same operator started;
      *  4. supervisor overrides per operator helped and per
      *     supervisor granting, for this month and the two before it
      *     with the direction of the trend.
      *Overrides and batch starts come from the live audit log and
      *the AUDITARCH-yyyymm.dat archives projAuditRollover leaves.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projSodReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TELLER-JOURNAL-FILE ASSIGN TO 'projectTellerJournal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT APPROVAL-LOG-FILE ASSIGN TO 'projectApprovalLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       SELECT REPAIR-LOG-FILE ASSIGN TO 'projectSuspenseRepairLog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       SELECT SOD-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD TELLER-JOURNAL-FILE.
       COPY projectTellerJournalBook.

       FD APPROVAL-LOG-FILE.
       COPY projectApprovalLogBook.

       FD REPAIR-LOG-FILE.
       COPY projectSuspRepairLogBook.

       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       FD SOD-PRINT-FILE.
       01 SOD-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-AUDIT-FILENAME      PIC X(30).

      *The report month and the two before it, as yyyymm, oldest
      *first - the override trend columns follow the same order.
       01  WS-PERIOD-TABLE.
        05 WS-PERIOD              PIC 9(6) OCCURS 3 TIMES.
       01  WS-PERIOD-WORK         PIC 9(6).
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD-WORK.
        05 WS-PERIOD-YEAR         PIC 9(4).
        05 WS-PERIOD-MONTH        PIC 9(2).
       01  WS-PER-IDX             PIC 9(1).
       01  WS-ARCH-IDX            PIC 9(1).
       01  WS-REC-PERIOD          PIC 9(6).
       01  WS-REC-DATE            PIC 9(8).

       01  WS-REL-COUNT           PIC 9(4) VALUE 0.
       01  WS-REL-IDX             PIC 9(4).
       01  WS-REL-TABLE.
        05 WS-REL-ENTRY OCCURS 2000 TIMES.
         10 WS-REL-TRANS-ID       PIC 9(10).
         10 WS-REL-TRANS-TYPE     PIC X(3).
         10 WS-REL-ACCOUNT-NUM    PIC 9(10).
         10 WS-REL-AMOUNT         PIC S9(8)V99.
         10 WS-REL-APPROVER-ID    PIC X(8).
         10 WS-REL-DATE           PIC 9(8).

       01  WS-RPR-COUNT           PIC 9(4) VALUE 0.
       01  WS-RPR-IDX             PIC 9(4).
       01  WS-RPR-IDX2            PIC 9(4).
       01  WS-RPR-TABLE.
        05 WS-RPR-ENTRY OCCURS 1000 TIMES.
         10 WS-RPR-OPERATOR-ID    PIC X(8).
         10 WS-RPR-ORIG-TRANS-ID  PIC 9(10).
         10 WS-RPR-NEW-TRANS-ID   PIC 9(10).
         10 WS-RPR-ACCOUNT-NUM    PIC 9(10).
         10 WS-RPR-AMOUNT         PIC S9(6)V99.
         10 WS-RPR-DATE           PIC 9(8).

       01  WS-CHG-COUNT           PIC 9(3) VALUE 0.
       01  WS-CHG-IDX             PIC 9(3).
       01  WS-CHG-TABLE.
        05 WS-CHG-ENTRY OCCURS 500 TIMES.
         10 WS-CHG-OPERATOR-ID    PIC X(8).
         10 WS-CHG-DATE           PIC 9(8).
         10 WS-CHG-TIME           PIC 9(8).
         10 WS-CHG-MESSAGE        PIC X(40).

       01  WS-BAT-COUNT           PIC 9(3) VALUE 0.
       01  WS-BAT-IDX             PIC 9(3).
       01  WS-BAT-FOUND           PIC X.
       01  WS-BAT-TABLE.
        05 WS-BAT-ENTRY OCCURS 500 TIMES.
         10 WS-BAT-OPERATOR-ID    PIC X(8).
         10 WS-BAT-DATE           PIC 9(8).
         10 WS-BAT-TIME           PIC 9(8).
         10 WS-BAT-PROGRAM        PIC X(20).

      *Override counts by month, one table for the operator helped
      *and one for the supervisor who signed on to help.
       01  WS-OVR-WORK-ID         PIC X(8).
       01  WS-OVR-FOUND           PIC X.
       01  WS-OVR-COUNT           PIC 9(3) VALUE 0.
       01  WS-OVR-IDX             PIC 9(3).
       01  WS-OVR-TABLE.
        05 WS-OVR-ENTRY OCCURS 200 TIMES.
         10 WS-OVR-OPERATOR-ID    PIC X(8).
         10 WS-OVR-MONTH-COUNT    PIC 9(5) OCCURS 3 TIMES.
       01  WS-GRT-COUNT           PIC 9(3) VALUE 0.
       01  WS-GRT-IDX             PIC 9(3).
       01  WS-GRT-TABLE.
        05 WS-GRT-ENTRY OCCURS 200 TIMES.
         10 WS-GRT-OPERATOR-ID    PIC X(8).
         10 WS-GRT-MONTH-COUNT    PIC 9(5) OCCURS 3 TIMES.
       01  WS-TREND               PIC X(4).
       01  WS-NEW-TALLY           PIC 9(2).

       01  WS-AMOUNT-SHOW         PIC -ZZZZZZZ9.99.
       01  WS-SECTION-COUNT       PIC 9(5).
       01  WS-TOTAL-VIOLATIONS    PIC 9(5) VALUE 0.
       01  WS-TABLE-FULL          PIC X VALUE "N".

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM SET-REPORT-PERIODS
           PERFORM LOAD-RELEASES
           PERFORM LOAD-REPAIRS
           PERFORM LOAD-AUDIT-ACTIVITY

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "SOD-" WS-PERIOD(3) ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT SOD-PRINT-FILE
           MOVE SPACES TO SOD-PRINT-LINE
           STRING "SEGREGATION OF DUTIES REVIEW FOR " WS-PERIOD(3)
                  " AS AT " WS-RUN-DATE
                  DELIMITED BY SIZE INTO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           IF WS-TABLE-FULL = "Y"
              MOVE SPACES TO SOD-PRINT-LINE
              STRING "*** WORK TABLE FULL - REPORT IS INCOMPLETE, "
                     "CHECK THE LOGS BY HAND ***"
                     DELIMITED BY SIZE INTO SOD-PRINT-LINE
              WRITE SOD-PRINT-LINE
           END-IF

           PERFORM PRINT-ENTERED-AND-APPROVED
           PERFORM PRINT-OWN-ITEM-REPAIRED
           PERFORM PRINT-PARM-THEN-BATCH
           PERFORM PRINT-OVERRIDE-TREND

           MOVE SPACES TO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           MOVE SPACES TO SOD-PRINT-LINE
           STRING "VIOLATIONS LISTED: " WS-TOTAL-VIOLATIONS
                  DELIMITED BY SIZE INTO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           CLOSE SOD-PRINT-FILE
           DISPLAY "SOD REVIEW " WS-PERIOD(3) ": "
                   WS-TOTAL-VIOLATIONS " VIOLATIONS ("
                   WS-PRINT-FILENAME ")".
         GOBACK.

       SET-REPORT-PERIODS.

           MOVE WS-RUN-YEAR  TO WS-PERIOD-YEAR
           MOVE WS-RUN-MONTH TO WS-PERIOD-MONTH
           MOVE WS-PERIOD-WORK TO WS-PERIOD(3)
           PERFORM VARYING WS-PER-IDX FROM 2 BY -1
                   UNTIL WS-PER-IDX < 1
             IF WS-PERIOD-MONTH = 1
                SUBTRACT 1 FROM WS-PERIOD-YEAR
                MOVE 12 TO WS-PERIOD-MONTH
             ELSE
                SUBTRACT 1 FROM WS-PERIOD-MONTH
             END-IF
             MOVE WS-PERIOD-WORK TO WS-PERIOD(WS-PER-IDX)
           END-PERFORM.
       EXIT.

      *Only releases decided in the report month are kept; what an
      *approver released is what the entry and repair passes are
      *checked against.
       LOAD-RELEASES.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT APPROVAL-LOG-FILE
            IF FILE-STATUS1 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ APPROVAL-LOG-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    MOVE APL-DATE TO WS-REC-DATE
                    COMPUTE WS-REC-PERIOD = WS-REC-DATE / 100
                    IF APL-RELEASED AND
                       WS-REC-PERIOD = WS-PERIOD(3)
                       IF WS-REL-COUNT < 2000
                          ADD 1 TO WS-REL-COUNT
                          MOVE APL-TRANS-ID
                               TO WS-REL-TRANS-ID(WS-REL-COUNT)
                          MOVE APL-TRANS-TYPE
                               TO WS-REL-TRANS-TYPE(WS-REL-COUNT)
                          MOVE APL-ACCOUNT-NUM
                               TO WS-REL-ACCOUNT-NUM(WS-REL-COUNT)
                          MOVE APL-AMOUNT
                               TO WS-REL-AMOUNT(WS-REL-COUNT)
                          MOVE APL-APPROVER-ID
                               TO WS-REL-APPROVER-ID(WS-REL-COUNT)
                          MOVE APL-DATE
                               TO WS-REL-DATE(WS-REL-COUNT)
                       ELSE
                          MOVE "Y" TO WS-TABLE-FULL
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE APPROVAL-LOG-FILE.
       EXIT.

       LOAD-REPAIRS.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT REPAIR-LOG-FILE
            IF FILE-STATUS2 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ REPAIR-LOG-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    MOVE SRL-DATE TO WS-REC-DATE
                    COMPUTE WS-REC-PERIOD = WS-REC-DATE / 100
                    IF WS-REC-PERIOD = WS-PERIOD(3)
                       IF WS-RPR-COUNT < 1000
                          ADD 1 TO WS-RPR-COUNT
                          MOVE SRL-OPERATOR-ID
                               TO WS-RPR-OPERATOR-ID(WS-RPR-COUNT)
                          MOVE SRL-ORIG-TRANS-ID
                               TO WS-RPR-ORIG-TRANS-ID(WS-RPR-COUNT)
                          MOVE SRL-NEW-TRANS-ID
                               TO WS-RPR-NEW-TRANS-ID(WS-RPR-COUNT)
                          MOVE SRL-ACCOUNT-NUM
                               TO WS-RPR-ACCOUNT-NUM(WS-RPR-COUNT)
                          MOVE SRL-AMOUNT
                               TO WS-RPR-AMOUNT(WS-RPR-COUNT)
                          MOVE SRL-DATE
                               TO WS-RPR-DATE(WS-RPR-COUNT)
                       ELSE
                          MOVE "Y" TO WS-TABLE-FULL
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE REPAIR-LOG-FILE.
       EXIT.

      *Reads the archive for each of the three months, then the live
      *log. projAuditRollover moves records rather than copying
      *them, so no record is seen twice.
       LOAD-AUDIT-ACTIVITY.

           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > 3
             MOVE SPACES TO WS-AUDIT-FILENAME
             STRING "AUDITARCH-" WS-PERIOD(WS-ARCH-IDX) ".dat"
                    DELIMITED BY SIZE INTO WS-AUDIT-FILENAME
             PERFORM SCAN-AUDIT-FILE
           END-PERFORM
           MOVE "projectAuditLog.dat" TO WS-AUDIT-FILENAME
           PERFORM SCAN-AUDIT-FILE.
       EXIT.

       SCAN-AUDIT-FILE.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT AUDIT-FILE
            IF FILE-STATUS3 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ AUDIT-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    PERFORM TAKE-AUDIT-RECORD
                       THRU TAKE-AUDIT-RECORD-EXIT
                END-READ
              END-PERFORM
            END-IF
           CLOSE AUDIT-FILE.
       EXIT.

       TAKE-AUDIT-RECORD.

           COMPUTE WS-REC-PERIOD = AUDIT-YEAR * 100 + AUDIT-MONTH
           MOVE 0 TO WS-PER-IDX
           EVALUATE WS-REC-PERIOD
              WHEN WS-PERIOD(1)
                MOVE 1 TO WS-PER-IDX
              WHEN WS-PERIOD(2)
                MOVE 2 TO WS-PER-IDX
              WHEN WS-PERIOD(3)
                MOVE 3 TO WS-PER-IDX
           END-EVALUATE
           IF WS-PER-IDX = 0
              GO TO TAKE-AUDIT-RECORD-EXIT
           END-IF

           IF AUDIT-MESSAGE(1:13) = "OVERRIDE FOR "
              MOVE AUDIT-MESSAGE(14:8) TO WS-OVR-WORK-ID
              PERFORM COUNT-OVERRIDE
              PERFORM COUNT-GRANTED
              GO TO TAKE-AUDIT-RECORD-EXIT
           END-IF
           IF WS-PER-IDX NOT = 3
              GO TO TAKE-AUDIT-RECORD-EXIT
           END-IF

           IF AUDIT-PROGRAM-NAME = "projParmMaintenance"
              MOVE 0 TO WS-NEW-TALLY
              INSPECT AUDIT-MESSAGE TALLYING WS-NEW-TALLY
                      FOR ALL " NEW:"
              IF WS-NEW-TALLY > 0
                 IF WS-CHG-COUNT < 500
                    ADD 1 TO WS-CHG-COUNT
                    MOVE AUDIT-OPERATOR-ID
                         TO WS-CHG-OPERATOR-ID(WS-CHG-COUNT)
                    MOVE AUDIT-DATE TO WS-CHG-DATE(WS-CHG-COUNT)
                    MOVE AUDIT-TIME TO WS-CHG-TIME(WS-CHG-COUNT)
                    MOVE AUDIT-MESSAGE
                         TO WS-CHG-MESSAGE(WS-CHG-COUNT)
                 ELSE
                    MOVE "Y" TO WS-TABLE-FULL
                 END-IF
              END-IF
           END-IF

           IF AUDIT-MESSAGE = "BATCH RUN STARTED"
              IF WS-BAT-COUNT < 500
                 ADD 1 TO WS-BAT-COUNT
                 MOVE AUDIT-OPERATOR-ID
                      TO WS-BAT-OPERATOR-ID(WS-BAT-COUNT)
                 MOVE AUDIT-DATE TO WS-BAT-DATE(WS-BAT-COUNT)
                 MOVE AUDIT-TIME TO WS-BAT-TIME(WS-BAT-COUNT)
                 MOVE AUDIT-PROGRAM-NAME
                      TO WS-BAT-PROGRAM(WS-BAT-COUNT)
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL
              END-IF
           END-IF.
       TAKE-AUDIT-RECORD-EXIT.
       EXIT.

       COUNT-OVERRIDE.

           MOVE "N" TO WS-OVR-FOUND
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT
                      OR WS-OVR-FOUND = "Y"
             IF WS-OVR-OPERATOR-ID(WS-OVR-IDX) = WS-OVR-WORK-ID
                MOVE "Y" TO WS-OVR-FOUND
             END-IF
           END-PERFORM
           IF WS-OVR-FOUND = "Y"
              SUBTRACT 1 FROM WS-OVR-IDX
           ELSE
              IF WS-OVR-COUNT < 200
                 ADD 1 TO WS-OVR-COUNT
                 MOVE WS-OVR-COUNT TO WS-OVR-IDX
                 MOVE WS-OVR-WORK-ID TO WS-OVR-OPERATOR-ID(WS-OVR-IDX)
                 MOVE 0 TO WS-OVR-MONTH-COUNT(WS-OVR-IDX, 1)
                           WS-OVR-MONTH-COUNT(WS-OVR-IDX, 2)
                           WS-OVR-MONTH-COUNT(WS-OVR-IDX, 3)
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL
                 MOVE 0 TO WS-OVR-IDX
              END-IF
           END-IF
           IF WS-OVR-IDX > 0
              ADD 1 TO WS-OVR-MONTH-COUNT(WS-OVR-IDX, WS-PER-IDX)
           END-IF.
       EXIT.

       COUNT-GRANTED.

           MOVE "N" TO WS-OVR-FOUND
           PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
                   UNTIL WS-GRT-IDX > WS-GRT-COUNT
                      OR WS-OVR-FOUND = "Y"
             IF WS-GRT-OPERATOR-ID(WS-GRT-IDX) = AUDIT-OPERATOR-ID
                MOVE "Y" TO WS-OVR-FOUND
             END-IF
           END-PERFORM
           IF WS-OVR-FOUND = "Y"
              SUBTRACT 1 FROM WS-GRT-IDX
           ELSE
              IF WS-GRT-COUNT < 200
                 ADD 1 TO WS-GRT-COUNT
                 MOVE WS-GRT-COUNT TO WS-GRT-IDX
                 MOVE AUDIT-OPERATOR-ID
                      TO WS-GRT-OPERATOR-ID(WS-GRT-IDX)
                 MOVE 0 TO WS-GRT-MONTH-COUNT(WS-GRT-IDX, 1)
                           WS-GRT-MONTH-COUNT(WS-GRT-IDX, 2)
                           WS-GRT-MONTH-COUNT(WS-GRT-IDX, 3)
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL
                 MOVE 0 TO WS-GRT-IDX
              END-IF
           END-IF
           IF WS-GRT-IDX > 0
              ADD 1 TO WS-GRT-MONTH-COUNT(WS-GRT-IDX, WS-PER-IDX)
           END-IF.
       EXIT.

      *Section 1: the teller journal says who keyed each item, the
      *repair log who put a suspense item back in; either one being
      *the approver who released it is a violation.
       PRINT-ENTERED-AND-APPROVED.

           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           MOVE "1. ITEMS RELEASED BY THE OPERATOR WHO ENTERED THEM"
                TO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           MOVE SPACES TO SOD-PRINT-LINE
           STRING "OPERATOR TRANS-ID   TYPE ACCOUNT         AMOUNT "
                  "ENTERED  RELEASED HOW"
                  DELIMITED BY SIZE INTO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE

           MOVE "N" TO END-OF-FILE
           OPEN INPUT TELLER-JOURNAL-FILE
            IF FILE-STATUS = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ TELLER-JOURNAL-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                            UNTIL WS-REL-IDX > WS-REL-COUNT
                      IF WS-REL-TRANS-ID(WS-REL-IDX) = TJRN-TRANS-ID
                         AND WS-REL-APPROVER-ID(WS-REL-IDX) =
                             TJRN-TELLER-ID
                         MOVE WS-REL-AMOUNT(WS-REL-IDX)
                              TO WS-AMOUNT-SHOW
                         MOVE SPACES TO SOD-PRINT-LINE
                         STRING TJRN-TELLER-ID " " TJRN-TRANS-ID " "
                                TJRN-TRANS-TYPE "  " TJRN-ACCOUNT-NUM
                                " " WS-AMOUNT-SHOW " " TJRN-DATE " "
                                WS-REL-DATE(WS-REL-IDX) " KEYED"
                                DELIMITED BY SIZE INTO SOD-PRINT-LINE
                         WRITE SOD-PRINT-LINE
                         ADD 1 TO WS-SECTION-COUNT
                      END-IF
                    END-PERFORM
                END-READ
              END-PERFORM
            END-IF
           CLOSE TELLER-JOURNAL-FILE

           PERFORM VARYING WS-RPR-IDX FROM 1 BY 1
                   UNTIL WS-RPR-IDX > WS-RPR-COUNT
             PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                     UNTIL WS-REL-IDX > WS-REL-COUNT
               IF WS-REL-TRANS-ID(WS-REL-IDX) =
                  WS-RPR-NEW-TRANS-ID(WS-RPR-IDX) AND
                  WS-REL-APPROVER-ID(WS-REL-IDX) =
                  WS-RPR-OPERATOR-ID(WS-RPR-IDX)
                  MOVE WS-REL-AMOUNT(WS-REL-IDX) TO WS-AMOUNT-SHOW
                  MOVE SPACES TO SOD-PRINT-LINE
                  STRING WS-RPR-OPERATOR-ID(WS-RPR-IDX) " "
                         WS-RPR-NEW-TRANS-ID(WS-RPR-IDX) " "
                         WS-REL-TRANS-TYPE(WS-REL-IDX) "  "
                         WS-REL-ACCOUNT-NUM(WS-REL-IDX) " "
                         WS-AMOUNT-SHOW " "
                         WS-RPR-DATE(WS-RPR-IDX) " "
                         WS-REL-DATE(WS-REL-IDX) " REPAIRED"
                         DELIMITED BY SIZE INTO SOD-PRINT-LINE
                  WRITE SOD-PRINT-LINE
                  ADD 1 TO WS-SECTION-COUNT
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM PRINT-SECTION-COUNT.
       EXIT.

      *Section 2: a repaired suspense item whose original was keyed
      *by the same operator - from the teller journal, or from an
      *earlier repair when the item was rejected a second time.
       PRINT-OWN-ITEM-REPAIRED.

           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           MOVE "2. REJECTED ITEMS REPAIRED BY THE OPERATOR WHO KEYED"
                TO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           MOVE SPACES TO SOD-PRINT-LINE
           STRING "OPERATOR ORIGINAL   RESUBMIT   ACCOUNT         "
                  "AMOUNT ENTERED  REPAIRED"
                  DELIMITED BY SIZE INTO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE

           MOVE "N" TO END-OF-FILE
           OPEN INPUT TELLER-JOURNAL-FILE
            IF FILE-STATUS = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ TELLER-JOURNAL-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    PERFORM VARYING WS-RPR-IDX FROM 1 BY 1
                            UNTIL WS-RPR-IDX > WS-RPR-COUNT
                      IF WS-RPR-ORIG-TRANS-ID(WS-RPR-IDX) =
                         TJRN-TRANS-ID AND
                         WS-RPR-OPERATOR-ID(WS-RPR-IDX) =
                         TJRN-TELLER-ID
                         MOVE TJRN-DATE TO WS-REC-DATE
                         PERFORM PRINT-OWN-REPAIR-LINE
                      END-IF
                    END-PERFORM
                END-READ
              END-PERFORM
            END-IF
           CLOSE TELLER-JOURNAL-FILE

           PERFORM VARYING WS-RPR-IDX2 FROM 1 BY 1
                   UNTIL WS-RPR-IDX2 > WS-RPR-COUNT
             PERFORM VARYING WS-RPR-IDX FROM 1 BY 1
                     UNTIL WS-RPR-IDX > WS-RPR-COUNT
               IF WS-RPR-ORIG-TRANS-ID(WS-RPR-IDX) =
                  WS-RPR-NEW-TRANS-ID(WS-RPR-IDX2) AND
                  WS-RPR-OPERATOR-ID(WS-RPR-IDX) =
                  WS-RPR-OPERATOR-ID(WS-RPR-IDX2)
                  MOVE WS-RPR-DATE(WS-RPR-IDX2) TO WS-REC-DATE
                  PERFORM PRINT-OWN-REPAIR-LINE
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM PRINT-SECTION-COUNT.
       EXIT.

       PRINT-OWN-REPAIR-LINE.

           MOVE WS-RPR-AMOUNT(WS-RPR-IDX) TO WS-AMOUNT-SHOW
           MOVE SPACES TO SOD-PRINT-LINE
           STRING WS-RPR-OPERATOR-ID(WS-RPR-IDX) " "
                  WS-RPR-ORIG-TRANS-ID(WS-RPR-IDX) " "
                  WS-RPR-NEW-TRANS-ID(WS-RPR-IDX) " "
                  WS-RPR-ACCOUNT-NUM(WS-RPR-IDX) " "
                  WS-AMOUNT-SHOW " " WS-REC-DATE " "
                  WS-RPR-DATE(WS-RPR-IDX)
                  DELIMITED BY SIZE INTO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           ADD 1 TO WS-SECTION-COUNT.
       EXIT.

      *Section 3: each parameter change listed once, against the
      *first batch run the same operator started at or after it.
       PRINT-PARM-THEN-BATCH.

           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           MOVE "3. PARAMETERS CHANGED THEN BATCH RUN BY SAME OPERATOR"
                TO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           MOVE SPACES TO SOD-PRINT-LINE
           STRING "OPERATOR CHANGED  CHANGE                          "
                  "         BATCH ON BATCH PROGRAM"
                  DELIMITED BY SIZE INTO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE

           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
             MOVE "N" TO WS-BAT-FOUND
             PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                     UNTIL WS-BAT-IDX > WS-BAT-COUNT
                        OR WS-BAT-FOUND = "Y"
               IF WS-BAT-OPERATOR-ID(WS-BAT-IDX) =
                  WS-CHG-OPERATOR-ID(WS-CHG-IDX)
                  IF WS-BAT-DATE(WS-BAT-IDX) >
                     WS-CHG-DATE(WS-CHG-IDX) OR
                     (WS-BAT-DATE(WS-BAT-IDX) =
                      WS-CHG-DATE(WS-CHG-IDX) AND
                      WS-BAT-TIME(WS-BAT-IDX) NOT <
                      WS-CHG-TIME(WS-CHG-IDX))
                     MOVE "Y" TO WS-BAT-FOUND
                  END-IF
               END-IF
             END-PERFORM
             IF WS-BAT-FOUND = "Y"
                SUBTRACT 1 FROM WS-BAT-IDX
                MOVE SPACES TO SOD-PRINT-LINE
                STRING WS-CHG-OPERATOR-ID(WS-CHG-IDX) " "
                       WS-CHG-DATE(WS-CHG-IDX) " "
                       WS-CHG-MESSAGE(WS-CHG-IDX) " "
                       WS-BAT-DATE(WS-BAT-IDX) " "
                       WS-BAT-PROGRAM(WS-BAT-IDX)
                       DELIMITED BY SIZE INTO SOD-PRINT-LINE
                WRITE SOD-PRINT-LINE
                ADD 1 TO WS-SECTION-COUNT
             END-IF
           END-PERFORM
           PERFORM PRINT-SECTION-COUNT.
       EXIT.

      *Section 4 is for information: overrides are not violations in
      *themselves, but a rising count shows where one operator is
      *working above their role.
       PRINT-OVERRIDE-TREND.

           MOVE SPACES TO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           MOVE "4. SUPERVISOR OVERRIDES BY OPERATOR HELPED"
                TO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           MOVE SPACES TO SOD-PRINT-LINE
           STRING "OPERATOR " WS-PERIOD(1) " " WS-PERIOD(2) " "
                  WS-PERIOD(3) " TREND"
                  DELIMITED BY SIZE INTO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT
             EVALUATE TRUE
                WHEN WS-OVR-MONTH-COUNT(WS-OVR-IDX, 3) >
                     WS-OVR-MONTH-COUNT(WS-OVR-IDX, 2)
                  MOVE "UP" TO WS-TREND
                WHEN WS-OVR-MONTH-COUNT(WS-OVR-IDX, 3) <
                     WS-OVR-MONTH-COUNT(WS-OVR-IDX, 2)
                  MOVE "DOWN" TO WS-TREND
                WHEN OTHER
                  MOVE "FLAT" TO WS-TREND
             END-EVALUATE
             MOVE SPACES TO SOD-PRINT-LINE
             STRING WS-OVR-OPERATOR-ID(WS-OVR-IDX) "  "
                    WS-OVR-MONTH-COUNT(WS-OVR-IDX, 1) "  "
                    WS-OVR-MONTH-COUNT(WS-OVR-IDX, 2) "  "
                    WS-OVR-MONTH-COUNT(WS-OVR-IDX, 3) "  "
                    WS-TREND
                    DELIMITED BY SIZE INTO SOD-PRINT-LINE
             WRITE SOD-PRINT-LINE
           END-PERFORM

           MOVE SPACES TO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           MOVE "   SUPERVISOR OVERRIDES BY SUPERVISOR GRANTING"
                TO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           MOVE SPACES TO SOD-PRINT-LINE
           STRING "OPERATOR " WS-PERIOD(1) " " WS-PERIOD(2) " "
                  WS-PERIOD(3) " TREND"
                  DELIMITED BY SIZE INTO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE
           PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
                   UNTIL WS-GRT-IDX > WS-GRT-COUNT
             EVALUATE TRUE
                WHEN WS-GRT-MONTH-COUNT(WS-GRT-IDX, 3) >
                     WS-GRT-MONTH-COUNT(WS-GRT-IDX, 2)
                  MOVE "UP" TO WS-TREND
                WHEN WS-GRT-MONTH-COUNT(WS-GRT-IDX, 3) <
                     WS-GRT-MONTH-COUNT(WS-GRT-IDX, 2)
                  MOVE "DOWN" TO WS-TREND
                WHEN OTHER
                  MOVE "FLAT" TO WS-TREND
             END-EVALUATE
             MOVE SPACES TO SOD-PRINT-LINE
             STRING WS-GRT-OPERATOR-ID(WS-GRT-IDX) "  "
                    WS-GRT-MONTH-COUNT(WS-GRT-IDX, 1) "  "
                    WS-GRT-MONTH-COUNT(WS-GRT-IDX, 2) "  "
                    WS-GRT-MONTH-COUNT(WS-GRT-IDX, 3) "  "
                    WS-TREND
                    DELIMITED BY SIZE INTO SOD-PRINT-LINE
             WRITE SOD-PRINT-LINE
           END-PERFORM.
       EXIT.

       PRINT-SECTION-COUNT.

           ADD WS-SECTION-COUNT TO WS-TOTAL-VIOLATIONS
           MOVE SPACES TO SOD-PRINT-LINE
           STRING "   ITEMS IN THIS SECTION: " WS-SECTION-COUNT
                  DELIMITED BY SIZE INTO SOD-PRINT-LINE
           WRITE SOD-PRINT-LINE.
       EXIT.
