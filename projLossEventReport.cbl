      *Quarterly operational loss report
      *Summarises the loss events on the register dated in the
      *current quarter by event category and branch - number of
      *events, gross loss, recoveries recorded against them and net
      *loss - with a subtotal per category and a grand total, on
      *LOSSEVENTS-yyyyQn.prt for risk management. Replaces the
      *quarterly rebuild of the figures from the drawer, ATM,
      *dispute and charge-off records by hand.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projLossEventReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOSS-EVENT-FILE ASSIGN TO 'projectLossEvent.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEV-EVENT-ID
               ALTERNATE RECORD KEY IS LEV-ORIGIN-KEY
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT LOSS-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD LOSS-EVENT-FILE.
       COPY projectLossEventBook.

       FD LOSS-PRINT-FILE.
       01 LOSS-PRINT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-QUARTER             PIC 9(1).
       01  WS-QTR-FROM.
        05 WS-QTR-FROM-YEAR       PIC 9(4).
        05 WS-QTR-FROM-MONTH      PIC 9(2).
        05 WS-QTR-FROM-DAY        PIC 9(2).
       01  WS-QTR-FROM-DATE REDEFINES WS-QTR-FROM PIC 9(8).
       01  WS-QTR-TO.
        05 WS-QTR-TO-YEAR         PIC 9(4).
        05 WS-QTR-TO-MONTH        PIC 9(2).
        05 WS-QTR-TO-DAY          PIC 9(2).
       01  WS-QTR-TO-DATE REDEFINES WS-QTR-TO PIC 9(8).
       01  WS-PRINT-FILENAME      PIC X(30).

      *Categories in the order they are reported.
       01  WS-CAT-LIST.
        05 FILLER PIC X(24) VALUE "TELLATMSDISPFRAUCHGOOTHR".
       01  WS-CAT-LIST-R REDEFINES WS-CAT-LIST.
        05 WS-CAT-CODE OCCURS 6 TIMES PIC X(4).
       01  WS-CAT-NAMES.
        05 FILLER PIC X(20) VALUE "TELLER CASH SHORTAGE".
        05 FILLER PIC X(20) VALUE "ATM CASH SHORTAGE   ".
        05 FILLER PIC X(20) VALUE "DISPUTE WRITE-OFF   ".
        05 FILLER PIC X(20) VALUE "FRAUD LOSS          ".
        05 FILLER PIC X(20) VALUE "LOAN CHARGE-OFF     ".
        05 FILLER PIC X(20) VALUE "OTHER               ".
       01  WS-CAT-NAMES-R REDEFINES WS-CAT-NAMES.
        05 WS-CAT-NAME OCCURS 6 TIMES PIC X(20).
       01  WS-CAT-IDX             PIC 9(1).

       01  WS-SUM-COUNT           PIC 9(3) VALUE 0.
       01  WS-SUM-IDX             PIC 9(3).
       01  WS-SUM-FOUND           PIC X.
       01  WS-SUM-OVERFLOW        PIC X VALUE "N".
       01  WS-SUM-TABLE.
        05 WS-SUM-ENTRY OCCURS 300 TIMES.
         10 WS-SUM-CATEGORY       PIC X(4).
         10 WS-SUM-BRANCH         PIC X(05).
         10 WS-SUM-EVENTS         PIC 9(5).
         10 WS-SUM-GROSS          PIC 9(12)V99.
         10 WS-SUM-RECOVERY       PIC 9(12)V99.

       01  WS-SUB-EVENTS          PIC 9(5).
       01  WS-SUB-GROSS           PIC 9(12)V99.
       01  WS-SUB-RECOVERY        PIC 9(12)V99.
       01  WS-TOT-EVENTS          PIC 9(5) VALUE 0.
       01  WS-TOT-GROSS           PIC 9(12)V99 VALUE 0.
       01  WS-TOT-RECOVERY        PIC 9(12)V99 VALUE 0.
       01  WS-NET-WORK            PIC S9(12)V99.
       01  WS-GROSS-ED            PIC Z(11)9.99.
       01  WS-RECOVERY-ED         PIC Z(11)9.99.
       01  WS-NET-ED              PIC -(12)9.99.
       01  WS-EVENTS-ED           PIC Z(4)9.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           COMPUTE WS-QUARTER = (WS-RUN-MONTH + 2) / 3
           MOVE WS-RUN-YEAR TO WS-QTR-FROM-YEAR WS-QTR-TO-YEAR
           COMPUTE WS-QTR-FROM-MONTH = (WS-QUARTER * 3) - 2
           MOVE 1 TO WS-QTR-FROM-DAY
           COMPUTE WS-QTR-TO-MONTH = WS-QUARTER * 3
           MOVE 31 TO WS-QTR-TO-DAY

           PERFORM COLLECT-QUARTER-EVENTS

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "LOSSEVENTS-" WS-RUN-YEAR "Q" WS-QUARTER ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT LOSS-PRINT-FILE
           MOVE SPACES TO LOSS-PRINT-LINE
           STRING "OPERATIONAL LOSS EVENTS " WS-RUN-YEAR
                  " QUARTER " WS-QUARTER " (" WS-QTR-FROM-DATE
                  " TO " WS-RUN-DATE ")"
                  DELIMITED BY SIZE INTO LOSS-PRINT-LINE
           WRITE LOSS-PRINT-LINE
           IF WS-SUM-OVERFLOW = "Y"
              MOVE SPACES TO LOSS-PRINT-LINE
              STRING "NOTE: MORE THAN 300 CATEGORY/BRANCH LINES - "
                     "TOTALS BELOW ARE INCOMPLETE"
                     DELIMITED BY SIZE INTO LOSS-PRINT-LINE
              WRITE LOSS-PRINT-LINE
           END-IF
           MOVE SPACES TO LOSS-PRINT-LINE
           WRITE LOSS-PRINT-LINE
           MOVE SPACES TO LOSS-PRINT-LINE
           STRING "CATEGORY             BRANCH EVENTS "
                  "       GROSS LOSS       RECOVERIES"
                  "         NET LOSS"
                  DELIMITED BY SIZE INTO LOSS-PRINT-LINE
           WRITE LOSS-PRINT-LINE

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 6
             PERFORM PRINT-ONE-CATEGORY
           END-PERFORM

           MOVE SPACES TO LOSS-PRINT-LINE
           WRITE LOSS-PRINT-LINE
           MOVE WS-TOT-EVENTS TO WS-EVENTS-ED
           MOVE WS-TOT-GROSS TO WS-GROSS-ED
           MOVE WS-TOT-RECOVERY TO WS-RECOVERY-ED
           COMPUTE WS-NET-WORK = WS-TOT-GROSS - WS-TOT-RECOVERY
           MOVE WS-NET-WORK TO WS-NET-ED
           MOVE SPACES TO LOSS-PRINT-LINE
           STRING "TOTAL                       " WS-EVENTS-ED " "
                  WS-GROSS-ED " " WS-RECOVERY-ED " " WS-NET-ED
                  DELIMITED BY SIZE INTO LOSS-PRINT-LINE
           WRITE LOSS-PRINT-LINE
           CLOSE LOSS-PRINT-FILE

           DISPLAY "LOSS EVENT REPORT WRITTEN TO " WS-PRINT-FILENAME
           DISPLAY "LOSS EVENTS IN QUARTER        : " WS-TOT-EVENTS.
         GOBACK.

       COLLECT-QUARTER-EVENTS.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT LOSS-EVENT-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "No loss event register on file. FILE STATUS: "
                      FILE-STATUS
              MOVE "Y" TO END-OF-FILE
            END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
             READ LOSS-EVENT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF LEV-EVENT-DATE NOT < WS-QTR-FROM-DATE AND
                    LEV-EVENT-DATE NOT > WS-QTR-TO-DATE
                    PERFORM ACCUMULATE-EVENT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LOSS-EVENT-FILE.
       EXIT.

       ACCUMULATE-EVENT.

           MOVE "N" TO WS-SUM-FOUND
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
                      OR WS-SUM-FOUND = "Y"
             IF WS-SUM-CATEGORY(WS-SUM-IDX) = LEV-CATEGORY AND
                WS-SUM-BRANCH(WS-SUM-IDX) = LEV-BRANCH-CODE
                MOVE "Y" TO WS-SUM-FOUND
                ADD 1 TO WS-SUM-EVENTS(WS-SUM-IDX)
                ADD LEV-GROSS-LOSS TO WS-SUM-GROSS(WS-SUM-IDX)
                ADD LEV-RECOVERY TO WS-SUM-RECOVERY(WS-SUM-IDX)
             END-IF
           END-PERFORM
           IF WS-SUM-FOUND = "N"
              IF WS-SUM-COUNT < 300
                 ADD 1 TO WS-SUM-COUNT
                 MOVE LEV-CATEGORY TO WS-SUM-CATEGORY(WS-SUM-COUNT)
                 MOVE LEV-BRANCH-CODE TO WS-SUM-BRANCH(WS-SUM-COUNT)
                 MOVE 1 TO WS-SUM-EVENTS(WS-SUM-COUNT)
                 MOVE LEV-GROSS-LOSS TO WS-SUM-GROSS(WS-SUM-COUNT)
                 MOVE LEV-RECOVERY TO WS-SUM-RECOVERY(WS-SUM-COUNT)
              ELSE
                 MOVE "Y" TO WS-SUM-OVERFLOW
              END-IF
           END-IF.
       EXIT.

      *One line per branch that had an event in the category, then
      *the category subtotal. A category with no events still shows
      *its zero subtotal.
       PRINT-ONE-CATEGORY.

           MOVE 0 TO WS-SUB-EVENTS WS-SUB-GROSS WS-SUB-RECOVERY
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
             IF WS-SUM-CATEGORY(WS-SUM-IDX) = WS-CAT-CODE(WS-CAT-IDX)
                MOVE WS-SUM-EVENTS(WS-SUM-IDX) TO WS-EVENTS-ED
                MOVE WS-SUM-GROSS(WS-SUM-IDX) TO WS-GROSS-ED
                MOVE WS-SUM-RECOVERY(WS-SUM-IDX) TO WS-RECOVERY-ED
                COMPUTE WS-NET-WORK = WS-SUM-GROSS(WS-SUM-IDX)
                        - WS-SUM-RECOVERY(WS-SUM-IDX)
                MOVE WS-NET-WORK TO WS-NET-ED
                MOVE SPACES TO LOSS-PRINT-LINE
                STRING WS-CAT-NAME(WS-CAT-IDX) " "
                       WS-SUM-BRANCH(WS-SUM-IDX) "  " WS-EVENTS-ED " "
                       WS-GROSS-ED " " WS-RECOVERY-ED " " WS-NET-ED
                       DELIMITED BY SIZE INTO LOSS-PRINT-LINE
                WRITE LOSS-PRINT-LINE
                ADD WS-SUM-EVENTS(WS-SUM-IDX) TO WS-SUB-EVENTS
                ADD WS-SUM-GROSS(WS-SUM-IDX) TO WS-SUB-GROSS
                ADD WS-SUM-RECOVERY(WS-SUM-IDX) TO WS-SUB-RECOVERY
             END-IF
           END-PERFORM
           MOVE WS-SUB-EVENTS TO WS-EVENTS-ED
           MOVE WS-SUB-GROSS TO WS-GROSS-ED
           MOVE WS-SUB-RECOVERY TO WS-RECOVERY-ED
           COMPUTE WS-NET-WORK = WS-SUB-GROSS - WS-SUB-RECOVERY
           MOVE WS-NET-WORK TO WS-NET-ED
           MOVE SPACES TO LOSS-PRINT-LINE
           STRING "  SUBTOTAL " WS-CAT-CODE(WS-CAT-IDX)
                  "              " WS-EVENTS-ED " "
                  WS-GROSS-ED " " WS-RECOVERY-ED " " WS-NET-ED
                  DELIMITED BY SIZE INTO LOSS-PRINT-LINE
           WRITE LOSS-PRINT-LINE
           ADD WS-SUB-EVENTS TO WS-TOT-EVENTS
           ADD WS-SUB-GROSS TO WS-TOT-GROSS
           ADD WS-SUB-RECOVERY TO WS-TOT-RECOVERY.
       EXIT.
