      *One panel instead of six programs: the business date and its
      *force flag, who holds the run lock, last night's run-history
      *outcomes, how many suspense items are still open, which
      *batch-control batches have not balanced, the latest
      *reconciliation's variance and any foreign-currency position
      *beyond its limit - each line flagged *** when it needs
      *attention, so the morning health check is one screen.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projOpsDashboard.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       SELECT FX-POSITION-FILE ASSIGN TO 'projectFxPosition.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD BUSINESS-DATE-FILE.
       FD RECONCILIATION-FILE.
       COPY projectReconDataBook.

       FD FX-POSITION-FILE.
       COPY projectFxPositionBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RECON-FILENAME      PIC X(30).
       01  WS-BUS-DATE            PIC 9(8).
       01  WS-BCTL-OPEN           PIC 9(5) VALUE 0.
       01  WS-FAIL-STEPS          PIC 9(3) VALUE 0.
       01  WS-HIST-SHOWN          PIC 9(3) VALUE 0.
       01  WS-FXP-BREACHES        PIC 9(3) VALUE 0.
       01  WS-FXP-DATE            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM SHOW-SUSPENSE
           PERFORM SHOW-BATCH-CONTROL
           PERFORM SHOW-RECONCILIATION
           PERFORM SHOW-FX-POSITION

           DISPLAY "==============================================="
           IF WS-FLAG-COUNT = 0
            END-IF
           CLOSE RECONCILIATION-FILE.
       EXIT.

      *The day's FX positions from projFxPositionReport: every
      *currency over its limit, or without a rate, is listed.
       SHOW-FX-POSITION.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT FX-POSITION-FILE
            IF FILE-STATUS6 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ FX-POSITION-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    MOVE FXP-RUN-DATE TO WS-FXP-DATE
                    IF FXP-IN-BREACH
                       ADD 1 TO WS-FXP-BREACHES
                       DISPLAY "  *** FX " FXP-CURRENCY-CODE
                               " POSITION " FXP-NET-LOCAL
                               " OVER LIMIT " FXP-LIMIT " ***"
                    END-IF
                    IF FXP-NO-RATE
                       ADD 1 TO WS-FXP-BREACHES
                       DISPLAY "  *** FX " FXP-CURRENCY-CODE
                               " HAS NO RATE CAPTURED ***"
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE FX-POSITION-FILE
           IF WS-FXP-DATE = 0
              DISPLAY "FX POSITION   : NO POSITION FILE"
           ELSE
              DISPLAY "FX POSITION   : AS AT " WS-FXP-DATE
                      "  BREACHES " WS-FXP-BREACHES
              IF WS-FXP-BREACHES > 0
                 DISPLAY "  *** SEE FXPOS-" WS-FXP-DATE
                         ".prt ***"
                 ADD 1 TO WS-FLAG-COUNT
              END-IF
           END-IF.
       EXIT.
