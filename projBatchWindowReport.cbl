      *worst seconds, and the latest run, flagging any step whose
      *latest duration is half again over its average - the batch
      *window shrinking in plain sight instead of by surprise.
      *When posting runs as account-range streams, the streams of
      *the latest posting run follow - range, items, elapsed seconds
      *and status - with each stream's elapsed time trended the same
      *way, so a partition that needs re-cutting stands out.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projBatchWindowReport.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT POST-STREAM-FILE ASSIGN TO 'projectPostStreams.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSTR-KEY
                FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-HIST-FILE.
       COPY projectRunHistBook.

       FD POST-STREAM-FILE.
       COPY projectPostStreamBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
         10 WS-TREND-LAST-SECS    PIC 9(7).
         10 WS-TREND-LAST-DATE    PIC 9(8).

       01  FILE-STATUS1           PIC XX.
       01  WS-PSTR-LAST-DATE      PIC 9(8) VALUE 0.
       01  WS-PSTR-IDX            PIC 9(2).
       01  WS-PSTR-TABLE.
        05 WS-PSTR-ENTRY OCCURS 9 TIMES.
         10 WS-PSTR-RUNS          PIC 9(5).
         10 WS-PSTR-TOTAL-SECS    PIC 9(9).
         10 WS-PSTR-WORST-SECS    PIC 9(7).
         10 WS-PSTR-LAST-SECS     PIC 9(7).
         10 WS-PSTR-LAST-DATE-S   PIC 9(8).
         10 WS-PSTR-LOW           PIC 9(10).
         10 WS-PSTR-HIGH          PIC 9(10).
         10 WS-PSTR-ITEMS         PIC 9(9).
         10 WS-PSTR-DEFERRED      PIC 9(7).
         10 WS-PSTR-ELAPSED       PIC 9(7).
         10 WS-PSTR-STATUS        PIC X.
         10 WS-PSTR-IN-LATEST     PIC X.

       PROCEDURE DIVISION.

           MOVE "N" TO END-OF-FILE
                        WS-TREND-LAST-SECS(WS-TREND-IDX)
                        "S AGAINST AVERAGE " WS-AVG-SECS "S ***"
             END-IF
           END-PERFORM
           PERFORM POSTING-STREAM-SECTION.
         STOP RUN.

       ACCUMULATE-STEP-TREND.
              MOVE RUNH-DATE TO WS-TREND-LAST-DATE(WS-TREND-COUNT)
           END-IF.
       EXIT.

      *Posting streams: the latest posting run's streams as planned
      *and run, then each stream number's elapsed time across runs.
       POSTING-STREAM-SECTION.

           MOVE ZEROS TO WS-PSTR-TABLE
           OPEN INPUT POST-STREAM-FILE
           IF FILE-STATUS1 = "00"
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ POST-STREAM-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF PSTR-REC-STREAM AND PSTR-STREAM > 0 AND
                       PSTR-STREAM NOT > 9
                       PERFORM ACCUMULATE-STREAM-TREND
                    END-IF
                END-READ
              END-PERFORM
              CLOSE POST-STREAM-FILE
           END-IF
           IF WS-PSTR-LAST-DATE > 0
              DISPLAY " "
              DISPLAY "POSTING STREAMS - LATEST RUN " WS-PSTR-LAST-DATE
              DISPLAY "STRM LOW-ACCOUNT  HIGH-ACCOUNT ITEMS     "
                      "LEFT    ELAPSED-S ST"
              PERFORM VARYING WS-PSTR-IDX FROM 1 BY 1
                      UNTIL WS-PSTR-IDX > 9
                IF WS-PSTR-IN-LATEST(WS-PSTR-IDX) = "Y"
                   DISPLAY " " WS-PSTR-IDX "  "
                           WS-PSTR-LOW(WS-PSTR-IDX) " "
                           WS-PSTR-HIGH(WS-PSTR-IDX) "   "
                           WS-PSTR-ITEMS(WS-PSTR-IDX) " "
                           WS-PSTR-DEFERRED(WS-PSTR-IDX) " "
                           WS-PSTR-ELAPSED(WS-PSTR-IDX) "   "
                           WS-PSTR-STATUS(WS-PSTR-IDX)
                END-IF
              END-PERFORM
              DISPLAY "STREAM ELAPSED TREND      RUNS  AVG-S  WORST-S "
                      "LAST-S  LAST-DATE"
              PERFORM VARYING WS-PSTR-IDX FROM 1 BY 1
                      UNTIL WS-PSTR-IDX > 9
                IF WS-PSTR-RUNS(WS-PSTR-IDX) > 0
                   COMPUTE WS-AVG-SECS =
                           WS-PSTR-TOTAL-SECS(WS-PSTR-IDX) /
                           WS-PSTR-RUNS(WS-PSTR-IDX)
                   DISPLAY "POSTING STREAM " WS-PSTR-IDX
                           "         "
                           WS-PSTR-RUNS(WS-PSTR-IDX) " "
                           WS-AVG-SECS " "
                           WS-PSTR-WORST-SECS(WS-PSTR-IDX) " "
                           WS-PSTR-LAST-SECS(WS-PSTR-IDX) " "
                           WS-PSTR-LAST-DATE-S(WS-PSTR-IDX)
                   COMPUTE WS-FLAG-LIMIT = (WS-AVG-SECS * 3) / 2
                   IF WS-PSTR-RUNS(WS-PSTR-IDX) > 1 AND
                      WS-PSTR-LAST-SECS(WS-PSTR-IDX) > WS-FLAG-LIMIT
                      DISPLAY "  *** STREAM RUNNING LONG: LATEST "
                              WS-PSTR-LAST-SECS(WS-PSTR-IDX)
                              "S AGAINST AVERAGE " WS-AVG-SECS "S ***"
                   END-IF
                END-IF
              END-PERFORM
           END-IF.
       EXIT.

      *Records arrive in date order, so a new date starts a new
      *latest run; only completed streams count toward the trend.
       ACCUMULATE-STREAM-TREND.

           IF PSTR-RUN-DATE NOT = WS-PSTR-LAST-DATE
              MOVE PSTR-RUN-DATE TO WS-PSTR-LAST-DATE
              PERFORM VARYING WS-PSTR-IDX FROM 1 BY 1
                      UNTIL WS-PSTR-IDX > 9
                MOVE "N" TO WS-PSTR-IN-LATEST(WS-PSTR-IDX)
              END-PERFORM
           END-IF
           MOVE PSTR-STREAM TO WS-PSTR-IDX
           MOVE "Y" TO WS-PSTR-IN-LATEST(WS-PSTR-IDX)
           MOVE PSTR-LOW-ACCOUNT    TO WS-PSTR-LOW(WS-PSTR-IDX)
           MOVE PSTR-HIGH-ACCOUNT   TO WS-PSTR-HIGH(WS-PSTR-IDX)
           MOVE PSTR-ITEMS-PLANNED  TO WS-PSTR-ITEMS(WS-PSTR-IDX)
           MOVE PSTR-DEFERRED-COUNT TO WS-PSTR-DEFERRED(WS-PSTR-IDX)
           MOVE PSTR-ELAPSED-SECS   TO WS-PSTR-ELAPSED(WS-PSTR-IDX)
           MOVE PSTR-STATUS         TO WS-PSTR-STATUS(WS-PSTR-IDX)
           IF PSTR-STREAM-COMPLETE
              ADD 1 TO WS-PSTR-RUNS(WS-PSTR-IDX)
              ADD PSTR-ELAPSED-SECS
                  TO WS-PSTR-TOTAL-SECS(WS-PSTR-IDX)
              IF PSTR-ELAPSED-SECS > WS-PSTR-WORST-SECS(WS-PSTR-IDX)
                 MOVE PSTR-ELAPSED-SECS
                      TO WS-PSTR-WORST-SECS(WS-PSTR-IDX)
              END-IF
              MOVE PSTR-ELAPSED-SECS TO WS-PSTR-LAST-SECS(WS-PSTR-IDX)
              MOVE PSTR-RUN-DATE TO WS-PSTR-LAST-DATE-S(WS-PSTR-IDX)
           END-IF.
       EXIT.
