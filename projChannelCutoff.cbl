      *Channel cut-off value dating module
      *Called by the loaders and entry programs with the
      *TRANSACTION-RECORD they are about to write, capture date and
      *time already stamped. An item given today's value - its value
      *date is its capture date - that was captured at or after its
      *channel's cut-off, or on a weekend or holiday, is given the
      *next business day (CalculateBusinessDay and the holiday file)
      *as its value date and flagged R in TRANS-CUTOFF-FLAG. An item
      *the caller dated deliberately, or on a channel with no
      *cut-off in force, is left as it is. The cut-off table is read
      *once per run; the standard table is written the first time
      *the file is found missing.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projChannelCutoff.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUTOFF-FILE ASSIGN TO 'projectChannelCutoff.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUT-CHANNEL
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUTOFF-FILE.
       COPY projectChannelCutoffBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-LOADED              PIC X VALUE "N".
       01  WS-CUT-COUNT           PIC 9(3) VALUE 0.
       01  WS-CUT-IDX             PIC 9(3).
       01  WS-CUT-TABLE.
        05 WS-CUT-ENTRY OCCURS 50 TIMES.
         10 WS-CUT-CHANNEL        PIC X(10).
         10 WS-CUT-TIME           PIC 9(4).
       01  WS-CUT-FOUND           PIC X.
       01  WS-CUT-THIS-TIME       PIC 9(4).
       01  WS-ROLL-FORWARD        PIC X VALUE "F".
       01  WS-WORK-DATE.
        05 WS-WORK-YEAR           PIC 9(4).
        05 WS-WORK-MONTH          PIC 99.
        05 WS-WORK-DAY            PIC 99.
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE PIC 9(8).
       01  WS-EPOCH-DAYS          PIC 9(9).
       01  WS-ROLLED-DATE         PIC 9(8).

       LINKAGE SECTION.
       COPY projectTranDataBook.

       PROCEDURE DIVISION USING TRANSACTION-RECORD.

           IF WS-LOADED = "N"
              PERFORM LOAD-CUTOFF-TABLE
           END-IF

           MOVE SPACE TO TRANS-CUTOFF-FLAG
           MOVE "N" TO WS-CUT-FOUND
           PERFORM VARYING WS-CUT-IDX FROM 1 BY 1
                   UNTIL WS-CUT-IDX > WS-CUT-COUNT
                      OR WS-CUT-FOUND = "Y"
             IF WS-CUT-CHANNEL(WS-CUT-IDX) = TRANS-CHANNEL
                MOVE "Y" TO WS-CUT-FOUND
                MOVE WS-CUT-TIME(WS-CUT-IDX) TO WS-CUT-THIS-TIME
             END-IF
           END-PERFORM

           IF WS-CUT-FOUND = "Y" AND
              TRANS-CAPTURE-DATE > 0 AND
              TRANS-VALUE-DATE = TRANS-CAPTURE-DATE
              MOVE TRANS-CAPTURE-DATE TO WS-WORK-DATE-NUM
              IF TRANS-CAPTURE-HHMM NOT < WS-CUT-THIS-TIME
                 CALL 'CalculateEpochDays' USING WS-WORK-YEAR
                      WS-WORK-MONTH WS-WORK-DAY WS-EPOCH-DAYS
                 ADD 1 TO WS-EPOCH-DAYS
                 CALL 'CalculateCalendarDate' USING WS-EPOCH-DAYS
                      WS-WORK-YEAR WS-WORK-MONTH WS-WORK-DAY
              END-IF
              CALL 'CalculateBusinessDay' USING WS-WORK-DATE-NUM
                   WS-ROLL-FORWARD WS-ROLLED-DATE
              IF WS-ROLLED-DATE > TRANS-VALUE-DATE
                 MOVE WS-ROLLED-DATE TO TRANS-VALUE-DATE
                 MOVE "R" TO TRANS-CUTOFF-FLAG
              END-IF
           END-IF.
         GOBACK.

       LOAD-CUTOFF-TABLE.

           MOVE "Y" TO WS-LOADED
           MOVE 0 TO WS-CUT-COUNT
           OPEN INPUT CUTOFF-FILE
            IF FILE-STATUS = "35"
              PERFORM WRITE-DEFAULT-CUTOFFS
              OPEN INPUT CUTOFF-FILE
            END-IF
            IF FILE-STATUS = "00"
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ CUTOFF-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF CUT-ACTIVE AND WS-CUT-COUNT < 50
                       ADD 1 TO WS-CUT-COUNT
                       MOVE CUT-CHANNEL
                            TO WS-CUT-CHANNEL(WS-CUT-COUNT)
                       MOVE CUT-TIME TO WS-CUT-TIME(WS-CUT-COUNT)
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE CUTOFF-FILE.
       EXIT.

      *Counter business closes at five; internet banking at ten at
      *night. Every other channel starts without a cut-off.
       WRITE-DEFAULT-CUTOFFS.

           CLOSE CUTOFF-FILE
           OPEN OUTPUT CUTOFF-FILE
           MOVE SPACES       TO CHANNEL-CUTOFF-RECORD
           MOVE "BRANCH"     TO CUT-CHANNEL
           MOVE 1700         TO CUT-TIME
           MOVE "A"          TO CUT-STATUS
           MOVE "BRANCH COUNTER BUSINESS" TO CUT-DESCRIPTION
           MOVE 0            TO CUT-AMENDED-DATE
           MOVE "SYSTEM"     TO CUT-AMENDED-BY
           WRITE CHANNEL-CUTOFF-RECORD
           MOVE "ONLINE"     TO CUT-CHANNEL
           MOVE 2200         TO CUT-TIME
           MOVE "INTERNET BANKING" TO CUT-DESCRIPTION
           WRITE CHANNEL-CUTOFF-RECORD
           CLOSE CUTOFF-FILE
           DISPLAY "Channel cut-off file created with the standard "
                   "times".
       EXIT.
