      *Quarterly regulatory complaints return
      *Counts the complaints received in the current quarter by
      *category, and those closed in the quarter by category and
      *outcome (upheld, partly upheld, not upheld, withdrawn) with
      *the number closed inside the response deadline and the
      *redress paid, plus the complaints still open at the run
      *date. Written to COMPLAINTS-yyyyQn.prt for filing with the
      *regulator.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projComplaintReturn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COMPLAINT-FILE ASSIGN TO 'projectComplaintFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-COMPLAINT-ID
               ALTERNATE RECORD KEY IS CMP-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT RETURN-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
       COPY projectComplaintBook.

       FD RETURN-PRINT-FILE.
       01 RETURN-PRINT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY projectComplaintSlaBook.

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

      *One line per category, in the order of the SLA table; the
      *eighth line gathers any category no longer on the table.
       01  WS-RET-TABLE.
        05 WS-RET-ENTRY OCCURS 8 TIMES.
         10 WS-RET-RECEIVED       PIC 9(5).
         10 WS-RET-UPHELD         PIC 9(5).
         10 WS-RET-PARTLY         PIC 9(5).
         10 WS-RET-REJECTED       PIC 9(5).
         10 WS-RET-WITHDRAWN      PIC 9(5).
         10 WS-RET-IN-TIME        PIC 9(5).
         10 WS-RET-OPEN           PIC 9(5).
         10 WS-RET-REDRESS        PIC 9(10)V99.
       01  WS-RET-IDX             PIC 9(1).
       01  WS-TOT-ENTRY.
        05 WS-TOT-RECEIVED        PIC 9(5) VALUE 0.
        05 WS-TOT-UPHELD          PIC 9(5) VALUE 0.
        05 WS-TOT-PARTLY          PIC 9(5) VALUE 0.
        05 WS-TOT-REJECTED        PIC 9(5) VALUE 0.
        05 WS-TOT-WITHDRAWN       PIC 9(5) VALUE 0.
        05 WS-TOT-IN-TIME         PIC 9(5) VALUE 0.
        05 WS-TOT-OPEN            PIC 9(5) VALUE 0.
        05 WS-TOT-REDRESS         PIC 9(10)V99 VALUE 0.
       01  WS-CAT-LABEL           PIC X(20).
       01  WS-RECEIVED-ED         PIC Z(4)9.
       01  WS-UPHELD-ED           PIC Z(4)9.
       01  WS-PARTLY-ED           PIC Z(4)9.
       01  WS-REJECTED-ED         PIC Z(4)9.
       01  WS-WITHDRAWN-ED        PIC Z(4)9.
       01  WS-IN-TIME-ED          PIC Z(4)9.
       01  WS-OPEN-ED             PIC Z(4)9.
       01  WS-REDRESS-ED          PIC Z(9)9.99.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           COMPUTE WS-QUARTER = (WS-RUN-MONTH + 2) / 3
           MOVE WS-RUN-YEAR TO WS-QTR-FROM-YEAR WS-QTR-TO-YEAR
           COMPUTE WS-QTR-FROM-MONTH = (WS-QUARTER * 3) - 2
           MOVE 1 TO WS-QTR-FROM-DAY
           COMPUTE WS-QTR-TO-MONTH = WS-QUARTER * 3
           MOVE 31 TO WS-QTR-TO-DAY
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > 8
             INITIALIZE WS-RET-ENTRY(WS-RET-IDX)
           END-PERFORM

           PERFORM COLLECT-COMPLAINTS

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "COMPLAINTS-" WS-RUN-YEAR "Q" WS-QUARTER ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT RETURN-PRINT-FILE
           MOVE SPACES TO RETURN-PRINT-LINE
           STRING "COMPLAINTS RETURN " WS-RUN-YEAR
                  " QUARTER " WS-QUARTER " (" WS-QTR-FROM-DATE
                  " TO " WS-RUN-DATE ")"
                  DELIMITED BY SIZE INTO RETURN-PRINT-LINE
           WRITE RETURN-PRINT-LINE
           MOVE SPACES TO RETURN-PRINT-LINE
           WRITE RETURN-PRINT-LINE
           MOVE SPACES TO RETURN-PRINT-LINE
           STRING "CATEGORY             RECVD UPHLD PARTL NOTUP "
                  "WDRWN INTIM  OPEN         REDRESS"
                  DELIMITED BY SIZE INTO RETURN-PRINT-LINE
           WRITE RETURN-PRINT-LINE

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > 8
             PERFORM PRINT-ONE-CATEGORY
           END-PERFORM

           MOVE SPACES TO RETURN-PRINT-LINE
           WRITE RETURN-PRINT-LINE
           MOVE "TOTAL" TO WS-CAT-LABEL
           MOVE WS-TOT-RECEIVED  TO WS-RECEIVED-ED
           MOVE WS-TOT-UPHELD    TO WS-UPHELD-ED
           MOVE WS-TOT-PARTLY    TO WS-PARTLY-ED
           MOVE WS-TOT-REJECTED  TO WS-REJECTED-ED
           MOVE WS-TOT-WITHDRAWN TO WS-WITHDRAWN-ED
           MOVE WS-TOT-IN-TIME   TO WS-IN-TIME-ED
           MOVE WS-TOT-OPEN      TO WS-OPEN-ED
           MOVE WS-TOT-REDRESS   TO WS-REDRESS-ED
           PERFORM WRITE-RETURN-LINE
           MOVE SPACES TO RETURN-PRINT-LINE
           WRITE RETURN-PRINT-LINE
           MOVE SPACES TO RETURN-PRINT-LINE
           STRING "RECVD = RECEIVED IN QUARTER; UPHLD/PARTL/NOTUP/"
                  "WDRWN = CLOSED IN QUARTER BY OUTCOME"
                  DELIMITED BY SIZE INTO RETURN-PRINT-LINE
           WRITE RETURN-PRINT-LINE
           MOVE SPACES TO RETURN-PRINT-LINE
           STRING "INTIM = CLOSED BY THE RESPONSE DATE; OPEN = OPEN "
                  "AT RUN DATE"
                  DELIMITED BY SIZE INTO RETURN-PRINT-LINE
           WRITE RETURN-PRINT-LINE
           CLOSE RETURN-PRINT-FILE

           DISPLAY "COMPLAINTS RETURN WRITTEN TO " WS-PRINT-FILENAME
           DISPLAY "COMPLAINTS RECEIVED IN QUARTER : " WS-TOT-RECEIVED
           DISPLAY "COMPLAINTS OPEN AT RUN DATE    : " WS-TOT-OPEN.
         GOBACK.

       COLLECT-COMPLAINTS.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT COMPLAINT-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "No complaint register on file. FILE STATUS: "
                      FILE-STATUS
              MOVE "Y" TO END-OF-FILE
            END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
             READ COMPLAINT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 PERFORM ACCUMULATE-COMPLAINT
             END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE.
       EXIT.

       ACCUMULATE-COMPLAINT.

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > CSLA-COUNT
                      OR CSLA-CATEGORY(WS-RET-IDX) = CMP-CATEGORY
             CONTINUE
           END-PERFORM
           IF CMP-RECEIVED-DATE NOT < WS-QTR-FROM-DATE AND
              CMP-RECEIVED-DATE NOT > WS-QTR-TO-DATE
              ADD 1 TO WS-RET-RECEIVED(WS-RET-IDX)
           END-IF
           IF NOT CMP-STATUS-CLOSED
              ADD 1 TO WS-RET-OPEN(WS-RET-IDX)
           ELSE
            IF CMP-CLOSED-DATE NOT < WS-QTR-FROM-DATE AND
               CMP-CLOSED-DATE NOT > WS-QTR-TO-DATE
              EVALUATE TRUE
                 WHEN CMP-OUTCOME-UPHELD
                   ADD 1 TO WS-RET-UPHELD(WS-RET-IDX)
                 WHEN CMP-OUTCOME-PARTLY
                   ADD 1 TO WS-RET-PARTLY(WS-RET-IDX)
                 WHEN CMP-OUTCOME-REJECTED
                   ADD 1 TO WS-RET-REJECTED(WS-RET-IDX)
                 WHEN OTHER
                   ADD 1 TO WS-RET-WITHDRAWN(WS-RET-IDX)
              END-EVALUATE
              IF CMP-CLOSED-DATE NOT > CMP-RESOLVE-DUE-DATE
                 ADD 1 TO WS-RET-IN-TIME(WS-RET-IDX)
              END-IF
              ADD CMP-REDRESS-AMOUNT TO WS-RET-REDRESS(WS-RET-IDX)
            END-IF
           END-IF.
       EXIT.

      *The catch-all eighth line only prints when something fell
      *into it.
       PRINT-ONE-CATEGORY.

           IF WS-RET-IDX > CSLA-COUNT
              MOVE "UNLISTED CATEGORY" TO WS-CAT-LABEL
           ELSE
              MOVE CSLA-NAME(WS-RET-IDX) TO WS-CAT-LABEL
           END-IF
           IF WS-RET-IDX NOT > CSLA-COUNT OR
              WS-RET-ENTRY(WS-RET-IDX) NOT = ZEROS
              MOVE WS-RET-RECEIVED(WS-RET-IDX)  TO WS-RECEIVED-ED
              MOVE WS-RET-UPHELD(WS-RET-IDX)    TO WS-UPHELD-ED
              MOVE WS-RET-PARTLY(WS-RET-IDX)    TO WS-PARTLY-ED
              MOVE WS-RET-REJECTED(WS-RET-IDX)  TO WS-REJECTED-ED
              MOVE WS-RET-WITHDRAWN(WS-RET-IDX) TO WS-WITHDRAWN-ED
              MOVE WS-RET-IN-TIME(WS-RET-IDX)   TO WS-IN-TIME-ED
              MOVE WS-RET-OPEN(WS-RET-IDX)      TO WS-OPEN-ED
              MOVE WS-RET-REDRESS(WS-RET-IDX)   TO WS-REDRESS-ED
              PERFORM WRITE-RETURN-LINE
           END-IF
           ADD WS-RET-RECEIVED(WS-RET-IDX)  TO WS-TOT-RECEIVED
           ADD WS-RET-UPHELD(WS-RET-IDX)    TO WS-TOT-UPHELD
           ADD WS-RET-PARTLY(WS-RET-IDX)    TO WS-TOT-PARTLY
           ADD WS-RET-REJECTED(WS-RET-IDX)  TO WS-TOT-REJECTED
           ADD WS-RET-WITHDRAWN(WS-RET-IDX) TO WS-TOT-WITHDRAWN
           ADD WS-RET-IN-TIME(WS-RET-IDX)   TO WS-TOT-IN-TIME
           ADD WS-RET-OPEN(WS-RET-IDX)      TO WS-TOT-OPEN
           ADD WS-RET-REDRESS(WS-RET-IDX)   TO WS-TOT-REDRESS.
       EXIT.

       WRITE-RETURN-LINE.

           MOVE SPACES TO RETURN-PRINT-LINE
           STRING WS-CAT-LABEL " " WS-RECEIVED-ED " " WS-UPHELD-ED " "
                  WS-PARTLY-ED " " WS-REJECTED-ED " " WS-WITHDRAWN-ED
                  " " WS-IN-TIME-ED " " WS-OPEN-ED " " WS-REDRESS-ED
                  DELIMITED BY SIZE INTO RETURN-PRINT-LINE
           WRITE RETURN-PRINT-LINE.
       EXIT.
