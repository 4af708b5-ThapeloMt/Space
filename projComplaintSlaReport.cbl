      *Daily complaints service-level worklist
      *Lists every complaint still open on the register whose
      *acknowledgment or final-response deadline has passed or falls
      *within the warning period, with its owner, so the complaints
      *team can chase the ones about to breach before they do.
      *Complaints already acknowledged are only checked against the
      *response date. Detail goes to COMPLAINTSLA.prt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projComplaintSlaReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COMPLAINT-FILE ASSIGN TO 'projectComplaintFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-COMPLAINT-ID
               ALTERNATE RECORD KEY IS CMP-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT SLA-PRINT-FILE ASSIGN TO 'COMPLAINTSLA.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
       COPY projectComplaintBook.

       FD SLA-PRINT-FILE.
       01 SLA-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY projHISTdateDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
      *A deadline this many calendar days ahead or nearer is shown
      *as due soon.
       01  WS-WARN-DAYS           PIC 9(3) VALUE 2.
       01  WS-WARN-EPOCH          PIC 9(9).
       01  WS-WARN-DATE.
        05 WS-WARN-YEAR           PIC 9(4).
        05 WS-WARN-MONTH          PIC 9(2).
        05 WS-WARN-DAY            PIC 9(2).
       01  WS-WARN-DATE-N REDEFINES WS-WARN-DATE PIC 9(8).
       01  WS-ACK-FLAG            PIC X(12).
       01  WS-RESP-FLAG           PIC X(12).
       01  WS-OPEN-COUNT          PIC 9(5) VALUE 0.
       01  WS-LISTED-COUNT        PIC 9(5) VALUE 0.
       01  WS-BREACHED-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO INPUT-DATE
           call 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                 TOTALRETURN1
           COMPUTE WS-WARN-EPOCH = TOTALRETURN1 + WS-WARN-DAYS
           call 'CalculateCalendarDate' USING WS-WARN-EPOCH
                 WS-WARN-YEAR WS-WARN-MONTH WS-WARN-DAY

           OPEN OUTPUT SLA-PRINT-FILE
           MOVE "COMPLAINTS SERVICE-LEVEL WORKLIST" TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           MOVE SPACES TO SLA-PRINT-LINE
           STRING "BUSINESS DATE " WS-RUN-DATE
                  "  DUE SOON = ON OR BEFORE " WS-WARN-DATE-N
                  DELIMITED BY SIZE INTO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           MOVE SPACES TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           MOVE SPACES TO SLA-PRINT-LINE
           STRING "COMPLAINT CIF      ACCOUNT    CAT  OWNER    "
                  "RECEIVED ACK DUE  ACK STATUS   RESP DUE "
                  "RESP STATUS  SUMMARY"
                  DELIMITED BY SIZE INTO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE

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
                 IF NOT CMP-STATUS-CLOSED
                    ADD 1 TO WS-OPEN-COUNT
                    PERFORM CHECK-COMPLAINT-SLA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE

           MOVE SPACES TO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           MOVE SPACES TO SLA-PRINT-LINE
           STRING "OPEN COMPLAINTS " WS-OPEN-COUNT
                  "  ON WORKLIST " WS-LISTED-COUNT
                  "  PAST A DEADLINE " WS-BREACHED-COUNT
                  DELIMITED BY SIZE INTO SLA-PRINT-LINE
           WRITE SLA-PRINT-LINE
           CLOSE SLA-PRINT-FILE

           DISPLAY "COMPLAINT SLA WORKLIST WRITTEN TO COMPLAINTSLA.prt"
           DISPLAY "OPEN COMPLAINTS              : " WS-OPEN-COUNT
           DISPLAY "COMPLAINTS ON WORKLIST       : " WS-LISTED-COUNT
           DISPLAY "COMPLAINTS PAST A DEADLINE   : " WS-BREACHED-COUNT.
         GOBACK.

       CHECK-COMPLAINT-SLA.

           MOVE SPACES TO WS-ACK-FLAG WS-RESP-FLAG
           IF CMP-STATUS-OPEN
              IF CMP-ACK-DUE-DATE < WS-RUN-DATE
                 MOVE "OVERDUE" TO WS-ACK-FLAG
              ELSE
                 IF CMP-ACK-DUE-DATE NOT > WS-WARN-DATE-N
                    MOVE "DUE SOON" TO WS-ACK-FLAG
                 END-IF
              END-IF
           END-IF
           IF CMP-RESOLVE-DUE-DATE < WS-RUN-DATE
              MOVE "OVERDUE" TO WS-RESP-FLAG
           ELSE
              IF CMP-RESOLVE-DUE-DATE NOT > WS-WARN-DATE-N
                 MOVE "DUE SOON" TO WS-RESP-FLAG
              END-IF
           END-IF
           IF WS-ACK-FLAG NOT = SPACES OR WS-RESP-FLAG NOT = SPACES
              ADD 1 TO WS-LISTED-COUNT
              IF WS-ACK-FLAG = "OVERDUE" OR WS-RESP-FLAG = "OVERDUE"
                 ADD 1 TO WS-BREACHED-COUNT
              END-IF
              MOVE SPACES TO SLA-PRINT-LINE
              STRING CMP-COMPLAINT-ID "  " CMP-CIF-ID " "
                     CMP-ACCOUNT-NUM " " CMP-CATEGORY " "
                     CMP-OWNER-ID " " CMP-RECEIVED-DATE " "
                     CMP-ACK-DUE-DATE " " WS-ACK-FLAG " "
                     CMP-RESOLVE-DUE-DATE " " WS-RESP-FLAG " "
                     CMP-SUMMARY
                     DELIMITED BY SIZE INTO SLA-PRINT-LINE
              WRITE SLA-PRINT-LINE
           END-IF.
       EXIT.
