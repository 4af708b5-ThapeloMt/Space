      *Monthly large-exposure report
      *Lists every active connected-party group with its total
      *credit exposure - loans outstanding, overdrafts drawn on
      *arranged facilities and guarantees given by its members, as
      *projGroupExposure counts them - against the group limit and
      *as a percentage of the bank's capital (PARM-CAPITAL-BASE).
      *A group over its limit is flagged OVER LIMIT; a group whose
      *exposure reaches PARM-LARGE-EXPOSURE-PCT of capital is
      *flagged LARGE. Each group's members are listed under it.
      *Written to LARGEEXP-yyyymm.prt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projLargeExposure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GROUP-FILE ASSIGN TO 'projectCustGroup.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGRP-KEY
               ALTERNATE RECORD KEY IS CGRP-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS1.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS2.

       SELECT EXPOSURE-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       DATA DIVISION.
       FILE SECTION.
       FD GROUP-FILE.
       COPY projectCustGroupBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD EXPOSURE-PRINT-FILE.
       01 EXPOSURE-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY projectGroupExposureReqBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-CIF-OPEN            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YYYYMM          PIC 9(6).
        05 FILLER                 PIC 9(2).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-CAPITAL-BASE        PIC 9(12)V99 VALUE 0.
       01  WS-LARGE-PCT           PIC 9(2)V99 VALUE 10.00.

       01  WS-GROUP-COUNT         PIC 9(4) VALUE 0.
       01  WS-GROUP-IDX           PIC 9(4).
       01  WS-GROUP-OVERFLOW      PIC X VALUE "N".
       01  WS-GROUP-TABLE.
        05 WS-GROUP-ID OCCURS 2000 TIMES PIC 9(6).

       01  WS-LIMIT-PCT           PIC 9(5)V99.
       01  WS-CAPITAL-PCT         PIC 9(5)V99.
       01  WS-FLAGS               PIC X(17).
       01  WS-CIF-NAME            PIC X(40).
       01  WS-OVER-LIMIT-COUNT    PIC 9(4) VALUE 0.
       01  WS-LARGE-COUNT         PIC 9(4) VALUE 0.
       01  WS-REPORTED-COUNT      PIC 9(4) VALUE 0.
       01  WS-BOOK-EXPOSURE       PIC 9(13)V99 VALUE 0.
       01  WS-LARGE-EXPOSURE      PIC 9(13)V99 VALUE 0.

       01  WS-SHOW-LOANS          PIC Z(11)9.99.
       01  WS-SHOW-OD             PIC Z(11)9.99.
       01  WS-SHOW-GTR            PIC Z(11)9.99.
       01  WS-SHOW-TOTAL          PIC Z(11)9.99.
       01  WS-SHOW-LIMIT          PIC Z(11)9.99.
       01  WS-SHOW-LIMIT-PCT      PIC ZZZZ9.99.
       01  WS-SHOW-CAPITAL-PCT    PIC ZZZZ9.99.
       01  WS-SHOW-CAPITAL        PIC Z(11)9.99.
       01  WS-SHOW-LARGE-PCT      PIC Z9.99.
       01  WS-SHOW-BOOK           PIC Z(12)9.99.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-EXPOSURE-PARMS
           PERFORM LOAD-ACTIVE-GROUPS

           OPEN INPUT CIF-FILE
            IF FILE-STATUS1 = "00"
              MOVE "Y" TO WS-CIF-OPEN
            END-IF
           PERFORM OPEN-EXPOSURE-REPORT
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
             PERFORM REPORT-ONE-GROUP
           END-PERFORM
           PERFORM CLOSE-EXPOSURE-REPORT
           IF WS-CIF-OPEN = "Y"
              CLOSE CIF-FILE
           END-IF

           DISPLAY "LARGE-EXPOSURE REPORT WRITTEN TO "
                   WS-PRINT-FILENAME
           DISPLAY "GROUPS REPORTED              : " WS-REPORTED-COUNT
           DISPLAY "GROUPS OVER THEIR LIMIT      : "
                   WS-OVER-LIMIT-COUNT
           DISPLAY "LARGE EXPOSURES              : " WS-LARGE-COUNT
           IF WS-GROUP-OVERFLOW = "Y"
              DISPLAY "GROUP TABLE FULL - SOME GROUPS LEFT OUT"
           END-IF

           GOBACK.

       READ-EXPOSURE-PARMS.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS2 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-CAPITAL-BASE IS NUMERIC
                     MOVE PARM-CAPITAL-BASE TO WS-CAPITAL-BASE
                  END-IF
                  IF PARM-LARGE-EXPOSURE-PCT IS NUMERIC AND
                     PARM-LARGE-EXPOSURE-PCT > 0
                     MOVE PARM-LARGE-EXPOSURE-PCT TO WS-LARGE-PCT
                  END-IF
              END-READ
              CLOSE PARM-FILE
            ELSE
              DISPLAY "PARM-FILE not available, no capital base - "
                      "percentages of capital not shown."
            END-IF.
       EXIT.

      *Group headers are the rows with a zero CIF id.
       LOAD-ACTIVE-GROUPS.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT GROUP-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "Customer group file not available. "
                      "FILE STATUS: " FILE-STATUS
              MOVE "Y" TO END-OF-FILE
            END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
             READ GROUP-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF CGRP-CIF-ID = 0 AND CGRP-STATUS-ACTIVE
                    IF WS-GROUP-COUNT < 2000
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE CGRP-GROUP-ID
                            TO WS-GROUP-ID(WS-GROUP-COUNT)
                    ELSE
                       MOVE "Y" TO WS-GROUP-OVERFLOW
                    END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GROUP-FILE.
       EXIT.

       OPEN-EXPOSURE-REPORT.

         MOVE SPACES TO WS-PRINT-FILENAME
         STRING "LARGEEXP-" WS-RUN-YYYYMM ".prt"
                DELIMITED BY SIZE INTO WS-PRINT-FILENAME
         OPEN OUTPUT EXPOSURE-PRINT-FILE

         MOVE "LARGE-EXPOSURE REPORT BY CONNECTED GROUP"
              TO EXPOSURE-PRINT-LINE
         WRITE EXPOSURE-PRINT-LINE
         MOVE WS-CAPITAL-BASE TO WS-SHOW-CAPITAL
         MOVE WS-LARGE-PCT TO WS-SHOW-LARGE-PCT
         MOVE SPACES TO EXPOSURE-PRINT-LINE
         STRING "MONTH " WS-RUN-YYYYMM "  AS AT " WS-RUN-DATE
                "  CAPITAL BASE " WS-SHOW-CAPITAL
                "  LARGE AT " WS-SHOW-LARGE-PCT "% OF CAPITAL"
                DELIMITED BY SIZE INTO EXPOSURE-PRINT-LINE
         WRITE EXPOSURE-PRINT-LINE
         MOVE SPACES TO EXPOSURE-PRINT-LINE
         WRITE EXPOSURE-PRINT-LINE
         MOVE SPACES TO EXPOSURE-PRINT-LINE
         STRING "GROUP  NAME                      "
                "          LOANS        OD DRAWN      GUARANTEES"
                "  TOTAL EXPOSURE     GROUP LIMIT  %LIMIT  %CAPTL"
                DELIMITED BY SIZE INTO EXPOSURE-PRINT-LINE
         WRITE EXPOSURE-PRINT-LINE.
       EXIT.

       REPORT-ONE-GROUP.

         MOVE 0 TO GEXQ-CIF-ID
         MOVE WS-GROUP-ID(WS-GROUP-IDX) TO GEXQ-GROUP-ID
         CALL 'projGroupExposure' USING GROUP-EXPOSURE-REQUEST
         IF GEXQ-FOUND
            ADD 1 TO WS-REPORTED-COUNT
            ADD GEXQ-EXPOSURE-TOTAL TO WS-BOOK-EXPOSURE
            PERFORM FLAG-GROUP-EXPOSURE
            PERFORM WRITE-GROUP-LINE
            PERFORM WRITE-MEMBER-LINES
         END-IF.
       EXIT.

      *Percentages are left at zero where there is no limit or no
      *capital base to measure against.
       FLAG-GROUP-EXPOSURE.

         MOVE SPACES TO WS-FLAGS
         MOVE 0 TO WS-LIMIT-PCT WS-CAPITAL-PCT
         IF GEXQ-GROUP-LIMIT > 0
            COMPUTE WS-LIMIT-PCT ROUNDED =
                    GEXQ-EXPOSURE-TOTAL * 100 / GEXQ-GROUP-LIMIT
              ON SIZE ERROR
                MOVE 99999.99 TO WS-LIMIT-PCT
            END-COMPUTE
         END-IF
         IF WS-CAPITAL-BASE > 0
            COMPUTE WS-CAPITAL-PCT ROUNDED =
                    GEXQ-EXPOSURE-TOTAL * 100 / WS-CAPITAL-BASE
              ON SIZE ERROR
                MOVE 99999.99 TO WS-CAPITAL-PCT
            END-COMPUTE
         END-IF
         IF GEXQ-EXPOSURE-TOTAL > GEXQ-GROUP-LIMIT
            MOVE "OVER LIMIT" TO WS-FLAGS
            ADD 1 TO WS-OVER-LIMIT-COUNT
         END-IF
         IF WS-CAPITAL-BASE > 0 AND WS-CAPITAL-PCT NOT < WS-LARGE-PCT
            MOVE "LARGE" TO WS-FLAGS(12:5)
            ADD 1 TO WS-LARGE-COUNT
            ADD GEXQ-EXPOSURE-TOTAL TO WS-LARGE-EXPOSURE
         END-IF.
       EXIT.

       WRITE-GROUP-LINE.

         MOVE GEXQ-LOAN-TOTAL      TO WS-SHOW-LOANS
         MOVE GEXQ-OD-DRAWN-TOTAL  TO WS-SHOW-OD
         MOVE GEXQ-GUARANTEE-TOTAL TO WS-SHOW-GTR
         MOVE GEXQ-EXPOSURE-TOTAL  TO WS-SHOW-TOTAL
         MOVE GEXQ-GROUP-LIMIT     TO WS-SHOW-LIMIT
         MOVE WS-LIMIT-PCT         TO WS-SHOW-LIMIT-PCT
         MOVE WS-CAPITAL-PCT       TO WS-SHOW-CAPITAL-PCT
         MOVE SPACES TO EXPOSURE-PRINT-LINE
         WRITE EXPOSURE-PRINT-LINE
         MOVE SPACES TO EXPOSURE-PRINT-LINE
         STRING GEXQ-GROUP-ID " " GEXQ-GROUP-NAME(1:25)
                " " WS-SHOW-LOANS " " WS-SHOW-OD
                " " WS-SHOW-GTR " " WS-SHOW-TOTAL
                " " WS-SHOW-LIMIT WS-SHOW-LIMIT-PCT
                WS-SHOW-CAPITAL-PCT
                DELIMITED BY SIZE INTO EXPOSURE-PRINT-LINE
         WRITE EXPOSURE-PRINT-LINE
         IF WS-FLAGS NOT = SPACES
            MOVE SPACES TO EXPOSURE-PRINT-LINE
            STRING "       *** " WS-FLAGS
                   DELIMITED BY SIZE INTO EXPOSURE-PRINT-LINE
            WRITE EXPOSURE-PRINT-LINE
         END-IF.
       EXIT.

       WRITE-MEMBER-LINES.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT GROUP-FILE
          IF FILE-STATUS NOT = "00"
            MOVE "Y" TO END-OF-FILE
          ELSE
            MOVE GEXQ-GROUP-ID TO CGRP-GROUP-ID
            MOVE 0 TO CGRP-CIF-ID
            START GROUP-FILE KEY IS GREATER THAN CGRP-KEY
              INVALID KEY
                MOVE "Y" TO END-OF-FILE
            END-START
          END-IF
         PERFORM UNTIL END-OF-FILE = "Y"
           READ GROUP-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF CGRP-GROUP-ID NOT = GEXQ-GROUP-ID
                  MOVE "Y" TO END-OF-FILE
               ELSE
                  MOVE SPACES TO WS-CIF-NAME
                  IF WS-CIF-OPEN = "Y"
                     MOVE CGRP-CIF-ID TO CIF-ID
                     READ CIF-FILE
                       INVALID KEY
                         MOVE "NOT ON CIF MASTER" TO WS-CIF-NAME
                       NOT INVALID KEY
                         MOVE CIF-NAME TO WS-CIF-NAME
                     END-READ
                  END-IF
                  MOVE SPACES TO EXPOSURE-PRINT-LINE
                  STRING "       MEMBER CIF " CGRP-CIF-ID
                         " " CGRP-RELATIONSHIP " " WS-CIF-NAME
                         DELIMITED BY SIZE INTO EXPOSURE-PRINT-LINE
                  WRITE EXPOSURE-PRINT-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE GROUP-FILE.
       EXIT.

       CLOSE-EXPOSURE-REPORT.

         MOVE SPACES TO EXPOSURE-PRINT-LINE
         WRITE EXPOSURE-PRINT-LINE
         MOVE WS-BOOK-EXPOSURE TO WS-SHOW-BOOK
         MOVE SPACES TO EXPOSURE-PRINT-LINE
         STRING "GROUPS REPORTED " WS-REPORTED-COUNT
                "  TOTAL GROUP EXPOSURE " WS-SHOW-BOOK
                DELIMITED BY SIZE INTO EXPOSURE-PRINT-LINE
         WRITE EXPOSURE-PRINT-LINE
         MOVE WS-LARGE-EXPOSURE TO WS-SHOW-BOOK
         MOVE SPACES TO EXPOSURE-PRINT-LINE
         STRING "OVER GROUP LIMIT " WS-OVER-LIMIT-COUNT
                "  LARGE EXPOSURES " WS-LARGE-COUNT
                "  TOTALLING " WS-SHOW-BOOK
                DELIMITED BY SIZE INTO EXPOSURE-PRINT-LINE
         WRITE EXPOSURE-PRINT-LINE
         CLOSE EXPOSURE-PRINT-FILE.
       EXIT.
