      *Suspicious-activity report extract
      *Picks up every AML alert case an investigator has closed as
      *suspicious (disposition SU in projAmlCaseReview) that has not
      *yet been reported, joins it to the account, its owning
      *customer master and the contact particulars, and writes the
      *fixed-format submission SAR-yyyymmdd.dat with header/trailer
      *control totals in the same style as the cash-threshold
      *submission. Each case reported is stamped with the date so
      *it never goes out twice.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projAmlSarExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AML-CASE-FILE ASSIGN TO 'projectAmlCase.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMLC-CASE-ID
               ALTERNATE RECORD KEY IS AMLC-ACCOUNT-NUM
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS1.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS2.

       SELECT CONTACT-FILE ASSIGN TO 'projectContactFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS3.

       SELECT SAR-FILE ASSIGN TO WS-SAR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD AML-CASE-FILE.
       COPY projectAmlCaseBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD CONTACT-FILE.
       COPY projectContactBook.

       FD SAR-FILE.
       COPY projectSarBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-SAR-FILENAME        PIC X(30).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-DETAIL-COUNT        PIC 9(7) VALUE 0.
       01  WS-AMOUNT-TOTAL        PIC 9(12)V99 VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE

           MOVE SPACES TO WS-SAR-FILENAME
           STRING "SAR-" WS-RUN-DATE ".dat" DELIMITED BY SIZE
                  INTO WS-SAR-FILENAME

           OPEN OUTPUT SAR-FILE
           MOVE SPACES TO SAR-RECORD
           MOVE "H" TO SAR-REC-TYPE
           MOVE WS-RUN-DATE TO SAR-HDR-DATE
           WRITE SAR-RECORD

           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CIF-FILE
           OPEN INPUT CONTACT-FILE
           PERFORM SCAN-SUSPICIOUS-CASES
           CLOSE CUSTOMER-FILE
           CLOSE CIF-FILE
           CLOSE CONTACT-FILE

           MOVE SPACES TO SAR-RECORD
           MOVE "T" TO SAR-REC-TYPE
           MOVE WS-DETAIL-COUNT TO SAR-TRL-COUNT
           MOVE WS-AMOUNT-TOTAL TO SAR-TRL-AMOUNT
           WRITE SAR-RECORD
           CLOSE SAR-FILE

           DISPLAY "SAR SUBMISSION WRITTEN        : " WS-SAR-FILENAME
           DISPLAY "SUSPICIOUS CASES REPORTED     : " WS-DETAIL-COUNT
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "SAR EXTRACT " WS-RUN-DATE
                  " CASES " WS-DETAIL-COUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           MOVE FILE-STATUS4 TO AUDIT-FILE-STATUS
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       SCAN-SUSPICIOUS-CASES.

           MOVE "N" TO END-OF-FILE
           OPEN I-O AML-CASE-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "AML case file not available. FILE STATUS: "
                      FILE-STATUS
              MOVE "Y" TO END-OF-FILE
            END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
             READ AML-CASE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF AMLC-STATUS-CLOSED AND AMLC-DISP-SUSPICIOUS
                    AND AMLC-SAR-DATE = 0
                    PERFORM WRITE-ONE-SAR-LINE
                    MOVE WS-RUN-DATE TO AMLC-SAR-DATE
                    REWRITE AML-CASE-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AML-CASE-FILE.
       EXIT.

      *Missing links go out as spaces rather than holding back the
      *report.
       WRITE-ONE-SAR-LINE.

           MOVE SPACES TO SAR-RECORD
           MOVE "D" TO SAR-REC-TYPE
           MOVE AMLC-CASE-ID         TO SAR-CASE-ID
           MOVE AMLC-ACCOUNT-NUM     TO SAR-ACCOUNT-NUM
           MOVE AMLC-CIF-ID          TO SAR-CIF-ID
           MOVE AMLC-SCENARIO        TO SAR-SCENARIO
           MOVE AMLC-DETECTED-DATE   TO SAR-DETECTED-DATE
           MOVE AMLC-AMOUNT          TO SAR-AMOUNT
           MOVE AMLC-CLOSED-DATE     TO SAR-CLOSED-DATE
           MOVE AMLC-INVESTIGATOR    TO SAR-INVESTIGATOR
           MOVE AMLC-NOTES           TO SAR-NARRATIVE
           MOVE AMLC-DETAIL          TO SAR-DETAIL-TEXT

           MOVE AMLC-ACCOUNT-NUM TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD
              KEY IS ACCOUNT-NUM
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE CUS-ACCOUNT-NAMES TO SAR-CUST-NAME
                IF CUS-CIF-ID > 0
                   MOVE CUS-CIF-ID TO CIF-ID
                   READ CIF-FILE
                      KEY IS CIF-ID
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        MOVE CIF-ID   TO SAR-CIF-ID
                        MOVE CIF-NAME TO SAR-CUST-NAME
                   END-READ
                END-IF
           END-READ

           MOVE AMLC-ACCOUNT-NUM TO CONT-ACCOUNT-NUM
           READ CONTACT-FILE
              KEY IS CONT-ACCOUNT-NUM
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE CONT-PHONE     TO SAR-PHONE
                MOVE CONT-ADDRESS-1 TO SAR-ADDRESS
                MOVE CONT-CITY      TO SAR-CITY
           END-READ

           WRITE SAR-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD AMLC-AMOUNT TO WS-AMOUNT-TOTAL.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projAmlSarExtract"  TO AUDIT-PROGRAM-NAME
         MOVE "projectAmlCase.dat" TO AUDIT-FILE-NAME
         MOVE "SYSTEM"             TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
