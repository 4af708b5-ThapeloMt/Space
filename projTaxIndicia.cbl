      *Monthly foreign tax-residency indicia check
      *Looks at every account's CONTACT-RECORD for signs the
      *customer lives abroad - a mailing address in another country
      *or a phone number with a foreign international dialling
      *code - and raises CIF-TAX-INDICIA on each holder (primary
      *and joint) who has no signed self-certification on file.
      *A flag whose indicia have gone, or whose customer has since
      *given a self-certification, is cleared. Flagged customers
      *are listed on INDICIA-yyyymm.prt for the branches to obtain
      *the form, and are reported as undocumented on the annual
      *foreign-account extract until they do.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projTaxIndicia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS1.

       SELECT CONTACT-FILE ASSIGN TO 'projectContactFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS2.

       SELECT OWNER-LINK-FILE ASSIGN TO 'projectOwnerLinks.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS3.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT INDICIA-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD CONTACT-FILE.
       COPY projectContactBook.

       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD INDICIA-PRINT-FILE.
       01 INDICIA-PRINT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-LINK-DONE           PIC X.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-RUN-PERIOD          PIC 9(6).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-HOME-COUNTRY        PIC X(2) VALUE "ZA".
       01  WS-HOME-DIAL-CODE      PIC X(3) VALUE "27".
       01  WS-DIAL-LEN            PIC 9.
       01  WS-PHONE-START         PIC 9.
       01  WS-INDICIA-REASON      PIC X(8).
       01  WS-WORK-CIF-ID         PIC 9(8).
       01  WS-RESULT              PIC X(20).

      *Customers whose accounts carry foreign indicia this run,
      *with the first indicium found against each.
       01  WS-IND-TABLE.
        05 WS-IND-ENTRY OCCURS 2000 TIMES.
         10 WS-IND-CIF-ID         PIC 9(8).
         10 WS-IND-REASON         PIC X(8).
         10 WS-IND-ACCOUNT        PIC 9(10).
       01  WS-IND-COUNT           PIC 9(4) VALUE 0.
       01  WS-IND-IDX             PIC 9(4).
       01  WS-IND-FOUND           PIC X.
       01  WS-IND-OVERFLOW        PIC X VALUE "N".

       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE 0.
       01  WS-FOREIGN-COUNT       PIC 9(7) VALUE 0.
       01  WS-FLAGGED-COUNT       PIC 9(5) VALUE 0.
       01  WS-NEW-FLAG-COUNT      PIC 9(5) VALUE 0.
       01  WS-CLEARED-COUNT       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           COMPUTE WS-RUN-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH
           PERFORM READ-HOME-COUNTRY-PARM
           MOVE 0 TO WS-DIAL-LEN
           INSPECT WS-HOME-DIAL-CODE TALLYING WS-DIAL-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "INDICIA-" WS-RUN-PERIOD ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT INDICIA-PRINT-FILE
           MOVE SPACES TO INDICIA-PRINT-LINE
           STRING "FOREIGN TAX RESIDENCY INDICIA WITHOUT "
                  "SELF-CERTIFICATION AS AT " WS-RUN-DATE
                  DELIMITED BY SIZE INTO INDICIA-PRINT-LINE
           WRITE INDICIA-PRINT-LINE
           MOVE SPACES TO INDICIA-PRINT-LINE
           WRITE INDICIA-PRINT-LINE
           MOVE SPACES TO INDICIA-PRINT-LINE
           STRING "CIF-ID   CUSTOMER                             "
                  "              INDICIUM ACCOUNT    RESULT"
                  DELIMITED BY SIZE INTO INDICIA-PRINT-LINE
           WRITE INDICIA-PRINT-LINE

           PERFORM FIND-FOREIGN-INDICIA
           IF WS-IND-OVERFLOW = "Y"
              DISPLAY "NOTE: more than 2000 customers carry "
                      "indicia; the rest are picked up next run."
           END-IF
           PERFORM SET-INDICIA-FLAGS

           MOVE SPACES TO INDICIA-PRINT-LINE
           WRITE INDICIA-PRINT-LINE
           MOVE SPACES TO INDICIA-PRINT-LINE
           STRING "ACCOUNTS " WS-ACCOUNTS-READ
                  "   WITH FOREIGN CONTACT " WS-FOREIGN-COUNT
                  "   FLAGGED " WS-FLAGGED-COUNT
                  "   NEWLY FLAGGED " WS-NEW-FLAG-COUNT
                  "   CLEARED " WS-CLEARED-COUNT
                  DELIMITED BY SIZE INTO INDICIA-PRINT-LINE
           WRITE INDICIA-PRINT-LINE
           CLOSE INDICIA-PRINT-FILE

           DISPLAY "ACCOUNTS EXAMINED        : " WS-ACCOUNTS-READ
           DISPLAY "WITH FOREIGN CONTACT     : " WS-FOREIGN-COUNT
           DISPLAY "CUSTOMERS FLAGGED        : " WS-FLAGGED-COUNT
           DISPLAY "NEWLY FLAGGED THIS RUN   : " WS-NEW-FLAG-COUNT
           DISPLAY "FLAGS CLEARED            : " WS-CLEARED-COUNT
           DISPLAY "INDICIA LIST WRITTEN     : " WS-PRINT-FILENAME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "INDICIA FLAGS " WS-FLAGGED-COUNT
                  " NEW " WS-NEW-FLAG-COUNT
                  " CLR " WS-CLEARED-COUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           MOVE "00" TO AUDIT-FILE-STATUS
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       READ-HOME-COUNTRY-PARM.

         OPEN INPUT PARM-FILE
          IF FILE-STATUS4 = "00"
            READ PARM-FILE
              AT END
                CONTINUE
              NOT AT END
                IF PARM-HOME-COUNTRY NOT = SPACES AND
                   PARM-HOME-COUNTRY NOT = LOW-VALUES
                   MOVE PARM-HOME-COUNTRY TO WS-HOME-COUNTRY
                END-IF
                IF PARM-HOME-DIAL-CODE NOT = SPACES AND
                   PARM-HOME-DIAL-CODE NOT = LOW-VALUES
                   MOVE PARM-HOME-DIAL-CODE TO WS-HOME-DIAL-CODE
                END-IF
            END-READ
          END-IF
         CLOSE PARM-FILE.
       EXIT.

      *First pass, by account: the contact details belong to the
      *account, so an indicium found on one is held against every
      *customer who holds it. A guardian only operates the account
      *and is not tied to its address.
       FIND-FOREIGN-INDICIA.

         OPEN INPUT CUSTOMER-FILE
         OPEN INPUT CONTACT-FILE
         OPEN INPUT OWNER-LINK-FILE
         IF FILE-STATUS NOT = "00" OR FILE-STATUS2 NOT = "00"
            DISPLAY "CUSTOMER-FILE or CONTACT-FILE not available."
            MOVE "Y" TO END-OF-FILE
         END-IF
         PERFORM UNTIL END-OF-FILE = "Y"
           READ CUSTOMER-FILE NEXT RECORD INTO CUS-RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               ADD 1 TO WS-ACCOUNTS-READ
               PERFORM CHECK-ACCOUNT-CONTACT
               IF WS-INDICIA-REASON NOT = SPACES
                  ADD 1 TO WS-FOREIGN-COUNT
                  IF CUS-CIF-ID > 0
                     MOVE CUS-CIF-ID TO WS-WORK-CIF-ID
                     PERFORM NOTE-INDICIA-CIF
                  END-IF
                  IF FILE-STATUS3 = "00"
                     PERFORM NOTE-JOINT-HOLDERS
                  END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE OWNER-LINK-FILE
         CLOSE CONTACT-FILE
         CLOSE CUSTOMER-FILE.
       EXIT.

      *An address with a country code other than home, or a phone
      *number in international form (+ or 00) whose dialling code
      *is not the home one. A number in national form is home.
       CHECK-ACCOUNT-CONTACT.

         MOVE SPACES TO WS-INDICIA-REASON
         MOVE CUS-ACCOUNT-NUM TO CONT-ACCOUNT-NUM
         READ CONTACT-FILE
            KEY IS CONT-ACCOUNT-NUM
            INVALID KEY
              MOVE SPACES TO CONT-COUNTRY-CODE
              MOVE SPACES TO CONT-PHONE
         END-READ
         IF CONT-COUNTRY-CODE NOT = SPACES AND
            CONT-COUNTRY-CODE NOT = LOW-VALUES AND
            CONT-COUNTRY-CODE NOT = WS-HOME-COUNTRY
            MOVE "ADDRESS" TO WS-INDICIA-REASON
         ELSE
            MOVE 0 TO WS-PHONE-START
            IF CONT-PHONE(1:1) = "+"
               MOVE 2 TO WS-PHONE-START
            END-IF
            IF CONT-PHONE(1:2) = "00"
               MOVE 3 TO WS-PHONE-START
            END-IF
            IF WS-PHONE-START > 0 AND WS-DIAL-LEN > 0
               IF CONT-PHONE(WS-PHONE-START:WS-DIAL-LEN) NOT =
                  WS-HOME-DIAL-CODE(1:WS-DIAL-LEN)
                  MOVE "PHONE" TO WS-INDICIA-REASON
               END-IF
            END-IF
         END-IF.
       EXIT.

       NOTE-JOINT-HOLDERS.

         MOVE "N" TO WS-LINK-DONE
         MOVE CUS-ACCOUNT-NUM TO OWN-ACCOUNT-NUM
         MOVE 0 TO OWN-CIF-ID
         START OWNER-LINK-FILE KEY IS NOT LESS THAN OWN-KEY
           INVALID KEY
             MOVE "Y" TO WS-LINK-DONE
         END-START
         PERFORM UNTIL WS-LINK-DONE = "Y"
           READ OWNER-LINK-FILE NEXT RECORD
             AT END
               MOVE "Y" TO WS-LINK-DONE
             NOT AT END
               IF OWN-ACCOUNT-NUM NOT = CUS-ACCOUNT-NUM
                  MOVE "Y" TO WS-LINK-DONE
               ELSE
                  IF NOT OWN-ROLE-GUARDIAN
                     MOVE OWN-CIF-ID TO WS-WORK-CIF-ID
                     PERFORM NOTE-INDICIA-CIF
                  END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

       NOTE-INDICIA-CIF.

         PERFORM FIND-INDICIA-CIF
         IF WS-IND-FOUND = "N"
            IF WS-IND-COUNT < 2000
               ADD 1 TO WS-IND-COUNT
               MOVE WS-WORK-CIF-ID    TO WS-IND-CIF-ID(WS-IND-COUNT)
               MOVE WS-INDICIA-REASON TO WS-IND-REASON(WS-IND-COUNT)
               MOVE CUS-ACCOUNT-NUM   TO WS-IND-ACCOUNT(WS-IND-COUNT)
            ELSE
               MOVE "Y" TO WS-IND-OVERFLOW
            END-IF
         END-IF.
       EXIT.

       FIND-INDICIA-CIF.

         MOVE "N" TO WS-IND-FOUND
         PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                 UNTIL WS-IND-IDX > WS-IND-COUNT
                    OR WS-IND-FOUND = "Y"
           IF WS-IND-CIF-ID(WS-IND-IDX) = WS-WORK-CIF-ID
              MOVE "Y" TO WS-IND-FOUND
           END-IF
         END-PERFORM
         IF WS-IND-FOUND = "Y"
            SUBTRACT 1 FROM WS-IND-IDX
         END-IF.
       EXIT.

      *Second pass, by customer: raise the flag where indicia were
      *found and no self-certification is held, clear it where
      *neither holds any longer. An overflowing run leaves existing
      *flags alone rather than clear ones it could not check.
       SET-INDICIA-FLAGS.

         MOVE "N" TO END-OF-FILE
         OPEN I-O CIF-FILE
         IF FILE-STATUS1 NOT = "00"
            DISPLAY "CIF-FILE not available. FILE STATUS: "
                    FILE-STATUS1
            MOVE "Y" TO END-OF-FILE
         END-IF
         PERFORM UNTIL END-OF-FILE = "Y"
           READ CIF-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               MOVE CIF-ID TO WS-WORK-CIF-ID
               PERFORM FIND-INDICIA-CIF
               IF WS-IND-FOUND = "Y" AND NOT CIF-SELF-CERT-HELD
                  ADD 1 TO WS-FLAGGED-COUNT
                  IF CIF-INDICIA-FOUND
                     MOVE "STILL FLAGGED" TO WS-RESULT
                  ELSE
                     MOVE "Y" TO CIF-TAX-INDICIA
                     REWRITE CIF-RECORD
                     ADD 1 TO WS-NEW-FLAG-COUNT
                     MOVE "NEWLY FLAGGED" TO WS-RESULT
                     MOVE SPACES TO AUDIT-MESSAGE
                     STRING "INDICIA FLAGGED " CIF-ID " "
                            WS-IND-REASON(WS-IND-IDX)
                            DELIMITED BY SIZE INTO AUDIT-MESSAGE
                     MOVE FILE-STATUS1 TO AUDIT-FILE-STATUS
                     PERFORM WRITE-AUDIT-LOG
                  END-IF
                  PERFORM WRITE-INDICIA-LINE
               ELSE
                  IF CIF-INDICIA-FOUND AND
                     (CIF-SELF-CERT-HELD OR WS-IND-OVERFLOW = "N")
                     MOVE SPACE TO CIF-TAX-INDICIA
                     REWRITE CIF-RECORD
                     ADD 1 TO WS-CLEARED-COUNT
                     MOVE "CLEARED" TO WS-RESULT
                     MOVE SPACES TO AUDIT-MESSAGE
                     STRING "INDICIA CLEARED " CIF-ID
                            DELIMITED BY SIZE INTO AUDIT-MESSAGE
                     MOVE FILE-STATUS1 TO AUDIT-FILE-STATUS
                     PERFORM WRITE-AUDIT-LOG
                     MOVE SPACES TO INDICIA-PRINT-LINE
                     STRING CIF-ID " " CIF-NAME " "
                            "                    " WS-RESULT
                            DELIMITED BY SIZE INTO INDICIA-PRINT-LINE
                     WRITE INDICIA-PRINT-LINE
                  END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE CIF-FILE.
       EXIT.

       WRITE-INDICIA-LINE.

         MOVE SPACES TO INDICIA-PRINT-LINE
         STRING CIF-ID " " CIF-NAME " "
                WS-IND-REASON(WS-IND-IDX) " "
                WS-IND-ACCOUNT(WS-IND-IDX) " " WS-RESULT
                DELIMITED BY SIZE INTO INDICIA-PRINT-LINE
         WRITE INDICIA-PRINT-LINE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projTaxIndicia"     TO AUDIT-PROGRAM-NAME
         MOVE "projectCifFile.dat" TO AUDIT-FILE-NAME
         MOVE "SYSTEM"             TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
