      *Digital onboarding application loader
      *Reads the nightly applicant file from the online application
      *form (ONBOARD.csv) of the form
      *  H,YYYYMMDD,file-sequence
      *  D,application-ref,name,type,birth-date-or-registration,
      *    product,branch,address-1,address-2,city,postal-code,
      *    country,phone,email
      *  T,applicant-count
      *and does for each applicant what the branch used to key by
      *hand: screens the name against the watchlist, creates the
      *customer master (CIF) and contact record, allocates and
      *opens the account, links the customer as its primary holder
      *and queues a welcome notice. A watchlist hit goes to the
      *screening queue for projScreeningReview instead of being
      *opened; an applicant failing the edit checks goes to the
      *reject file ONBREJ-yyyymmdd.dat with the reason. The whole
      *file is refused if the trailer count disagrees with the
      *applicants read, or if the same file has been loaded before.
      *Accounts open at a zero balance for the customer's first
      *deposit, so only products with no opening minimum can be
      *applied for online.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projOnboardLoader.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ONBOARD-FILE ASSIGN TO 'ONBOARD.csv'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS1.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS2.

       SELECT CONTACT-FILE ASSIGN TO 'projectContactFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS3.

       SELECT OWNER-LINK-FILE ASSIGN TO 'projectOwnerLinks.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS4.

       SELECT BRANCH-FILE ASSIGN TO 'projectBranchFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
                FILE STATUS IS FILE-STATUS5.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS6.

       SELECT SCREEN-QUEUE-FILE ASSIGN TO 'projectScreenQueue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       SELECT NOTICE-TRIGGER-FILE ASSIGN TO
           'projectNoticeTriggers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS8.

       SELECT ONBOARD-REJECT-FILE ASSIGN TO WS-REJECT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS9.

       SELECT ONBOARD-REGISTER-FILE ASSIGN TO
           'projectOnboardRegister.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS10.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS11.

       DATA DIVISION.
       FILE SECTION.
       FD ONBOARD-FILE.
       01 ONBOARD-LINE            PIC X(400).

       FD CIF-FILE.
       COPY projectCifBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD CONTACT-FILE.
       COPY projectContactBook.

       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       FD BRANCH-FILE.
       COPY projectBranchBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD SCREEN-QUEUE-FILE.
       COPY projectScreenQueueBook.

       FD NOTICE-TRIGGER-FILE.
       COPY projectNoticeBook.

       FD ONBOARD-REJECT-FILE.
       COPY projectOnboardRejectBook.

       FD ONBOARD-REGISTER-FILE.
       COPY projectOnboardRegBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       WORKING-STORAGE SECTION.
       COPY projectAuditDataBook.
       COPY projectScreenBook.
       COPY projectProductReqBook.
       COPY projectProductBook.
       COPY projHISTdateDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  FILE-STATUS8           PIC XX.
       01  FILE-STATUS9           PIC XX.
       01  FILE-STATUS10          PIC XX.
       01  FILE-STATUS11          PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-REJECT-FILENAME     PIC X(30).
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-NEXT-CIF-ID         PIC 9(8) VALUE 1.
       01  WS-NEW-ACCOUNT-NUM     PIC 9(10).
       01  WS-MAJORITY-AGE        PIC 9(2) VALUE 18.
       01  WS-HOME-COUNTRY        PIC X(2) VALUE "ZA".
       01  WS-MAJORITY-DATE       PIC 9(8).
       01  WS-REVIEW-EPOCH        PIC 9(9).
       01  WS-REVIEW-DATE.
        05 WS-REV-YEAR            PIC 9(4).
        05 WS-REV-MONTH           PIC 9(2).
        05 WS-REV-DAY             PIC 9(2).
       01  WS-BALJ-IMAGE.
        05 WS-BALJ-PROGRAM       PIC X(20) VALUE "projOnboardLoader".
        05 WS-BALJ-TRANS-ID      PIC 9(10).
        05 WS-BALJ-ACCOUNT       PIC 9(10).
        05 WS-BALJ-BEFORE        PIC S9(8)V99.
        05 WS-BALJ-AFTER         PIC S9(8)V99.

      *Header, trailer and control totals.
       01  WS-FLD-MARKER          PIC X(1).
       01  WS-FLD-1               PIC X(15).
       01  WS-FLD-2               PIC X(15).
       01  WS-FILE-DATE           PIC 9(8) VALUE 0.
       01  WS-FILE-SEQ            PIC 9(3) VALUE 0.
       01  WS-HEADER-SEEN         PIC X VALUE "N".
       01  WS-TRAILER-SEEN        PIC X VALUE "N".
       01  WS-TRAILER-COUNT       PIC 9(7) VALUE 0.
       01  WS-READ-COUNT          PIC 9(7) VALUE 0.
       01  WS-ALREADY-LOADED      PIC X VALUE "N".
       01  WS-FILE-MISSING        PIC X VALUE "N".

      *Applicant lines staged until the controls have been proved.
       01  WS-APP-COUNT           PIC 9(4) VALUE 0.
       01  WS-APP-IDX             PIC 9(4).
       01  WS-APP-TABLE.
        05 WS-APP-LINE            PIC X(400) OCCURS 1000 TIMES.

      *One applicant, as parsed from its detail line.
       01  WS-APPLICANT.
        05 WS-APP-MARKER          PIC X(1).
        05 WS-APP-REF-X           PIC X(10).
        05 WS-APP-NAME            PIC X(50).
        05 WS-APP-TYPE            PIC X(1).
        05 WS-APP-ID-FIELD        PIC X(20).
        05 WS-APP-PRODUCT         PIC X(7).
        05 WS-APP-BRANCH          PIC X(5).
        05 WS-APP-ADDRESS-1       PIC X(30).
        05 WS-APP-ADDRESS-2       PIC X(30).
        05 WS-APP-CITY            PIC X(20).
        05 WS-APP-POSTAL-CODE     PIC X(8).
        05 WS-APP-COUNTRY         PIC X(2).
        05 WS-APP-PHONE           PIC X(15).
        05 WS-APP-EMAIL           PIC X(40).
       01  WS-APP-REF             PIC 9(10).
       01  WS-APP-BIRTH-X         PIC X(8).
       01  WS-APP-BIRTH-DATE      PIC 9(8).
       01  WS-BIRTH-SPLIT REDEFINES WS-APP-BIRTH-DATE.
        05 WS-BIRTH-YEAR          PIC 9(4).
        05 WS-BIRTH-MONTH         PIC 9(2).
        05 WS-BIRTH-DAY           PIC 9(2).
       01  WS-REJECT-REASON       PIC X(40).

      *Working fields for the email and phone format checks.
       01  WS-FIELD-LEN           PIC 9(2).
       01  WS-AT-COUNT            PIC 9(2).
       01  WS-AT-POS              PIC 9(2).
       01  WS-DOT-COUNT           PIC 9(2).
       01  WS-DOMAIN-LEN          PIC 9(2).
       01  WS-DIGIT-COUNT         PIC 9(2).
       01  WS-CHAR-IDX            PIC 9(2).
       01  WS-FORMAT-OK           PIC X.

       01  WS-OPENED-COUNT        PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT          PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-ONBOARD-PARMS
           PERFORM READ-AND-STAGE-APPLICANTS

           IF WS-FILE-MISSING = "Y"
              DISPLAY "No onboarding file ONBOARD.csv to load."
              GOBACK
           END-IF
           IF WS-HEADER-SEEN = "N"
              DISPLAY "ONBOARDING FILE REFUSED: no header record."
              PERFORM AUDIT-FILE-REFUSED
              GOBACK
           END-IF
           IF WS-TRAILER-SEEN = "N"
              DISPLAY "ONBOARDING FILE REFUSED: no trailer record."
              PERFORM AUDIT-FILE-REFUSED
              GOBACK
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-READ-COUNT
              DISPLAY "ONBOARDING FILE REFUSED: trailer count "
                      WS-TRAILER-COUNT " but " WS-READ-COUNT
                      " applicants read."
              PERFORM AUDIT-FILE-REFUSED
              GOBACK
           END-IF
           IF WS-READ-COUNT > 1000
              DISPLAY "ONBOARDING FILE REFUSED: more than 1000 "
                      "applicants - split the file."
              PERFORM AUDIT-FILE-REFUSED
              GOBACK
           END-IF
           PERFORM CHECK-ALREADY-LOADED
           IF WS-ALREADY-LOADED = "Y"
              DISPLAY "ONBOARDING FILE REFUSED: file " WS-FILE-DATE
                      "/" WS-FILE-SEQ " has been loaded before."
              PERFORM AUDIT-FILE-REFUSED
              GOBACK
           END-IF

           PERFORM OPEN-MASTER-FILES
           IF FILE-STATUS1 NOT = "00" OR FILE-STATUS2 NOT = "00" OR
              FILE-STATUS3 NOT = "00" OR FILE-STATUS4 NOT = "00"
              DISPLAY "ONBOARDING NOT LOADED: master files not "
                      "available. " FILE-STATUS1 " " FILE-STATUS2
                      " " FILE-STATUS3 " " FILE-STATUS4
              PERFORM CLOSE-MASTER-FILES
              GOBACK
           END-IF
           MOVE SPACES TO WS-REJECT-FILENAME
           STRING "ONBREJ-" WS-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-REJECT-FILENAME
           OPEN OUTPUT ONBOARD-REJECT-FILE

           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                   UNTIL WS-APP-IDX > WS-APP-COUNT
             PERFORM LOAD-ONE-APPLICANT THRU LOAD-ONE-APPLICANT-EXIT
           END-PERFORM

           CLOSE ONBOARD-REJECT-FILE
           PERFORM CLOSE-MASTER-FILES
           PERFORM REGISTER-FILE-LOADED

           DISPLAY "ONBOARDING FILE " WS-FILE-DATE "/" WS-FILE-SEQ
                   " LOADED."
           DISPLAY "APPLICANTS READ          : " WS-READ-COUNT
           DISPLAY "ACCOUNTS OPENED          : " WS-OPENED-COUNT
           DISPLAY "HELD FOR SCREENING REVIEW: " WS-HELD-COUNT
           DISPLAY "REJECTED                 : " WS-REJECT-COUNT
           DISPLAY "REJECT FILE              : " WS-REJECT-FILENAME
           MOVE "ONBOARD.csv" TO AUDIT-FILE-NAME
           MOVE "00"          TO AUDIT-FILE-STATUS
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "ONBOARD OPENED " WS-OPENED-COUNT
                  " HELD " WS-HELD-COUNT " REJ " WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       READ-ONBOARD-PARMS.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS11 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-MAJORITY-AGE IS NUMERIC AND
                     PARM-MAJORITY-AGE > 0
                     MOVE PARM-MAJORITY-AGE TO WS-MAJORITY-AGE
                  END-IF
                  IF PARM-HOME-COUNTRY NOT = SPACES AND
                     PARM-HOME-COUNTRY NOT = LOW-VALUES
                     MOVE PARM-HOME-COUNTRY TO WS-HOME-COUNTRY
                  END-IF
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

       READ-AND-STAGE-APPLICANTS.

           OPEN INPUT ONBOARD-FILE
            IF FILE-STATUS NOT = "00"
              MOVE "Y" TO WS-FILE-MISSING
            ELSE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ ONBOARD-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    PERFORM STAGE-ONE-LINE
                END-READ
              END-PERFORM
              CLOSE ONBOARD-FILE
            END-IF.
       EXIT.

       STAGE-ONE-LINE.

           MOVE SPACES TO WS-FLD-MARKER WS-FLD-1 WS-FLD-2
           UNSTRING ONBOARD-LINE DELIMITED BY ","
              INTO WS-FLD-MARKER WS-FLD-1 WS-FLD-2
           END-UNSTRING
           EVALUATE WS-FLD-MARKER
             WHEN "H"
               COMPUTE WS-FILE-DATE = FUNCTION NUMVAL(WS-FLD-1)
               COMPUTE WS-FILE-SEQ = FUNCTION NUMVAL(WS-FLD-2)
               MOVE "Y" TO WS-HEADER-SEEN
             WHEN "D"
               ADD 1 TO WS-READ-COUNT
               IF WS-APP-COUNT < 1000
                  ADD 1 TO WS-APP-COUNT
                  MOVE ONBOARD-LINE TO WS-APP-LINE(WS-APP-COUNT)
               END-IF
             WHEN "T"
               COMPUTE WS-TRAILER-COUNT = FUNCTION NUMVAL(WS-FLD-1)
               MOVE "Y" TO WS-TRAILER-SEEN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       EXIT.

      *A file is known by the date and sequence on its header.
       CHECK-ALREADY-LOADED.

           MOVE "N" TO WS-ALREADY-LOADED
           MOVE "N" TO END-OF-FILE
           OPEN INPUT ONBOARD-REGISTER-FILE
            IF FILE-STATUS10 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ ONBOARD-REGISTER-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF ONBG-FILE-DATE = WS-FILE-DATE AND
                       ONBG-FILE-SEQ = WS-FILE-SEQ
                       MOVE "Y" TO WS-ALREADY-LOADED
                       MOVE "Y" TO END-OF-FILE
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE ONBOARD-REGISTER-FILE.
       EXIT.

       OPEN-MASTER-FILES.

           OPEN I-O CIF-FILE
            IF FILE-STATUS1 = "35"
              OPEN OUTPUT CIF-FILE
              CLOSE CIF-FILE
              OPEN I-O CIF-FILE
            END-IF
           OPEN I-O CUSTOMER-FILE
           OPEN I-O CONTACT-FILE
            IF FILE-STATUS3 = "35"
              OPEN OUTPUT CONTACT-FILE
              CLOSE CONTACT-FILE
              OPEN I-O CONTACT-FILE
            END-IF
           OPEN I-O OWNER-LINK-FILE
            IF FILE-STATUS4 = "35"
              OPEN OUTPUT OWNER-LINK-FILE
              CLOSE OWNER-LINK-FILE
              OPEN I-O OWNER-LINK-FILE
            END-IF
           OPEN INPUT BRANCH-FILE
           OPEN EXTEND NOTICE-TRIGGER-FILE
            IF FILE-STATUS8 = "35"
              CLOSE NOTICE-TRIGGER-FILE
              OPEN OUTPUT NOTICE-TRIGGER-FILE
            END-IF.
       EXIT.

       CLOSE-MASTER-FILES.

           CLOSE NOTICE-TRIGGER-FILE
           CLOSE BRANCH-FILE
           CLOSE OWNER-LINK-FILE
           CLOSE CONTACT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CIF-FILE.
       EXIT.

      *Edit checks first, then the watchlist, and only then is
      *anything written - a rejected or held applicant leaves no
      *trace on the masters.
       LOAD-ONE-APPLICANT.

           PERFORM PARSE-APPLICANT
           PERFORM VALIDATE-APPLICANT
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-REJECT
              GO TO LOAD-ONE-APPLICANT-EXIT
           END-IF

           MOVE WS-APP-NAME TO SCREEN-NAME
           CALL 'projWatchlistScreening' USING SCREEN-REQUEST
           IF SCREEN-MATCHED
              DISPLAY "Watchlist match, application " WS-APP-REF
                      " parked for review: " SCREEN-MATCHED-NAME
              PERFORM WRITE-SCREEN-QUEUE-ITEM
              ADD 1 TO WS-HELD-COUNT
              GO TO LOAD-ONE-APPLICANT-EXIT
           END-IF

           PERFORM CREATE-APPLICANT-CIF
           IF FILE-STATUS1 NOT = "00"
              MOVE "CIF NOT WRITTEN" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT
              GO TO LOAD-ONE-APPLICANT-EXIT
           END-IF
           CALL 'AllocateAccountNum' USING WS-NEW-ACCOUNT-NUM
           PERFORM OPEN-APPLICANT-ACCOUNT
           IF FILE-STATUS2 NOT = "00"
              MOVE "ACCOUNT NOT WRITTEN" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT
              GO TO LOAD-ONE-APPLICANT-EXIT
           END-IF
           PERFORM WRITE-APPLICANT-CONTACT
           PERFORM WRITE-PRIMARY-OWNER-LINK
           PERFORM QUEUE-WELCOME-NOTICE
           ADD 1 TO WS-OPENED-COUNT
           MOVE "projectCusFile.dat" TO AUDIT-FILE-NAME
           MOVE "00" TO AUDIT-FILE-STATUS
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "ONBOARD OPN " WS-NEW-ACCOUNT-NUM
                  " CIF " WS-NEXT-CIF-ID
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       LOAD-ONE-APPLICANT-EXIT.
       EXIT.

       PARSE-APPLICANT.

           MOVE SPACES TO WS-APPLICANT
           UNSTRING WS-APP-LINE(WS-APP-IDX) DELIMITED BY ","
              INTO WS-APP-MARKER WS-APP-REF-X WS-APP-NAME
                   WS-APP-TYPE WS-APP-ID-FIELD WS-APP-PRODUCT
                   WS-APP-BRANCH WS-APP-ADDRESS-1 WS-APP-ADDRESS-2
                   WS-APP-CITY WS-APP-POSTAL-CODE WS-APP-COUNTRY
                   WS-APP-PHONE WS-APP-EMAIL
           END-UNSTRING
           COMPUTE WS-APP-REF = FUNCTION NUMVAL(WS-APP-REF-X)
           INSPECT WS-APP-TYPE CONVERTING "ib" TO "IB"
           INSPECT WS-APP-COUNTRY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-APP-COUNTRY = WS-HOME-COUNTRY
              MOVE SPACES TO WS-APP-COUNTRY
           END-IF
           MOVE 0 TO WS-APP-BIRTH-DATE
           IF WS-APP-TYPE = "I" OR WS-APP-TYPE = SPACE
              MOVE "I" TO WS-APP-TYPE
              MOVE WS-APP-ID-FIELD(1:8) TO WS-APP-BIRTH-X
              IF WS-APP-BIRTH-X IS NUMERIC
                 MOVE WS-APP-BIRTH-X TO WS-APP-BIRTH-DATE
              END-IF
           END-IF.
       EXIT.

      *The same rules the branch screens apply, plus the two an
      *online applicant cannot meet: a minor needs a guardian at
      *the branch, and a product with an opening minimum needs the
      *first deposit taken at the counter.
       VALIDATE-APPLICANT.

           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
             WHEN WS-APP-REF = 0
               MOVE "NO APPLICATION REFERENCE" TO WS-REJECT-REASON
             WHEN WS-APP-NAME = SPACES
               MOVE "NO APPLICANT NAME" TO WS-REJECT-REASON
             WHEN WS-APP-TYPE NOT = "I" AND WS-APP-TYPE NOT = "B"
               MOVE "CUSTOMER TYPE MUST BE I OR B"
                 TO WS-REJECT-REASON
             WHEN WS-APP-TYPE = "B" AND WS-APP-ID-FIELD = SPACES
               MOVE "BUSINESS WITHOUT REGISTRATION NUMBER"
                 TO WS-REJECT-REASON
             WHEN WS-APP-TYPE = "I" AND WS-APP-BIRTH-DATE = 0
               MOVE "NO DATE OF BIRTH" TO WS-REJECT-REASON
             WHEN WS-APP-TYPE = "I" AND
                  (WS-BIRTH-MONTH < 1 OR WS-BIRTH-MONTH > 12 OR
                   WS-BIRTH-DAY < 1 OR WS-BIRTH-DAY > 31 OR
                   WS-BIRTH-YEAR < 1900 OR
                   WS-APP-BIRTH-DATE > WS-RUN-DATE)
               MOVE "INVALID DATE OF BIRTH" TO WS-REJECT-REASON
             WHEN WS-APP-ADDRESS-1 = SPACES
               MOVE "NO MAILING ADDRESS" TO WS-REJECT-REASON
             WHEN WS-APP-COUNTRY = SPACES AND
                  WS-APP-POSTAL-CODE = SPACES
               MOVE "HOME ADDRESS HAS NO POSTAL CODE"
                 TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES AND WS-APP-TYPE = "I"
              COMPUTE WS-MAJORITY-DATE =
                      WS-APP-BIRTH-DATE + WS-MAJORITY-AGE * 10000
              IF WS-MAJORITY-DATE > WS-RUN-DATE
                 MOVE "MINOR - OPEN AT BRANCH WITH GUARDIAN"
                   TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM VALIDATE-APPLICANT-CONTACT
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM VALIDATE-APPLICANT-ACCOUNT
           END-IF.
       EXIT.

       VALIDATE-APPLICANT-CONTACT.

           MOVE WS-APP-EMAIL TO CONT-EMAIL
           MOVE WS-APP-PHONE TO CONT-PHONE
           IF CONT-EMAIL NOT = SPACES
              PERFORM CHECK-EMAIL-FORMAT
              IF WS-FORMAT-OK = "N"
                 MOVE "EMAIL ADDRESS NOT VALID" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND CONT-PHONE NOT = SPACES
              PERFORM CHECK-PHONE-FORMAT
              IF WS-FORMAT-OK = "N"
                 MOVE "PHONE NUMBER NOT VALID" TO WS-REJECT-REASON
              END-IF
           END-IF.
       EXIT.

       VALIDATE-APPLICANT-ACCOUNT.

           MOVE WS-APP-PRODUCT TO PRDQ-CODE
           CALL 'projProductLookup' USING PRODUCT-REQUEST
                                          PRODUCT-RECORD
           IF NOT PRDQ-FOUND
              MOVE "PRODUCT NOT ON MASTER" TO WS-REJECT-REASON
           ELSE IF PROD-WITHDRAWN
              MOVE "PRODUCT WITHDRAWN FROM SALE" TO WS-REJECT-REASON
           ELSE IF PROD-MIN-OPEN-BALANCE > 0
              MOVE "PRODUCT NEEDS AN OPENING DEPOSIT"
                TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE WS-APP-BRANCH TO BRN-CODE
              READ BRANCH-FILE
                 KEY IS BRN-CODE
                 INVALID KEY
                   MOVE "BRANCH NOT ON BRANCH MASTER"
                     TO WS-REJECT-REASON
              END-READ
              IF FILE-STATUS5 NOT = "00" AND
                 WS-REJECT-REASON = SPACES
                 MOVE "BRANCH NOT ON BRANCH MASTER"
                   TO WS-REJECT-REASON
              END-IF
           END-IF.
       EXIT.

      *One "@" with something before it, a domain after it that
      *holds a "." and does not end in one, and no embedded spaces.
       CHECK-EMAIL-FORMAT.

         MOVE "Y" TO WS-FORMAT-OK
         MOVE 0 TO WS-AT-COUNT WS-AT-POS WS-FIELD-LEN WS-DOT-COUNT
         INSPECT CONT-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
         INSPECT CONT-EMAIL TALLYING WS-FIELD-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
         INSPECT CONT-EMAIL TALLYING WS-AT-POS
                 FOR CHARACTERS BEFORE INITIAL "@"
         IF WS-AT-COUNT NOT = 1 OR WS-AT-POS = 0 OR
            WS-AT-POS + 1 NOT < WS-FIELD-LEN
            MOVE "N" TO WS-FORMAT-OK
         ELSE
            IF WS-FIELD-LEN < 40
               IF CONT-EMAIL(WS-FIELD-LEN + 1:) NOT = SPACES
                  MOVE "N" TO WS-FORMAT-OK
               END-IF
            END-IF
            COMPUTE WS-DOMAIN-LEN = WS-FIELD-LEN - WS-AT-POS - 1
            INSPECT CONT-EMAIL(WS-AT-POS + 2:WS-DOMAIN-LEN)
                    TALLYING WS-DOT-COUNT FOR ALL "."
            IF WS-DOT-COUNT = 0 OR
               CONT-EMAIL(WS-AT-POS + 2:1) = "." OR
               CONT-EMAIL(WS-FIELD-LEN:1) = "."
               MOVE "N" TO WS-FORMAT-OK
            END-IF
         END-IF.
       EXIT.

      *Digits, with spaces or hyphens between groups and an
      *optional leading "+"; between 9 and 15 digits in all.
       CHECK-PHONE-FORMAT.

         MOVE "Y" TO WS-FORMAT-OK
         MOVE 0 TO WS-DIGIT-COUNT
         PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                 UNTIL WS-CHAR-IDX > 15
           EVALUATE TRUE
             WHEN CONT-PHONE(WS-CHAR-IDX:1) IS NUMERIC
               ADD 1 TO WS-DIGIT-COUNT
             WHEN CONT-PHONE(WS-CHAR-IDX:1) = SPACE OR "-"
               CONTINUE
             WHEN CONT-PHONE(WS-CHAR-IDX:1) = "+" AND
                  WS-CHAR-IDX = 1
               CONTINUE
             WHEN OTHER
               MOVE "N" TO WS-FORMAT-OK
           END-EVALUATE
         END-PERFORM
         IF WS-DIGIT-COUNT < 9
            MOVE "N" TO WS-FORMAT-OK
         END-IF.
       EXIT.

       WRITE-REJECT.

           MOVE WS-APP-REF       TO ONBR-APP-REF
           MOVE WS-APP-NAME      TO ONBR-NAME
           MOVE WS-APP-PRODUCT   TO ONBR-PRODUCT
           MOVE WS-APP-BRANCH    TO ONBR-BRANCH-CODE
           MOVE WS-REJECT-REASON TO ONBR-REASON
           WRITE ONBOARD-REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.
       EXIT.

       WRITE-SCREEN-QUEUE-ITEM.

           OPEN EXTEND SCREEN-QUEUE-FILE
            IF FILE-STATUS7 = "35"
              CLOSE SCREEN-QUEUE-FILE
              OPEN OUTPUT SCREEN-QUEUE-FILE
            END-IF
            MOVE WS-RUN-DATE         TO SCRQ-DATE
            MOVE "ONBOARDING"        TO SCRQ-SOURCE
            MOVE WS-APP-REF          TO SCRQ-REF-ID
            MOVE WS-APP-NAME         TO SCRQ-NAME
            MOVE SCREEN-MATCHED-NAME TO SCRQ-MATCHED-NAME
            MOVE "O"                 TO SCRQ-STATUS
            MOVE SCREEN-MATCHED-SOURCE TO SCRQ-LIST-SOURCE
            MOVE SCREEN-MATCHED-DATE TO SCRQ-LIST-DATE
            WRITE SCREEN-QUEUE-RECORD
           CLOSE SCREEN-QUEUE-FILE.
       EXIT.

      *Set up as projCifMaintenance does for a new customer: medium
      *risk, first periodic review a year out.
       CREATE-APPLICANT-CIF.

           PERFORM ALLOCATE-CIF-ID
           MOVE WS-NEXT-CIF-ID TO CIF-ID
           MOVE WS-APP-NAME    TO CIF-NAME
           MOVE "A"            TO CIF-STATUS
           MOVE "M"            TO CIF-RISK-RATING
           MOVE SPACE          TO CIF-ESTATE-FLAG
           MOVE WS-APP-TYPE    TO CIF-CUSTOMER-TYPE
           IF WS-APP-TYPE = "B"
              MOVE WS-APP-ID-FIELD TO CIF-REGISTRATION-NUM
           ELSE
              MOVE SPACES TO CIF-REGISTRATION-NUM
           END-IF
           MOVE WS-APP-BIRTH-DATE TO CIF-DATE-OF-BIRTH
           MOVE SPACES         TO CIF-TAX-RESIDENCIES
           MOVE "N"            TO CIF-SELF-CERT-STATUS
           MOVE 0              TO CIF-SELF-CERT-DATE
           MOVE SPACE          TO CIF-TAX-INDICIA
           MOVE 0              TO CIF-CLOSED-DATE
           MOVE 0              TO CIF-ERASED-DATE
           MOVE WS-RUN-DATE TO INPUT-DATE
           call 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                 TOTALRETURN1
           COMPUTE WS-REVIEW-EPOCH = TOTALRETURN1 + 365
           call 'CalculateCalendarDate' USING WS-REVIEW-EPOCH
                 WS-REV-YEAR WS-REV-MONTH WS-REV-DAY
           MOVE WS-REVIEW-DATE TO CIF-NEXT-REVIEW-DATE
           WRITE CIF-RECORD
            INVALID KEY
              DISPLAY "CIF-ID collision, record not written: "
                      WS-NEXT-CIF-ID
           END-WRITE.
       EXIT.

      *Opened the way posting opens an OPN, at a zero balance and
      *already linked to its customer.
       OPEN-APPLICANT-ACCOUNT.

           MOVE WS-NEW-ACCOUNT-NUM TO ACCOUNT-NUM
           MOVE WS-APP-NAME        TO ACCOUNT-NAMES
           MOVE WS-APP-PRODUCT     TO ACCOUNT-TYPE
           MOVE 0                  TO ACCOUNT-BALANCE
           MOVE "A"                TO ACCOUNT-STATUS
           MOVE WS-APP-BRANCH      TO BRANCH-CODE
           MOVE WS-NEXT-CIF-ID     TO ACCOUNT-CIF-ID
           MOVE "ZAR"              TO ACCOUNT-CURRENCY-CODE
           MOVE PROD-STMT-CYCLE    TO ACCOUNT-STMT-CYCLE
           MOVE 0                  TO ACCOUNT-ACCRUED-INTEREST
           WRITE CUSTOMER-RECORD
            INVALID KEY
              DISPLAY "Account already on file, not opened: "
                      WS-NEW-ACCOUNT-NUM
            NOT INVALID KEY
              MOVE 0 TO WS-BALJ-TRANS-ID
              MOVE ACCOUNT-NUM TO WS-BALJ-ACCOUNT
              MOVE 0 TO WS-BALJ-BEFORE
              MOVE 0 TO WS-BALJ-AFTER
              CALL 'projBalanceJournal' USING WS-BALJ-IMAGE
           END-WRITE.
       EXIT.

       WRITE-APPLICANT-CONTACT.

           MOVE WS-NEW-ACCOUNT-NUM TO CONT-ACCOUNT-NUM
           MOVE WS-APP-ADDRESS-1   TO CONT-ADDRESS-1
           MOVE WS-APP-ADDRESS-2   TO CONT-ADDRESS-2
           MOVE WS-APP-CITY        TO CONT-CITY
           MOVE WS-APP-POSTAL-CODE TO CONT-POSTAL-CODE
           MOVE WS-APP-PHONE       TO CONT-PHONE
           MOVE WS-APP-EMAIL       TO CONT-EMAIL
           MOVE WS-APP-COUNTRY     TO CONT-COUNTRY-CODE
           MOVE 0                  TO CONT-CHANGED-DATE
           MOVE SPACES             TO CONT-PRIOR-PHONE
           MOVE SPACES             TO CONT-PRIOR-EMAIL
           MOVE 0                  TO CONT-CALLBACK-DATE
           MOVE "P"                TO CONT-STMT-DELIVERY
           MOVE SPACES             TO CONT-ESTMT-HINT-REF
           MOVE 0                  TO CONT-ESTMT-BOUNCE-DATE
           WRITE CONTACT-RECORD
            INVALID KEY
              REWRITE CONTACT-RECORD
           END-WRITE.
       EXIT.

       WRITE-PRIMARY-OWNER-LINK.

           MOVE WS-NEW-ACCOUNT-NUM TO OWN-ACCOUNT-NUM
           MOVE WS-NEXT-CIF-ID     TO OWN-CIF-ID
           MOVE "P"                TO OWN-ROLE
           MOVE WS-RUN-DATE        TO OWN-ADDED-DATE
           MOVE SPACES             TO OWN-AUTH-CHANNEL
           WRITE OWNER-LINK-RECORD
            INVALID KEY
              REWRITE OWNER-LINK-RECORD
           END-WRITE.
       EXIT.

       QUEUE-WELCOME-NOTICE.

           MOVE WS-RUN-DATE        TO NTC-DATE
           MOVE WS-NEW-ACCOUNT-NUM TO NTC-ACCOUNT-NUM
           MOVE "WELCOME"          TO NTC-TYPE
           MOVE SPACES             TO NTC-TEXT
           STRING "Welcome - your new " WS-APP-PRODUCT
                  " account is open and ready for a deposit"
                  DELIMITED BY SIZE INTO NTC-TEXT
           MOVE "P"                TO NTC-STATUS
           WRITE NOTICE-TRIGGER-RECORD.
       EXIT.

       REGISTER-FILE-LOADED.

           OPEN EXTEND ONBOARD-REGISTER-FILE
            IF FILE-STATUS10 = "35"
              CLOSE ONBOARD-REGISTER-FILE
              OPEN OUTPUT ONBOARD-REGISTER-FILE
            END-IF
            MOVE WS-FILE-DATE     TO ONBG-FILE-DATE
            MOVE WS-FILE-SEQ      TO ONBG-FILE-SEQ
            MOVE WS-RUN-DATE      TO ONBG-LOAD-DATE
            ACCEPT ONBG-LOAD-TIME FROM TIME
            MOVE WS-READ-COUNT    TO ONBG-RECORD-COUNT
            MOVE WS-OPENED-COUNT  TO ONBG-OPENED-COUNT
            MOVE WS-HELD-COUNT    TO ONBG-HELD-COUNT
            MOVE WS-REJECT-COUNT  TO ONBG-REJECT-COUNT
            WRITE ONBOARD-REGISTER-RECORD
           CLOSE ONBOARD-REGISTER-FILE.
       EXIT.

       ALLOCATE-CIF-ID.

           MOVE 1 TO WS-NEXT-CIF-ID
           OPEN I-O KEYS
            IF FILE-STATUS6 = "00"
               MOVE 4 TO KEYS-ID
               READ KEYS INTO WS-KEYS-RECORD
                  KEY IS KEYS-ID
                  INVALID KEY
                    MOVE 4 TO KEYS-ID
                    MOVE 2 TO KEYS-VALUE
                    WRITE KEYS-RECORD
                  NOT INVALID KEY
                    MOVE WS-KEYS-VALUE TO WS-NEXT-CIF-ID
                    ADD 1 TO WS-KEYS-VALUE
                    MOVE WS-KEYS-VALUE TO KEYS-VALUE
                    REWRITE KEYS-RECORD
               END-READ

            ELSE IF FILE-STATUS6 = "35"
              CLOSE KEYS
              OPEN OUTPUT KEYS
                MOVE 4 TO KEYS-ID
                MOVE 2 TO KEYS-VALUE
                WRITE KEYS-RECORD

             ELSE
              DISPLAY "Error opening KEYS file. FILE STATUS: "
                      FILE-STATUS6
            END-IF
           CLOSE KEYS.
       EXIT.

       AUDIT-FILE-REFUSED.

           MOVE "ONBOARD.csv" TO AUDIT-FILE-NAME
           MOVE "99"          TO AUDIT-FILE-STATUS
           MOVE "ONBOARDING FILE REFUSED" TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       EXIT.

       WRITE-AUDIT-LOG.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "projOnboardLoader" TO AUDIT-PROGRAM-NAME
           MOVE "SYSTEM"            TO AUDIT-OPERATOR-ID
           CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
