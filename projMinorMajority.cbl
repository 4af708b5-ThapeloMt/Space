      *Monthly age-of-majority batch step
      *Finds every account operated by a guardian whose minor
      *holder has reached PARM-MAJORITY-AGE by the business date.
      *For each: the guardian links come off the account, so the
      *guardian's authority ends and posting stops holding the
      *account's withdrawals to the guardian's channel; the account
      *converts to its product's adult product (PROD-ADULT-PRODUCT)
      *through projConversionApply, exactly as projAccountConversion
      *converts a type - the type is changed in place, journalled
      *and audited, and a posted zero-amount CNV marker shows the
      *day on the statement; the customer's KYC
      *review is brought due and a notice is queued for
      *projNoticeEngine asking them to come in and update it.
      *Minors with no date of birth on file are listed for the
      *branch to capture. Everything done is listed on
      *MINORMAJ-yyyymm.prt and audited.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projMinorMajority.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OWNER-LINK-FILE ASSIGN TO 'projectOwnerLinks.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
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

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       SELECT NOTICE-TRIGGER-FILE ASSIGN TO
           'projectNoticeTriggers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       SELECT MAJORITY-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       DATA DIVISION.
       FILE SECTION.
       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD NOTICE-TRIGGER-FILE.
       COPY projectNoticeBook.

       FD MAJORITY-PRINT-FILE.
       01 MAJORITY-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectAuditDataBook.
       COPY projectProductReqBook.
       COPY projectProductBook.
       COPY projectConversionReqBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YEAR            PIC 9(4).
        05 WS-RUN-MONTH           PIC 9(2).
        05 WS-RUN-DAY             PIC 9(2).
       01  WS-RUN-PERIOD          PIC 9(6).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-MAJORITY-AGE        PIC 9(2) VALUE 18.
       01  WS-MAJORITY-DATE       PIC 9(8).
       01  WS-OLD-TYPE            PIC X(7).
       01  WS-NEW-TYPE            PIC X(7).
       01  WS-RESULT              PIC X(30).
       01  WS-HOLDER-NAME         PIC X(30).
       01  WS-GUARDIANS-REMOVED   PIC 9(2).

      *Accounts with a guardian, staged on the first pass so the
      *links are not deleted from the file while it is being read
      *through.
       01  WS-MINOR-TABLE.
        05 WS-MINOR-ACCOUNT       PIC 9(10) OCCURS 500 TIMES.
       01  WS-MINOR-COUNT         PIC 9(3) VALUE 0.
       01  WS-MINOR-IDX           PIC 9(3).
       01  WS-MINOR-OVERFLOW      PIC X VALUE "N".
       01  WS-GUARDIAN-TABLE.
        05 WS-GUARDIAN-CIF        PIC 9(8) OCCURS 10 TIMES.
       01  WS-GUARDIAN-COUNT      PIC 9(2).
       01  WS-GUARDIAN-IDX        PIC 9(2).

       01  WS-REVIEWED-COUNT      PIC 9(5) VALUE 0.
       01  WS-MAJORITY-COUNT      PIC 9(5) VALUE 0.
       01  WS-CONVERTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-NO-BIRTH-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           COMPUTE WS-RUN-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH
           PERFORM READ-MAJORITY-PARM

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "MINORMAJ-" WS-RUN-PERIOD ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT MAJORITY-PRINT-FILE
           MOVE SPACES TO MAJORITY-PRINT-LINE
           STRING "MINORS' ACCOUNTS REACHING MAJORITY (AGE "
                  WS-MAJORITY-AGE ") AS AT " WS-RUN-DATE
                  DELIMITED BY SIZE INTO MAJORITY-PRINT-LINE
           WRITE MAJORITY-PRINT-LINE
           MOVE SPACES TO MAJORITY-PRINT-LINE
           WRITE MAJORITY-PRINT-LINE
           MOVE SPACES TO MAJORITY-PRINT-LINE
           STRING "ACCOUNT    CIF-ID   HOLDER                         "
                  "BORN     GUARDIANS OLD-TYPE NEW-TYPE RESULT"
                  DELIMITED BY SIZE INTO MAJORITY-PRINT-LINE
           WRITE MAJORITY-PRINT-LINE

           OPEN I-O OWNER-LINK-FILE
           IF FILE-STATUS NOT = "00"
              MOVE "OWNERSHIP LINK FILE NOT AVAILABLE"
                   TO MAJORITY-PRINT-LINE
              WRITE MAJORITY-PRINT-LINE
              CLOSE MAJORITY-PRINT-FILE
              GOBACK
           END-IF
           PERFORM FIND-GUARDIAN-ACCOUNTS
           IF WS-MINOR-OVERFLOW = "Y"
              DISPLAY "NOTE: only the first 500 guardian accounts "
                      "are reviewed this run; rerun for the rest."
           END-IF

           OPEN I-O CUSTOMER-FILE
           OPEN I-O CIF-FILE
           IF FILE-STATUS1 NOT = "00" OR FILE-STATUS2 NOT = "00"
              MOVE "CUSTOMER OR CIF FILE NOT AVAILABLE"
                   TO MAJORITY-PRINT-LINE
              WRITE MAJORITY-PRINT-LINE
           ELSE
              PERFORM VARYING WS-MINOR-IDX FROM 1 BY 1
                      UNTIL WS-MINOR-IDX > WS-MINOR-COUNT
                PERFORM REVIEW-ONE-MINOR THRU REVIEW-ONE-MINOR-EXIT
              END-PERFORM
           END-IF
           CLOSE CIF-FILE
           CLOSE CUSTOMER-FILE
           CLOSE OWNER-LINK-FILE

           MOVE SPACES TO MAJORITY-PRINT-LINE
           WRITE MAJORITY-PRINT-LINE
           MOVE SPACES TO MAJORITY-PRINT-LINE
           STRING "GUARDIAN ACCOUNTS " WS-REVIEWED-COUNT
                  "   REACHED MAJORITY " WS-MAJORITY-COUNT
                  "   CONVERTED " WS-CONVERTED-COUNT
                  "   NO DATE OF BIRTH " WS-NO-BIRTH-COUNT
                  DELIMITED BY SIZE INTO MAJORITY-PRINT-LINE
           WRITE MAJORITY-PRINT-LINE
           CLOSE MAJORITY-PRINT-FILE

           DISPLAY "MINOR ACCOUNTS REVIEWED       : "
                   WS-REVIEWED-COUNT
           DISPLAY "REACHED MAJORITY              : "
                   WS-MAJORITY-COUNT
           DISPLAY "CONVERTED TO ADULT PRODUCT    : "
                   WS-CONVERTED-COUNT
           DISPLAY "NO DATE OF BIRTH ON FILE      : "
                   WS-NO-BIRTH-COUNT
           MOVE "projectOwnerLinks.dat" TO AUDIT-FILE-NAME
           MOVE "00"                    TO AUDIT-FILE-STATUS
           MOVE "MINOR MAJORITY RUN"    TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       READ-MAJORITY-PARM.

         OPEN INPUT PARM-FILE
          IF FILE-STATUS5 = "00"
            READ PARM-FILE
              AT END
                CONTINUE
              NOT AT END
                IF PARM-MAJORITY-AGE IS NUMERIC AND
                   PARM-MAJORITY-AGE > 0
                   MOVE PARM-MAJORITY-AGE TO WS-MAJORITY-AGE
                END-IF
            END-READ
          ELSE
            DISPLAY "PARM-FILE not available, using default "
                    "age of majority."
          END-IF
         CLOSE PARM-FILE.
       EXIT.

      *First pass: every account with at least one guardian link.
      *Links come in account order, so an account is staged once.
       FIND-GUARDIAN-ACCOUNTS.

         MOVE "N" TO END-OF-FILE
         MOVE 0 TO OWN-ACCOUNT-NUM
         MOVE 0 TO OWN-CIF-ID
         START OWNER-LINK-FILE KEY IS NOT LESS THAN OWN-KEY
           INVALID KEY
             MOVE "Y" TO END-OF-FILE
         END-START
         PERFORM UNTIL END-OF-FILE = "Y"
           READ OWNER-LINK-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF OWN-ROLE-GUARDIAN
                  IF WS-MINOR-COUNT = 0 OR
                     WS-MINOR-ACCOUNT(WS-MINOR-COUNT) NOT =
                     OWN-ACCOUNT-NUM
                     IF WS-MINOR-COUNT < 500
                        ADD 1 TO WS-MINOR-COUNT
                        MOVE OWN-ACCOUNT-NUM
                             TO WS-MINOR-ACCOUNT(WS-MINOR-COUNT)
                     ELSE
                        MOVE "Y" TO WS-MINOR-OVERFLOW
                     END-IF
                  END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

      *Second pass, one guardian account at a time: the primary
      *holder's date of birth decides whether they have come of
      *age; if so the guardian goes, the account converts, the KYC
      *review falls due and the customer is written to.
       REVIEW-ONE-MINOR.

         ADD 1 TO WS-REVIEWED-COUNT
         MOVE WS-MINOR-ACCOUNT(WS-MINOR-IDX) TO ACCOUNT-NUM
         READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
            INVALID KEY
              GO TO REVIEW-ONE-MINOR-EXIT
         END-READ
         MOVE CUS-ACCOUNT-TYPE TO WS-OLD-TYPE
         MOVE SPACES TO WS-NEW-TYPE
         MOVE CUS-CIF-ID TO CIF-ID
         READ CIF-FILE
            KEY IS CIF-ID
            INVALID KEY
              MOVE 0 TO CIF-DATE-OF-BIRTH
              MOVE SPACES TO CIF-NAME
         END-READ
         MOVE CIF-NAME TO WS-HOLDER-NAME
         IF CUS-CIF-ID = 0 OR CIF-DATE-OF-BIRTH = 0
            ADD 1 TO WS-NO-BIRTH-COUNT
            MOVE 0 TO WS-GUARDIANS-REMOVED
            MOVE "NO DATE OF BIRTH - CAPTURE" TO WS-RESULT
            PERFORM WRITE-MINOR-LINE
            GO TO REVIEW-ONE-MINOR-EXIT
         END-IF
         COMPUTE WS-MAJORITY-DATE = CIF-DATE-OF-BIRTH +
                 WS-MAJORITY-AGE * 10000
         IF WS-MAJORITY-DATE > WS-RUN-DATE
            GO TO REVIEW-ONE-MINOR-EXIT
         END-IF

         ADD 1 TO WS-MAJORITY-COUNT
         PERFORM REMOVE-GUARDIAN-LINKS
         PERFORM BRING-KYC-REVIEW-DUE
         MOVE "GUARDIAN REMOVED" TO WS-RESULT
         IF CUS-ACCOUNT-STATUS = "A"
            PERFORM CONVERT-TO-ADULT-PRODUCT
         END-IF
         PERFORM QUEUE-MAJORITY-NOTICE
         PERFORM WRITE-MINOR-LINE
         MOVE SPACES TO AUDIT-MESSAGE
         STRING "MAJORITY " CUS-ACCOUNT-NUM " " WS-OLD-TYPE ">"
                WS-NEW-TYPE
                DELIMITED BY SIZE INTO AUDIT-MESSAGE
         MOVE "projectOwnerLinks.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS             TO AUDIT-FILE-STATUS
         PERFORM WRITE-AUDIT-LOG.
       REVIEW-ONE-MINOR-EXIT.
       EXIT.

      *The account's guardian links are gathered first, then
      *deleted by key, so the delete never disturbs the read-through.
       REMOVE-GUARDIAN-LINKS.

         MOVE 0 TO WS-GUARDIAN-COUNT
         MOVE 0 TO WS-GUARDIANS-REMOVED
         MOVE "N" TO END-OF-FILE
         MOVE CUS-ACCOUNT-NUM TO OWN-ACCOUNT-NUM
         MOVE 0 TO OWN-CIF-ID
         START OWNER-LINK-FILE KEY IS NOT LESS THAN OWN-KEY
           INVALID KEY
             MOVE "Y" TO END-OF-FILE
         END-START
         PERFORM UNTIL END-OF-FILE = "Y"
           READ OWNER-LINK-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF OWN-ACCOUNT-NUM NOT = CUS-ACCOUNT-NUM
                  MOVE "Y" TO END-OF-FILE
               ELSE
                  IF OWN-ROLE-GUARDIAN AND WS-GUARDIAN-COUNT < 10
                     ADD 1 TO WS-GUARDIAN-COUNT
                     MOVE OWN-CIF-ID
                          TO WS-GUARDIAN-CIF(WS-GUARDIAN-COUNT)
                  END-IF
               END-IF
           END-READ
         END-PERFORM
         PERFORM VARYING WS-GUARDIAN-IDX FROM 1 BY 1
                 UNTIL WS-GUARDIAN-IDX > WS-GUARDIAN-COUNT
           MOVE CUS-ACCOUNT-NUM TO OWN-ACCOUNT-NUM
           MOVE WS-GUARDIAN-CIF(WS-GUARDIAN-IDX) TO OWN-CIF-ID
           READ OWNER-LINK-FILE
              KEY IS OWN-KEY
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                DELETE OWNER-LINK-FILE RECORD
                END-DELETE
                ADD 1 TO WS-GUARDIANS-REMOVED
           END-READ
         END-PERFORM.
       EXIT.

      *The new adult asks for a fresh KYC review; one falling due
      *later is brought forward to today.
       BRING-KYC-REVIEW-DUE.

         IF CIF-NEXT-REVIEW-DATE = 0 OR
            CIF-NEXT-REVIEW-DATE > WS-RUN-DATE
            MOVE WS-RUN-DATE TO CIF-NEXT-REVIEW-DATE
            REWRITE CIF-RECORD
         END-IF.
       EXIT.

      *The conversion is projConversionApply's, the same one
      *projAccountConversion makes; it owns the customer file for
      *the call, so this run lets go of it meanwhile. A product
      *with no adult product named stays put, as does one whose
      *adult product is not open for sale or would need loan terms.
       CONVERT-TO-ADULT-PRODUCT.

         MOVE CUS-ACCOUNT-TYPE TO PRDQ-CODE
         CALL 'projProductLookup' USING PRODUCT-REQUEST
                                        PRODUCT-RECORD
         IF NOT PRDQ-FOUND OR PROD-ADULT-PRODUCT = SPACES
            MOVE "GUARDIAN REMOVED, TYPE KEPT" TO WS-RESULT
         ELSE
            MOVE CUS-ACCOUNT-NUM    TO CNVQ-ACCOUNT-NUM
            MOVE PROD-ADULT-PRODUCT TO CNVQ-NEW-TYPE
            MOVE "SYSTEM"           TO CNVQ-CHANNEL
            MOVE "projMinorMajority" TO CNVQ-PROGRAM
            MOVE "SYSTEM"           TO CNVQ-OPERATOR-ID
            MOVE 0                  TO CNVQ-LOAN-PRINCIPAL
            MOVE 0                  TO CNVQ-LOAN-RATE
            MOVE 0                  TO CNVQ-LOAN-TERM
            CLOSE CUSTOMER-FILE
            CALL 'projConversionApply' USING CONVERSION-REQUEST
            OPEN I-O CUSTOMER-FILE
            EVALUATE TRUE
              WHEN CNVQ-CONVERTED
                MOVE CNVQ-NEW-TYPE TO WS-NEW-TYPE
                ADD 1 TO WS-CONVERTED-COUNT
                MOVE "GUARDIAN REMOVED, CONVERTED" TO WS-RESULT
              WHEN CNVQ-SAME-TYPE
                MOVE "GUARDIAN REMOVED, TYPE KEPT" TO WS-RESULT
              WHEN CNVQ-NEEDS-TERMS
                MOVE "ADULT PRODUCT IS A LOAN - KEPT" TO WS-RESULT
              WHEN OTHER
                MOVE "ADULT PRODUCT NOT OPEN - KEPT" TO WS-RESULT
            END-EVALUATE
         END-IF.
       EXIT.

       QUEUE-MAJORITY-NOTICE.

         OPEN EXTEND NOTICE-TRIGGER-FILE
          IF FILE-STATUS6 = "35"
            CLOSE NOTICE-TRIGGER-FILE
            OPEN OUTPUT NOTICE-TRIGGER-FILE
          END-IF
          MOVE WS-RUN-DATE      TO NTC-DATE
          MOVE CUS-ACCOUNT-NUM  TO NTC-ACCOUNT-NUM
          MOVE "MAJORITY"       TO NTC-TYPE
          MOVE SPACES           TO NTC-TEXT
          STRING "You now operate this account yourself - please "
                 "visit a branch to update your KYC"
                 DELIMITED BY SIZE INTO NTC-TEXT
          MOVE "P"              TO NTC-STATUS
          WRITE NOTICE-TRIGGER-RECORD
         CLOSE NOTICE-TRIGGER-FILE.
       EXIT.

       WRITE-MINOR-LINE.

         MOVE SPACES TO MAJORITY-PRINT-LINE
         STRING CUS-ACCOUNT-NUM " " CUS-CIF-ID " " WS-HOLDER-NAME
                " " CIF-DATE-OF-BIRTH " " WS-GUARDIANS-REMOVED
                "        " WS-OLD-TYPE "  " WS-NEW-TYPE "  "
                WS-RESULT
                DELIMITED BY SIZE INTO MAJORITY-PRINT-LINE
         WRITE MAJORITY-PRINT-LINE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projMinorMajority" TO AUDIT-PROGRAM-NAME
         MOVE "SYSTEM" TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
