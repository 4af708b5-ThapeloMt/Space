      *Withdrawal notice check module
      *Called with a WITHDRAWAL-CHECK-REQUEST by posting for a WIT,
      *TRF or XPT debit. An account whose product carries no notice
      *period is reported as needing no notice. On a notice-deposit
      *product the debit is covered only by a notice on the register
      *that has matured, has not lapsed, and still has at least the
      *amount left on it; the first such notice is handed back.
      *Once the debit has posted, posting calls again to take the
      *amount off that notice, which closes as taken when nothing
      *is left on it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projWithdrawalNoticeCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NOTICE-FILE ASSIGN TO 'projectWithdrawalNotice.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS WNOT-ID
               ALTERNATE RECORD KEY IS WNOT-ACCOUNT-NUM WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTICE-FILE.
       COPY projectWithdrawalNoticeBook.

       WORKING-STORAGE SECTION.
       COPY projectProductReqBook.
       COPY projectProductBook.

       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-NOTICE-LEFT         PIC S9(8)V99.

       LINKAGE SECTION.
       COPY projectWithdrawalCheckReqBook.

       PROCEDURE DIVISION USING WITHDRAWAL-CHECK-REQUEST.

           IF WNRQ-TAKE
              PERFORM TAKE-FROM-NOTICE
           ELSE
              MOVE "M" TO WNRQ-RESULT
              MOVE 0 TO WNRQ-NOTICE-ID
              MOVE WNRQ-ACCOUNT-TYPE TO PRDQ-CODE
              CALL 'projProductLookup' USING PRODUCT-REQUEST
                                             PRODUCT-RECORD
              IF PRDQ-FOUND AND PROD-NOTICE-DAYS > 0
                 MOVE "N" TO WNRQ-RESULT
                 PERFORM FIND-COVERING-NOTICE
              END-IF
           END-IF.
         GOBACK.

      *A notice still showing G whose maturity date has come counts
      *as matured - the daily notice run may not yet have moved it
      *to available.
       FIND-COVERING-NOTICE.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT NOTICE-FILE
            IF FILE-STATUS = "00"
              MOVE WNRQ-ACCOUNT-NUM TO WNOT-ACCOUNT-NUM
              START NOTICE-FILE KEY IS NOT LESS THAN WNOT-ACCOUNT-NUM
                INVALID KEY
                  MOVE "Y" TO END-OF-FILE
              END-START
              PERFORM UNTIL END-OF-FILE = "Y"
                READ NOTICE-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF WNOT-ACCOUNT-NUM NOT = WNRQ-ACCOUNT-NUM
                       MOVE "Y" TO END-OF-FILE
                    ELSE IF (WNOT-AVAILABLE OR WNOT-GIVEN) AND
                            WNOT-MATURITY-DATE NOT > WNRQ-RUN-DATE AND
                            WNOT-LAPSE-DATE NOT < WNRQ-RUN-DATE
                       COMPUTE WS-NOTICE-LEFT =
                               WNOT-AMOUNT - WNOT-TAKEN-AMOUNT
                       IF WS-NOTICE-LEFT NOT < WNRQ-AMOUNT
                          MOVE "Y" TO WNRQ-RESULT
                          MOVE WNOT-ID TO WNRQ-NOTICE-ID
                          MOVE "Y" TO END-OF-FILE
                       END-IF
                    END-IF
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE NOTICE-FILE.
       EXIT.

       TAKE-FROM-NOTICE.

           OPEN I-O NOTICE-FILE
            IF FILE-STATUS = "00"
              MOVE WNRQ-NOTICE-ID TO WNOT-ID
              READ NOTICE-FILE
                 KEY IS WNOT-ID
                 INVALID KEY
                   DISPLAY "Withdrawal notice not found to draw "
                           "down: " WNRQ-NOTICE-ID
                 NOT INVALID KEY
                   ADD WNRQ-AMOUNT TO WNOT-TAKEN-AMOUNT
                   MOVE WNRQ-RUN-DATE TO WNOT-LAST-TAKEN-DATE
                   IF WNOT-TAKEN-AMOUNT NOT < WNOT-AMOUNT
                      MOVE "T" TO WNOT-STATUS
                      MOVE WNRQ-RUN-DATE TO WNOT-CLOSED-DATE
                   ELSE
                      MOVE "A" TO WNOT-STATUS
                   END-IF
                   REWRITE WITHDRAWAL-NOTICE-RECORD
              END-READ
            END-IF
           CLOSE NOTICE-FILE.
       EXIT.
