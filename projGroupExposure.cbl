      *Connected-group exposure module
      *Called with a GROUP-EXPOSURE-REQUEST by the monthly
      *large-exposure report and by loan origination. Works out a
      *connected group's current credit exposure across every
      *member CIF's accounts (ACCOUNT-CIF-ID):
      *  - loans: the outstanding (debit) balance of each LOAN
      *    account whose terms are active or non-accrual - a
      *    charged-off loan is off the book;
      *  - drawn overdrafts: the debit balance of each account
      *    with an active arranged overdraft facility;
      *  - guarantees given: the amount of each live guarantee a
      *    member stands behind, or what is still owed on a called
      *    one. A guarantee a member gives for another member's
      *    loan is left out - that loan is already counted.
      *A group that is closed, or a CIF in no group, comes back as
      *not in a group.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projGroupExposure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GROUP-FILE ASSIGN TO 'projectCustGroup.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGRP-KEY
               ALTERNATE RECORD KEY IS CGRP-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS1.

       SELECT LOAN-TERMS-FILE ASSIGN TO 'projectLoanTerms.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS2.

       SELECT OD-FACILITY-FILE ASSIGN TO 'projectOdFacility.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODF-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS3.

       SELECT GUARANTOR-FILE ASSIGN TO 'projectGuarantor.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTR-KEY
                FILE STATUS IS FILE-STATUS4.

       DATA DIVISION.
       FILE SECTION.
       FD GROUP-FILE.
       COPY projectCustGroupBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD OD-FACILITY-FILE.
       COPY projectOdFacilityBook.

       FD GUARANTOR-FILE.
       COPY projectGuarantorBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-TERMS-OPEN          PIC X VALUE "N".
       01  WS-ODF-OPEN            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-DRAWN               PIC 9(10)V99.
       01  WS-GTR-OWED            PIC S9(10)V99.
       01  WS-LOOK-CIF            PIC 9(8).
       01  WS-MEMBER-FOUND        PIC X.

       01  WS-MEMBER-IDX          PIC 9(4).
       01  WS-MEMBER-TABLE.
        05 WS-MEMBER-CIF OCCURS 500 TIMES PIC 9(8).

       LINKAGE SECTION.
       COPY projectGroupExposureReqBook.

       PROCEDURE DIVISION USING GROUP-EXPOSURE-REQUEST.

           MOVE "N" TO GEXQ-RESULT
           MOVE SPACES TO GEXQ-GROUP-NAME
           MOVE 0 TO GEXQ-GROUP-LIMIT GEXQ-MEMBER-COUNT
                     GEXQ-LOAN-TOTAL GEXQ-OD-DRAWN-TOTAL
                     GEXQ-GUARANTEE-TOTAL GEXQ-EXPOSURE-TOTAL
           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN INPUT GROUP-FILE
            IF FILE-STATUS NOT = "00"
              CLOSE GROUP-FILE
              GOBACK
            END-IF
           IF GEXQ-GROUP-ID = 0
              PERFORM FIND-GROUP-OF-CIF
           END-IF
           IF GEXQ-GROUP-ID > 0
              PERFORM LOAD-GROUP-MEMBERS
           END-IF
           CLOSE GROUP-FILE

           IF GEXQ-FOUND
              PERFORM ADD-MEMBER-ACCOUNTS
              PERFORM ADD-MEMBER-GUARANTEES
              COMPUTE GEXQ-EXPOSURE-TOTAL = GEXQ-LOAN-TOTAL +
                      GEXQ-OD-DRAWN-TOTAL + GEXQ-GUARANTEE-TOTAL
           END-IF
         GOBACK.

       FIND-GROUP-OF-CIF.

           IF GEXQ-CIF-ID > 0
              MOVE GEXQ-CIF-ID TO CGRP-CIF-ID
              READ GROUP-FILE
                 KEY IS CGRP-CIF-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CGRP-GROUP-ID TO GEXQ-GROUP-ID
              END-READ
           END-IF.
       EXIT.

       LOAD-GROUP-MEMBERS.

           MOVE GEXQ-GROUP-ID TO CGRP-GROUP-ID
           MOVE 0 TO CGRP-CIF-ID
           READ GROUP-FILE
              KEY IS CGRP-KEY
              INVALID KEY
                MOVE "N" TO END-OF-FILE
              NOT INVALID KEY
                IF CGRP-STATUS-ACTIVE
                   MOVE "Y" TO GEXQ-RESULT
                   MOVE CGRP-GROUP-NAME  TO GEXQ-GROUP-NAME
                   MOVE CGRP-GROUP-LIMIT TO GEXQ-GROUP-LIMIT
                END-IF
           END-READ
           IF GEXQ-FOUND
              MOVE "N" TO END-OF-FILE
              START GROUP-FILE KEY IS GREATER THAN CGRP-KEY
                INVALID KEY
                  MOVE "Y" TO END-OF-FILE
              END-START
              PERFORM UNTIL END-OF-FILE = "Y"
                READ GROUP-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF CGRP-GROUP-ID NOT = GEXQ-GROUP-ID
                       MOVE "Y" TO END-OF-FILE
                    ELSE IF GEXQ-MEMBER-COUNT < 500
                       ADD 1 TO GEXQ-MEMBER-COUNT
                       MOVE CGRP-CIF-ID
                            TO WS-MEMBER-CIF(GEXQ-MEMBER-COUNT)
                    END-IF
                    END-IF
                END-READ
              END-PERFORM
           END-IF.
       EXIT.

      *One pass of the customer master picks up every account the
      *members hold, whether a loan or an overdraft.
       ADD-MEMBER-ACCOUNTS.

           OPEN INPUT LOAN-TERMS-FILE
            IF FILE-STATUS2 = "00"
              MOVE "Y" TO WS-TERMS-OPEN
            END-IF
           OPEN INPUT OD-FACILITY-FILE
            IF FILE-STATUS3 = "00"
              MOVE "Y" TO WS-ODF-OPEN
            END-IF
           MOVE "N" TO END-OF-FILE
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS1 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ CUSTOMER-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF ACCOUNT-BALANCE < 0 AND NOT ACCOUNT-CLOSED
                       MOVE ACCOUNT-CIF-ID TO WS-LOOK-CIF
                       PERFORM CHECK-GROUP-MEMBER
                       IF WS-MEMBER-FOUND = "Y"
                          PERFORM CLASSIFY-MEMBER-ACCOUNT
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE CUSTOMER-FILE
           IF WS-TERMS-OPEN = "Y"
              CLOSE LOAN-TERMS-FILE
              MOVE "N" TO WS-TERMS-OPEN
           END-IF
           IF WS-ODF-OPEN = "Y"
              CLOSE OD-FACILITY-FILE
              MOVE "N" TO WS-ODF-OPEN
           END-IF.
       EXIT.

       CLASSIFY-MEMBER-ACCOUNT.

           COMPUTE WS-DRAWN = 0 - ACCOUNT-BALANCE
           IF ACCOUNT-TYPE = "LOAN   "
              IF WS-TERMS-OPEN = "Y"
                 MOVE ACCOUNT-NUM TO LOAN-ACCOUNT-NUM
                 READ LOAN-TERMS-FILE
                    KEY IS LOAN-ACCOUNT-NUM
                    INVALID KEY
                      ADD WS-DRAWN TO GEXQ-LOAN-TOTAL
                    NOT INVALID KEY
                      IF LOAN-STATUS-ACTIVE OR LOAN-STATUS-NONACCRUAL
                         ADD WS-DRAWN TO GEXQ-LOAN-TOTAL
                      END-IF
                 END-READ
              ELSE
                 ADD WS-DRAWN TO GEXQ-LOAN-TOTAL
              END-IF
           ELSE IF WS-ODF-OPEN = "Y"
              MOVE ACCOUNT-NUM TO ODF-ACCOUNT-NUM
              READ OD-FACILITY-FILE
                 KEY IS ODF-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF ODF-STATUS-ACTIVE
                      ADD WS-DRAWN TO GEXQ-OD-DRAWN-TOTAL
                   END-IF
              END-READ
           END-IF
           END-IF.
       EXIT.

      *A live guarantee counts at its full amount unless it has
      *expired; a called one at what is still to be recovered.
       ADD-MEMBER-GUARANTEES.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT GUARANTOR-FILE
            IF FILE-STATUS4 = "00"
              OPEN INPUT CUSTOMER-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ GUARANTOR-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    MOVE GTR-CIF-ID TO WS-LOOK-CIF
                    PERFORM CHECK-GROUP-MEMBER
                    IF WS-MEMBER-FOUND = "Y"
                       PERFORM VALUE-ONE-GUARANTEE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
            END-IF
           CLOSE GUARANTOR-FILE.
       EXIT.

       VALUE-ONE-GUARANTEE.

           MOVE 0 TO WS-GTR-OWED
           IF GTR-STATUS-ACTIVE AND
              (GTR-EXPIRY-DATE = 0 OR
               GTR-EXPIRY-DATE NOT < WS-RUN-DATE)
              MOVE GTR-GUARANTEED-AMOUNT TO WS-GTR-OWED
           END-IF
           IF GTR-STATUS-CALLED
              COMPUTE WS-GTR-OWED =
                      GTR-AMOUNT-DEMANDED - GTR-AMOUNT-RECOVERED
           END-IF
           IF WS-GTR-OWED > 0
              MOVE GTR-LOAN-ACCOUNT-NUM TO ACCOUNT-NUM
              READ CUSTOMER-FILE
                 KEY IS ACCOUNT-NUM
                 INVALID KEY
                   MOVE "N" TO WS-MEMBER-FOUND
                 NOT INVALID KEY
                   MOVE ACCOUNT-CIF-ID TO WS-LOOK-CIF
                   PERFORM CHECK-GROUP-MEMBER
              END-READ
              IF WS-MEMBER-FOUND = "N"
                 ADD WS-GTR-OWED TO GEXQ-GUARANTEE-TOTAL
              END-IF
           END-IF.
       EXIT.

       CHECK-GROUP-MEMBER.

           MOVE "N" TO WS-MEMBER-FOUND
           IF WS-LOOK-CIF IS NUMERIC AND WS-LOOK-CIF > 0
              PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                      UNTIL WS-MEMBER-IDX > GEXQ-MEMBER-COUNT
                         OR WS-MEMBER-FOUND = "Y"
                IF WS-MEMBER-CIF(WS-MEMBER-IDX) = WS-LOOK-CIF
                   MOVE "Y" TO WS-MEMBER-FOUND
                END-IF
              END-PERFORM
           END-IF.
       EXIT.
