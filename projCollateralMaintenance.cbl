      *Loan collateral register maintenance utility
      *Registers an item of security under a new collateral id,
      *pledges it to one or more LOAN accounts, releases a pledge
      *when the loan it secured no longer needs it, records a
      *revaluation, and lists what secures a loan. The monthly
      *projCollateralReport works the loan-to-value position off
      *what is captured here.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projCollateralMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COLLATERAL-FILE ASSIGN TO 'projectCollateral.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-ID
                FILE STATUS IS FILE-STATUS.

       SELECT PLEDGE-FILE ASSIGN TO 'projectCollPledge.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-KEY
                FILE STATUS IS FILE-STATUS1.

       SELECT LOAN-TERMS-FILE ASSIGN TO 'projectLoanTerms.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS2.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS3.

       DATA DIVISION.
       FILE SECTION.
       FD COLLATERAL-FILE.
       COPY projectCollateralBook.

       FD PLEDGE-FILE.
       COPY projectCollPledgeBook.

       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-ANSWER              PIC X.
       01  WS-BUSINESS-DATE       PIC 9(8).
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).

       01  WS-ENTRY-COLL-ID       PIC 9(8).
       01  WS-ENTRY-LOAN-NUM      PIC 9(10).
       01  WS-ENTRY-TYPE          PIC X.
       01  WS-ENTRY-DESCRIPTION   PIC X(50).
       01  WS-ENTRY-VALUATION     PIC 9(10)V99.
       01  WS-ENTRY-VALUE-DATE    PIC 9(8).
       01  WS-ENTRY-NEXT-REVAL    PIC 9(8).
       01  WS-NEW-COLL-ID         PIC 9(8) VALUE 0.
       01  WS-LOAN-OK             PIC X.
       01  WS-STILL-PLEDGED       PIC 9(5).

       01  WS-REVAL-DATE          PIC 9(8).
       01  WS-REVAL-SPLIT REDEFINES WS-REVAL-DATE.
        05 WS-REVAL-YEAR          PIC 9(4).
        05 WS-REVAL-MMDD          PIC 9(4).

       PROCEDURE DIVISION.

           MOVE "T" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              GOBACK
           END-IF

           OPEN I-O COLLATERAL-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT COLLATERAL-FILE
              CLOSE COLLATERAL-FILE
              OPEN I-O COLLATERAL-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Collateral register not available. FILE "
                      "STATUS: " FILE-STATUS
              GOBACK
            END-IF
           OPEN I-O PLEDGE-FILE
            IF FILE-STATUS1 = "35"
              OPEN OUTPUT PLEDGE-FILE
              CLOSE PLEDGE-FILE
              OPEN I-O PLEDGE-FILE
            END-IF
            IF FILE-STATUS1 NOT = "00"
              DISPLAY "Collateral pledge file not available. FILE "
                      "STATUS: " FILE-STATUS1
              CLOSE COLLATERAL-FILE
              GOBACK
            END-IF
           CALL 'GetBusinessDate' USING WS-BUSINESS-DATE

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=register P=pledge R=release "
                     "V=revalue L=list): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM REGISTER-COLLATERAL
                     THRU REGISTER-COLLATERAL-EXIT
                WHEN "P"
                WHEN "p"
                  PERFORM PLEDGE-COLLATERAL THRU PLEDGE-COLLATERAL-EXIT
                WHEN "R"
                WHEN "r"
                  PERFORM RELEASE-PLEDGE THRU RELEASE-PLEDGE-EXIT
                WHEN "V"
                WHEN "v"
                  PERFORM REVALUE-COLLATERAL
                     THRU REVALUE-COLLATERAL-EXIT
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-LOAN-COLLATERAL
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another collateral action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE PLEDGE-FILE
           CLOSE COLLATERAL-FILE.
         GOBACK.

      *A new item goes on the register held but pledged to nothing;
      *the next revaluation defaults to a year after the valuation.
       REGISTER-COLLATERAL.

           DISPLAY "Collateral type (P=property V=vehicle D=deposit "
                   "S=securities O=other): "
           ACCEPT WS-ENTRY-TYPE
           EVALUATE WS-ENTRY-TYPE
              WHEN "p"
                MOVE "P" TO WS-ENTRY-TYPE
              WHEN "v"
                MOVE "V" TO WS-ENTRY-TYPE
              WHEN "d"
                MOVE "D" TO WS-ENTRY-TYPE
              WHEN "s"
                MOVE "S" TO WS-ENTRY-TYPE
              WHEN "o"
                MOVE "O" TO WS-ENTRY-TYPE
              WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WS-ENTRY-TYPE NOT = "P" AND
              WS-ENTRY-TYPE NOT = "V" AND
              WS-ENTRY-TYPE NOT = "D" AND
              WS-ENTRY-TYPE NOT = "S" AND
              WS-ENTRY-TYPE NOT = "O"
              DISPLAY "Rejected: unknown collateral type "
                      WS-ENTRY-TYPE
              GO TO REGISTER-COLLATERAL-EXIT
           END-IF
           DISPLAY "Description: "
           ACCEPT WS-ENTRY-DESCRIPTION
           IF WS-ENTRY-DESCRIPTION = SPACES
              DISPLAY "Rejected: a description is required."
              GO TO REGISTER-COLLATERAL-EXIT
           END-IF
           PERFORM ACCEPT-VALUATION THRU ACCEPT-VALUATION-EXIT
           IF WS-ENTRY-VALUATION = 0
              GO TO REGISTER-COLLATERAL-EXIT
           END-IF

           PERFORM CLAIM-COLLATERAL-ID
           MOVE WS-NEW-COLL-ID       TO COLL-ID
           MOVE WS-ENTRY-TYPE        TO COLL-TYPE
           MOVE WS-ENTRY-DESCRIPTION TO COLL-DESCRIPTION
           MOVE WS-ENTRY-VALUATION   TO COLL-VALUATION-AMOUNT
           MOVE WS-ENTRY-VALUE-DATE  TO COLL-VALUATION-DATE
           MOVE WS-ENTRY-NEXT-REVAL  TO COLL-NEXT-REVAL-DATE
           MOVE WS-BUSINESS-DATE     TO COLL-REGISTERED-DATE
           MOVE "H"                  TO COLL-STATUS
           WRITE COLLATERAL-RECORD
            INVALID KEY
              DISPLAY "Collateral id " WS-NEW-COLL-ID
                      " already on file - KEYS-ID 11 needs checking."
              GO TO REGISTER-COLLATERAL-EXIT
           END-WRITE
           DISPLAY "Collateral registered as id " WS-NEW-COLL-ID
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "COLLATERAL REGISTERED " WS-NEW-COLL-ID
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       REGISTER-COLLATERAL-EXIT.
       EXIT.

      *Valuation amount, its date (0 for today) and the next
      *revaluation date (0 for a year on). A zero amount comes back
      *to the caller as a refusal.
       ACCEPT-VALUATION.

           DISPLAY "Valuation amount: "
           ACCEPT WS-ENTRY-VALUATION
           IF WS-ENTRY-VALUATION NOT > 0
              MOVE 0 TO WS-ENTRY-VALUATION
              DISPLAY "Rejected: a valuation amount is required."
              GO TO ACCEPT-VALUATION-EXIT
           END-IF
           DISPLAY "Valuation date YYYYMMDD (0 for today): "
           ACCEPT WS-ENTRY-VALUE-DATE
           IF WS-ENTRY-VALUE-DATE = 0
              MOVE WS-BUSINESS-DATE TO WS-ENTRY-VALUE-DATE
           END-IF
           IF WS-ENTRY-VALUE-DATE > WS-BUSINESS-DATE
              MOVE 0 TO WS-ENTRY-VALUATION
              DISPLAY "Rejected: valuation date is in the future."
              GO TO ACCEPT-VALUATION-EXIT
           END-IF
           DISPLAY "Next revaluation date YYYYMMDD (0 for a year "
                   "on): "
           ACCEPT WS-ENTRY-NEXT-REVAL
           IF WS-ENTRY-NEXT-REVAL = 0
              MOVE WS-ENTRY-VALUE-DATE TO WS-REVAL-DATE
              ADD 1 TO WS-REVAL-YEAR
              IF WS-REVAL-MMDD = 0229
                 MOVE 0228 TO WS-REVAL-MMDD
              END-IF
              MOVE WS-REVAL-DATE TO WS-ENTRY-NEXT-REVAL
           END-IF
           IF WS-ENTRY-NEXT-REVAL NOT > WS-ENTRY-VALUE-DATE
              MOVE 0 TO WS-ENTRY-VALUATION
              DISPLAY "Rejected: next revaluation must be after the "
                      "valuation date."
           END-IF.
       ACCEPT-VALUATION-EXIT.
       EXIT.

      *The loan must be on the loan terms file and still live; a
      *released pledge for the same pair is put back in force.
       PLEDGE-COLLATERAL.

           DISPLAY "Collateral id: "
           ACCEPT WS-ENTRY-COLL-ID
           MOVE WS-ENTRY-COLL-ID TO COLL-ID
           READ COLLATERAL-FILE KEY IS COLL-ID
              INVALID KEY
                DISPLAY "No such collateral id: " WS-ENTRY-COLL-ID
                GO TO PLEDGE-COLLATERAL-EXIT
           END-READ
           IF NOT COLL-STATUS-HELD
              DISPLAY "Collateral has been released - register it "
                      "again to take fresh security."
              GO TO PLEDGE-COLLATERAL-EXIT
           END-IF
           DISPLAY "Loan account number: "
           ACCEPT WS-ENTRY-LOAN-NUM
           PERFORM CHECK-LOAN-LIVE
           IF WS-LOAN-OK NOT = "Y"
              GO TO PLEDGE-COLLATERAL-EXIT
           END-IF

           MOVE WS-ENTRY-COLL-ID  TO CPL-COLL-ID
           MOVE WS-ENTRY-LOAN-NUM TO CPL-LOAN-ACCOUNT-NUM
           READ PLEDGE-FILE KEY IS CPL-KEY
              INVALID KEY
                MOVE WS-BUSINESS-DATE TO CPL-PLEDGED-DATE
                MOVE 0   TO CPL-RELEASED-DATE
                MOVE "A" TO CPL-STATUS
                WRITE COLLATERAL-PLEDGE-RECORD
                DISPLAY "Collateral " WS-ENTRY-COLL-ID
                        " pledged to loan " WS-ENTRY-LOAN-NUM
              NOT INVALID KEY
                IF CPL-STATUS-PLEDGED
                   DISPLAY "Already pledged to this loan since "
                           CPL-PLEDGED-DATE
                   GO TO PLEDGE-COLLATERAL-EXIT
                END-IF
                MOVE WS-BUSINESS-DATE TO CPL-PLEDGED-DATE
                MOVE 0   TO CPL-RELEASED-DATE
                MOVE "A" TO CPL-STATUS
                REWRITE COLLATERAL-PLEDGE-RECORD
                DISPLAY "Released pledge put back in force."
           END-READ
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "PLEDGED " WS-ENTRY-COLL-ID " TO "
                  WS-ENTRY-LOAN-NUM
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       PLEDGE-COLLATERAL-EXIT.
       EXIT.

       CHECK-LOAN-LIVE.

           MOVE "N" TO WS-LOAN-OK
           OPEN INPUT LOAN-TERMS-FILE
            IF FILE-STATUS2 = "00"
              MOVE WS-ENTRY-LOAN-NUM TO LOAN-ACCOUNT-NUM
              READ LOAN-TERMS-FILE KEY IS LOAN-ACCOUNT-NUM
                 INVALID KEY
                   DISPLAY "No loan terms on file for account "
                           WS-ENTRY-LOAN-NUM
                 NOT INVALID KEY
                   IF LOAN-STATUS-SETTLED OR LOAN-STATUS-CHARGEDOFF
                      DISPLAY "Loan is settled or charged off - "
                              "nothing to secure."
                   ELSE
                      MOVE "Y" TO WS-LOAN-OK
                   END-IF
              END-READ
            ELSE
              DISPLAY "Loan terms file not available. FILE STATUS: "
                      FILE-STATUS2
            END-IF
           CLOSE LOAN-TERMS-FILE.
       EXIT.

      *Releasing the last pledge offers to release the item itself
      *back to the customer.
       RELEASE-PLEDGE.

           DISPLAY "Collateral id: "
           ACCEPT WS-ENTRY-COLL-ID
           DISPLAY "Loan account number: "
           ACCEPT WS-ENTRY-LOAN-NUM
           MOVE WS-ENTRY-COLL-ID  TO CPL-COLL-ID
           MOVE WS-ENTRY-LOAN-NUM TO CPL-LOAN-ACCOUNT-NUM
           READ PLEDGE-FILE KEY IS CPL-KEY
              INVALID KEY
                DISPLAY "No such pledge."
                GO TO RELEASE-PLEDGE-EXIT
           END-READ
           IF CPL-STATUS-RELEASED
              DISPLAY "Pledge already released on " CPL-RELEASED-DATE
              GO TO RELEASE-PLEDGE-EXIT
           END-IF
           MOVE "R" TO CPL-STATUS
           MOVE WS-BUSINESS-DATE TO CPL-RELEASED-DATE
           REWRITE COLLATERAL-PLEDGE-RECORD
           DISPLAY "Pledge released."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "RELEASED " WS-ENTRY-COLL-ID " FROM "
                  WS-ENTRY-LOAN-NUM
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG

           MOVE 0 TO WS-STILL-PLEDGED
           MOVE WS-ENTRY-COLL-ID TO CPL-COLL-ID
           MOVE 0 TO CPL-LOAN-ACCOUNT-NUM
           MOVE "N" TO END-OF-FILE
           START PLEDGE-FILE KEY IS NOT LESS THAN CPL-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ PLEDGE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF CPL-COLL-ID NOT = WS-ENTRY-COLL-ID
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    IF CPL-STATUS-PLEDGED
                       ADD 1 TO WS-STILL-PLEDGED
                    END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WS-STILL-PLEDGED > 0
              DISPLAY "Collateral still secures " WS-STILL-PLEDGED
                      " other loan(s)."
              GO TO RELEASE-PLEDGE-EXIT
           END-IF
           DISPLAY "Collateral secures no other loan. Release it "
                   "to the customer? (Y/N): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
              MOVE WS-ENTRY-COLL-ID TO COLL-ID
              READ COLLATERAL-FILE KEY IS COLL-ID
                 INVALID KEY
                   DISPLAY "Collateral record not found."
                 NOT INVALID KEY
                   MOVE "R" TO COLL-STATUS
                   REWRITE COLLATERAL-RECORD
                   DISPLAY "Collateral released."
                   MOVE SPACES TO AUDIT-MESSAGE
                   STRING "COLLATERAL RELEASED " WS-ENTRY-COLL-ID
                          DELIMITED BY SIZE INTO AUDIT-MESSAGE
                   PERFORM WRITE-AUDIT-LOG
              END-READ
           END-IF.
       RELEASE-PLEDGE-EXIT.
       EXIT.

       REVALUE-COLLATERAL.

           DISPLAY "Collateral id: "
           ACCEPT WS-ENTRY-COLL-ID
           MOVE WS-ENTRY-COLL-ID TO COLL-ID
           READ COLLATERAL-FILE KEY IS COLL-ID
              INVALID KEY
                DISPLAY "No such collateral id: " WS-ENTRY-COLL-ID
                GO TO REVALUE-COLLATERAL-EXIT
           END-READ
           IF NOT COLL-STATUS-HELD
              DISPLAY "Collateral has been released."
              GO TO REVALUE-COLLATERAL-EXIT
           END-IF
           DISPLAY "Current valuation " COLL-VALUATION-AMOUNT
                   " dated " COLL-VALUATION-DATE
           PERFORM ACCEPT-VALUATION THRU ACCEPT-VALUATION-EXIT
           IF WS-ENTRY-VALUATION = 0
              GO TO REVALUE-COLLATERAL-EXIT
           END-IF
           IF WS-ENTRY-VALUE-DATE < COLL-VALUATION-DATE
              DISPLAY "Rejected: older than the valuation on file."
              GO TO REVALUE-COLLATERAL-EXIT
           END-IF
           MOVE WS-ENTRY-VALUATION  TO COLL-VALUATION-AMOUNT
           MOVE WS-ENTRY-VALUE-DATE TO COLL-VALUATION-DATE
           MOVE WS-ENTRY-NEXT-REVAL TO COLL-NEXT-REVAL-DATE
           REWRITE COLLATERAL-RECORD
           DISPLAY "Revaluation recorded."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "REVALUED " WS-ENTRY-COLL-ID " "
                  WS-ENTRY-VALUATION
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       REVALUE-COLLATERAL-EXIT.
       EXIT.

      *Every pledge, current or released, against one loan.
       LIST-LOAN-COLLATERAL.

           DISPLAY "Loan account number: "
           ACCEPT WS-ENTRY-LOAN-NUM
           DISPLAY "COLL-ID  T ST PLEDGED  RELEASED VALUATION     "
                   "VALUED   NEXT-REV DESCRIPTION"
           MOVE 0 TO CPL-COLL-ID
           MOVE 0 TO CPL-LOAN-ACCOUNT-NUM
           MOVE "N" TO END-OF-FILE
           START PLEDGE-FILE KEY IS NOT LESS THAN CPL-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ PLEDGE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF CPL-LOAN-ACCOUNT-NUM = WS-ENTRY-LOAN-NUM
                    PERFORM SHOW-ONE-PLEDGE
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       SHOW-ONE-PLEDGE.

           MOVE CPL-COLL-ID TO COLL-ID
           READ COLLATERAL-FILE KEY IS COLL-ID
              INVALID KEY
                DISPLAY CPL-COLL-ID " - collateral record missing"
              NOT INVALID KEY
                DISPLAY COLL-ID " " COLL-TYPE " " CPL-STATUS "  "
                        CPL-PLEDGED-DATE " " CPL-RELEASED-DATE " "
                        COLL-VALUATION-AMOUNT " "
                        COLL-VALUATION-DATE " "
                        COLL-NEXT-REVAL-DATE " " COLL-DESCRIPTION
           END-READ.
       EXIT.

       CLAIM-COLLATERAL-ID.

         MOVE 1 TO WS-NEW-COLL-ID
         OPEN I-O KEYS
          IF FILE-STATUS3 = "00"
             MOVE 11 TO KEYS-ID
             READ KEYS INTO WS-KEYS-RECORD
                KEY IS KEYS-ID
                INVALID KEY
                  MOVE 11 TO KEYS-ID
                  MOVE 1 TO KEYS-VALUE
                  WRITE KEYS-RECORD
                NOT INVALID KEY
                  COMPUTE WS-NEW-COLL-ID = WS-KEYS-VALUE + 1
                  MOVE WS-NEW-COLL-ID TO KEYS-VALUE
                  REWRITE KEYS-RECORD
             END-READ
          END-IF
         CLOSE KEYS.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projCollateralMaint" TO AUDIT-PROGRAM-NAME
         MOVE "projectCollateral.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
