      *Yearly personal-data erasure for closed relationships
      *A customer closed for longer than PARM-RETENTION-YEARS has
      *their personal details anonymised, as privacy law requires:
      *the CIF name, registration number, date of birth and tax
      *identifiers, and - on the accounts they held as primary
      *holder - the account name, the contact details and the alert
      *subscription's contact reference. Balances, transactions and
      *history are left as they are, as banking law requires them
      *kept. A customer still under an active legal order, an open
      *dispute, an open estate case or an unclaimed-funds hold on
      *any of their accounts is passed over until that is settled,
      *and an account still jointly held by a customer who has not
      *been erased keeps its account-level details. Every erasure
      *is entered on the erasure register; the run lists erasures
      *and skips on ERASURE-yyyymmdd.prt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projDataErasure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS1.

       SELECT CONTACT-FILE ASSIGN TO 'projectContactFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS2.

       SELECT ALERT-SUB-FILE ASSIGN TO 'projectAlertSubs.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASUB-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS3.

       SELECT OWNER-LINK-FILE ASSIGN TO 'projectOwnerLinks.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS4.

       SELECT LEGAL-ORDER-FILE ASSIGN TO 'projectLegalOrders.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGL-ORDER-REF
               ALTERNATE RECORD KEY IS LGL-ACCOUNT-NUM
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS5.

       SELECT DISPUTE-FILE ASSIGN TO 'projectDisputeFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-ID
                FILE STATUS IS FILE-STATUS6.

       SELECT ESTATE-FILE ASSIGN TO 'projectEstateFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CIF-ID
                FILE STATUS IS FILE-STATUS7.

       SELECT UNCLAIMED-FILE ASSIGN TO 'projectUnclaimed.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNC-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS8.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS9.

       SELECT ERASURE-REGISTER-FILE ASSIGN TO
           'projectErasureRegister.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS10.

       SELECT ERASURE-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS11.

       DATA DIVISION.
       FILE SECTION.
       FD CIF-FILE.
       COPY projectCifBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD CONTACT-FILE.
       COPY projectContactBook.

       FD ALERT-SUB-FILE.
       COPY projectAlertBook.

       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       FD LEGAL-ORDER-FILE.
       COPY projectLegalOrderBook.

       FD DISPUTE-FILE.
       COPY projectDisputeBook.

       FD ESTATE-FILE.
       COPY projectEstateBook.

       FD UNCLAIMED-FILE.
       COPY projectUnclaimedBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

      *One line per customer erased: when, who, when the
      *relationship closed, and how many accounts' details went.
       FD ERASURE-REGISTER-FILE.
       01 ERASURE-REGISTER-RECORD.
        05 ERS-ERASED-DATE         PIC 9(8).
        05 ERS-CIF-ID              PIC 9(8).
        05 ERS-CLOSED-DATE         PIC 9(8).
        05 ERS-ACCOUNT-COUNT       PIC 9(3).
        05 ERS-ACCOUNTS-ERASED     PIC 9(3).
        05 ERS-RETENTION-YEARS     PIC 9(2).

       FD ERASURE-PRINT-FILE.
       01 ERASURE-PRINT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectAuditDataBook.

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
      *Whether each file behind an erasure check opened; the files
      *stay open for the run, so their status after a missed READ
      *or START cannot stand in for this.
       01  WS-OWNER-LINK-OPEN     PIC X VALUE "N".
       01  WS-LEGAL-ORDER-OPEN    PIC X VALUE "N".
       01  WS-ESTATE-OPEN         PIC X VALUE "N".
       01  WS-UNCLAIMED-OPEN      PIC X VALUE "N".
       01  WS-LINK-DONE           PIC X.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-RETENTION-YEARS     PIC 9(2) VALUE 5.
       01  WS-CUTOFF-DATE         PIC 9(8).
       01  WS-ERASED-NAME         PIC X(50).
       01  WS-SKIP-REASON         PIC X(30).
       01  WS-CIF-ACCOUNTS        PIC 9(3).
       01  WS-ACCOUNTS-ERASED     PIC 9(3).
       01  WS-OTHER-HOLDER        PIC X.
       01  WS-STAGE-PRIMARY       PIC X.
       01  WS-ERASE-CIF-ID        PIC 9(8).
       01  WS-ERASE-CLOSED-DATE   PIC 9(8).

       01  WS-BALJ-IMAGE.
        05 WS-BALJ-PROGRAM       PIC X(20) VALUE "projDataErasure".
        05 WS-BALJ-TRANS-ID      PIC 9(10).
        05 WS-BALJ-ACCOUNT       PIC 9(10).
        05 WS-BALJ-BEFORE        PIC S9(8)V99.
        05 WS-BALJ-AFTER         PIC S9(8)V99.

      *Customers past retention, staged from the CIF file first.
       01  WS-CAND-COUNT          PIC 9(4) VALUE 0.
       01  WS-CAND-IDX            PIC 9(4).
       01  WS-CAND-TABLE.
        05 WS-CAND-CIF-ID         PIC 9(8) OCCURS 2000 TIMES.
      *Each account held by one of them: primary accounts from the
      *customer file, joint ones from the ownership links.
       01  WS-ACCT-COUNT          PIC 9(4) VALUE 0.
       01  WS-ACCT-IDX            PIC 9(4).
       01  WS-ACCT-TABLE.
        05 WS-ACCT-ENTRY OCCURS 5000 TIMES.
         10 WS-ACCT-CAND-IDX      PIC 9(4).
         10 WS-ACCT-NUM           PIC 9(10).
         10 WS-ACCT-PRIMARY       PIC X.
      *Accounts with a dispute case still open.
       01  WS-DSP-COUNT           PIC 9(3) VALUE 0.
       01  WS-DSP-IDX             PIC 9(3).
       01  WS-DSP-TABLE.
        05 WS-DSP-ACCOUNT         PIC 9(10) OCCURS 500 TIMES.
       01  WS-OVERFLOW            PIC X VALUE "N".

       01  WS-CANDIDATE-COUNT     PIC 9(5) VALUE 0.
       01  WS-ERASED-COUNT        PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT       PIC 9(5) VALUE 0.
       01  WS-ACCOUNT-ERASED-TOTAL PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-RETENTION-PARM
           COMPUTE WS-CUTOFF-DATE = WS-RUN-DATE -
                   WS-RETENTION-YEARS * 10000

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "ERASURE-" WS-RUN-DATE ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT ERASURE-PRINT-FILE
           MOVE SPACES TO ERASURE-PRINT-LINE
           STRING "PERSONAL DATA ERASURE - CUSTOMERS CLOSED ON OR "
                  "BEFORE " WS-CUTOFF-DATE " (" WS-RETENTION-YEARS
                  " YEARS) - RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO ERASURE-PRINT-LINE
           WRITE ERASURE-PRINT-LINE
           MOVE SPACES TO ERASURE-PRINT-LINE
           WRITE ERASURE-PRINT-LINE
           MOVE SPACES TO ERASURE-PRINT-LINE
           STRING "CIF-ID   CLOSED   ACCOUNTS ERASED RESULT"
                  DELIMITED BY SIZE INTO ERASURE-PRINT-LINE
           WRITE ERASURE-PRINT-LINE

           OPEN I-O CIF-FILE
           IF FILE-STATUS NOT = "00"
              MOVE "CIF FILE NOT AVAILABLE" TO ERASURE-PRINT-LINE
              WRITE ERASURE-PRINT-LINE
              CLOSE ERASURE-PRINT-FILE
              GOBACK
           END-IF
           PERFORM SELECT-CUSTOMERS-PAST-RETENTION
           OPEN I-O CUSTOMER-FILE
           OPEN INPUT OWNER-LINK-FILE
           IF FILE-STATUS4 = "00"
              MOVE "Y" TO WS-OWNER-LINK-OPEN
           END-IF
           PERFORM COLLECT-CANDIDATE-ACCOUNTS
           PERFORM LOAD-OPEN-DISPUTES
           IF WS-OVERFLOW = "Y"
              DISPLAY "NOTE: more customers past retention than one "
                      "run takes; the rest go next year."
           END-IF

           OPEN I-O CONTACT-FILE
           OPEN I-O ALERT-SUB-FILE
           OPEN INPUT LEGAL-ORDER-FILE
           IF FILE-STATUS5 = "00"
              MOVE "Y" TO WS-LEGAL-ORDER-OPEN
           END-IF
           OPEN INPUT ESTATE-FILE
           IF FILE-STATUS7 = "00"
              MOVE "Y" TO WS-ESTATE-OPEN
           END-IF
           OPEN INPUT UNCLAIMED-FILE
           IF FILE-STATUS8 = "00"
              MOVE "Y" TO WS-UNCLAIMED-OPEN
           END-IF
           OPEN EXTEND ERASURE-REGISTER-FILE
            IF FILE-STATUS10 = "35"
              CLOSE ERASURE-REGISTER-FILE
              OPEN OUTPUT ERASURE-REGISTER-FILE
            END-IF
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
             PERFORM ERASE-ONE-CUSTOMER THRU ERASE-ONE-CUSTOMER-EXIT
           END-PERFORM
           CLOSE ERASURE-REGISTER-FILE
           CLOSE UNCLAIMED-FILE
           CLOSE ESTATE-FILE
           CLOSE LEGAL-ORDER-FILE
           CLOSE ALERT-SUB-FILE
           CLOSE CONTACT-FILE
           CLOSE OWNER-LINK-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CIF-FILE

           MOVE SPACES TO ERASURE-PRINT-LINE
           WRITE ERASURE-PRINT-LINE
           MOVE SPACES TO ERASURE-PRINT-LINE
           STRING "PAST RETENTION " WS-CANDIDATE-COUNT
                  "   ERASED " WS-ERASED-COUNT
                  "   PASSED OVER " WS-SKIPPED-COUNT
                  "   ACCOUNTS ANONYMISED " WS-ACCOUNT-ERASED-TOTAL
                  DELIMITED BY SIZE INTO ERASURE-PRINT-LINE
           WRITE ERASURE-PRINT-LINE
           CLOSE ERASURE-PRINT-FILE

           DISPLAY "CUSTOMERS PAST RETENTION : " WS-CANDIDATE-COUNT
           DISPLAY "CUSTOMERS ERASED         : " WS-ERASED-COUNT
           DISPLAY "PASSED OVER (ON HOLD)    : " WS-SKIPPED-COUNT
           DISPLAY "ACCOUNTS ANONYMISED      : "
                   WS-ACCOUNT-ERASED-TOTAL
           DISPLAY "ERASURE REPORT WRITTEN   : " WS-PRINT-FILENAME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "ERASURE RUN ERASED " WS-ERASED-COUNT
                  " SKIPPED " WS-SKIPPED-COUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           MOVE "00" TO AUDIT-FILE-STATUS
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       READ-RETENTION-PARM.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS9 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-RETENTION-YEARS IS NUMERIC AND
                     PARM-RETENTION-YEARS > 0
                     MOVE PARM-RETENTION-YEARS TO WS-RETENTION-YEARS
                  END-IF
              END-READ
            ELSE
              DISPLAY "PARM-FILE not available, using default "
                      "retention period."
            END-IF
           CLOSE PARM-FILE.
       EXIT.

       SELECT-CUSTOMERS-PAST-RETENTION.

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
             READ CIF-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF CIF-CLOSED AND CIF-CLOSED-DATE > 0 AND
                    CIF-CLOSED-DATE NOT > WS-CUTOFF-DATE AND
                    CIF-ERASED-DATE = 0
                    IF WS-CAND-COUNT < 2000
                       ADD 1 TO WS-CAND-COUNT
                       MOVE CIF-ID TO WS-CAND-CIF-ID(WS-CAND-COUNT)
                    ELSE
                       MOVE "Y" TO WS-OVERFLOW
                    END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE WS-CAND-COUNT TO WS-CANDIDATE-COUNT.
       EXIT.

       COLLECT-CANDIDATE-ACCOUNTS.

           MOVE "N" TO END-OF-FILE
           IF FILE-STATUS1 NOT = "00"
              MOVE "Y" TO END-OF-FILE
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
             READ CUSTOMER-FILE NEXT RECORD INTO CUS-RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF CUS-CIF-ID > 0
                    PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                            UNTIL WS-CAND-IDX > WS-CAND-COUNT
                      IF WS-CAND-CIF-ID(WS-CAND-IDX) = CUS-CIF-ID
                         MOVE "Y" TO WS-STAGE-PRIMARY
                         PERFORM STAGE-CANDIDATE-ACCOUNT
                      END-IF
                    END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           IF WS-OWNER-LINK-OPEN = "Y"
              PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                      UNTIL WS-CAND-IDX > WS-CAND-COUNT
                PERFORM STAGE-JOINT-ACCOUNTS
              END-PERFORM
           END-IF.
       EXIT.

       STAGE-JOINT-ACCOUNTS.

           MOVE "N" TO WS-LINK-DONE
           MOVE WS-CAND-CIF-ID(WS-CAND-IDX) TO OWN-CIF-ID
           START OWNER-LINK-FILE KEY IS NOT LESS THAN OWN-CIF-ID
             INVALID KEY
               MOVE "Y" TO WS-LINK-DONE
           END-START
           PERFORM UNTIL WS-LINK-DONE = "Y"
             READ OWNER-LINK-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO WS-LINK-DONE
               NOT AT END
                 IF OWN-CIF-ID NOT = WS-CAND-CIF-ID(WS-CAND-IDX)
                    MOVE "Y" TO WS-LINK-DONE
                 ELSE
                    IF OWN-ROLE-JOINT
                       MOVE OWN-ACCOUNT-NUM TO CUS-ACCOUNT-NUM
                       MOVE "N" TO WS-STAGE-PRIMARY
                       PERFORM STAGE-CANDIDATE-ACCOUNT
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       STAGE-CANDIDATE-ACCOUNT.

           IF WS-ACCT-COUNT < 5000
              ADD 1 TO WS-ACCT-COUNT
              MOVE WS-CAND-IDX     TO WS-ACCT-CAND-IDX(WS-ACCT-COUNT)
              MOVE CUS-ACCOUNT-NUM TO WS-ACCT-NUM(WS-ACCT-COUNT)
              MOVE WS-STAGE-PRIMARY TO WS-ACCT-PRIMARY(WS-ACCT-COUNT)
           ELSE
              MOVE "Y" TO WS-OVERFLOW
           END-IF.
       EXIT.

       LOAD-OPEN-DISPUTES.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT DISPUTE-FILE
            IF FILE-STATUS6 NOT = "00"
              MOVE "Y" TO END-OF-FILE
            END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
             READ DISPUTE-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF DSP-STATUS-OPEN AND WS-DSP-COUNT < 500
                    ADD 1 TO WS-DSP-COUNT
                    MOVE DSP-ACCOUNT-NUM TO WS-DSP-ACCOUNT(WS-DSP-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE.
       EXIT.

      *Every hold is checked before anything is touched, so a
      *customer is either erased whole or not at all.
       ERASE-ONE-CUSTOMER.

           MOVE WS-CAND-CIF-ID(WS-CAND-IDX) TO CIF-ID
           READ CIF-FILE
              KEY IS CIF-ID
              INVALID KEY
                GO TO ERASE-ONE-CUSTOMER-EXIT
           END-READ
           MOVE 0 TO WS-CIF-ACCOUNTS
           MOVE 0 TO WS-ACCOUNTS-ERASED
           MOVE SPACES TO WS-SKIP-REASON

           IF WS-ESTATE-OPEN = "Y"
              MOVE CIF-ID TO ESC-CIF-ID
              READ ESTATE-FILE
                 KEY IS ESC-CIF-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF ESC-STATUS-OPEN
                      MOVE "ESTATE CASE OPEN" TO WS-SKIP-REASON
                   END-IF
              END-READ
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
             IF WS-ACCT-CAND-IDX(WS-ACCT-IDX) = WS-CAND-IDX
                ADD 1 TO WS-CIF-ACCOUNTS
                IF WS-SKIP-REASON = SPACES
                   PERFORM CHECK-ACCOUNT-HOLDS
                END-IF
             END-IF
           END-PERFORM
           MOVE CIF-ID          TO WS-ERASE-CIF-ID
           MOVE CIF-CLOSED-DATE TO WS-ERASE-CLOSED-DATE
           IF WS-SKIP-REASON NOT = SPACES
              ADD 1 TO WS-SKIPPED-COUNT
              PERFORM WRITE-ERASURE-LINE
              GO TO ERASE-ONE-CUSTOMER-EXIT
           END-IF

           MOVE SPACES TO WS-ERASED-NAME
           STRING "ERASED CUSTOMER " CIF-ID
                  DELIMITED BY SIZE INTO WS-ERASED-NAME
           MOVE WS-ERASED-NAME TO CIF-NAME
           MOVE SPACES         TO CIF-REGISTRATION-NUM
           MOVE 0              TO CIF-DATE-OF-BIRTH
           MOVE SPACES         TO CIF-TAX-RESIDENCIES
           MOVE WS-RUN-DATE    TO CIF-ERASED-DATE
           REWRITE CIF-RECORD

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
             IF WS-ACCT-CAND-IDX(WS-ACCT-IDX) = WS-CAND-IDX AND
                WS-ACCT-PRIMARY(WS-ACCT-IDX) = "Y"
                PERFORM ERASE-ACCOUNT-DETAILS
             END-IF
           END-PERFORM

           MOVE WS-RUN-DATE        TO ERS-ERASED-DATE
           MOVE WS-ERASE-CIF-ID    TO ERS-CIF-ID
           MOVE WS-ERASE-CLOSED-DATE TO ERS-CLOSED-DATE
           MOVE WS-CIF-ACCOUNTS    TO ERS-ACCOUNT-COUNT
           MOVE WS-ACCOUNTS-ERASED TO ERS-ACCOUNTS-ERASED
           MOVE WS-RETENTION-YEARS TO ERS-RETENTION-YEARS
           WRITE ERASURE-REGISTER-RECORD
           ADD 1 TO WS-ERASED-COUNT
           MOVE "ERASED" TO WS-SKIP-REASON
           PERFORM WRITE-ERASURE-LINE
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "PERSONAL DATA ERASED CIF " WS-ERASE-CIF-ID
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           MOVE FILE-STATUS TO AUDIT-FILE-STATUS
           PERFORM WRITE-AUDIT-LOG.
       ERASE-ONE-CUSTOMER-EXIT.
       EXIT.

       CHECK-ACCOUNT-HOLDS.

           IF WS-LEGAL-ORDER-OPEN = "Y"
              MOVE WS-ACCT-NUM(WS-ACCT-IDX) TO LGL-ACCOUNT-NUM
              MOVE "N" TO WS-LINK-DONE
              START LEGAL-ORDER-FILE KEY IS EQUAL TO LGL-ACCOUNT-NUM
                INVALID KEY
                  MOVE "Y" TO WS-LINK-DONE
              END-START
              PERFORM UNTIL WS-LINK-DONE = "Y"
                READ LEGAL-ORDER-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO WS-LINK-DONE
                  NOT AT END
                    IF LGL-ACCOUNT-NUM NOT = WS-ACCT-NUM(WS-ACCT-IDX)
                       MOVE "Y" TO WS-LINK-DONE
                    ELSE
                       IF LGL-STATUS-ACTIVE
                          MOVE "LEGAL ORDER ACTIVE" TO WS-SKIP-REASON
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
           END-IF
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
             IF WS-DSP-ACCOUNT(WS-DSP-IDX) = WS-ACCT-NUM(WS-ACCT-IDX)
                MOVE "DISPUTE OPEN" TO WS-SKIP-REASON
             END-IF
           END-PERFORM
           IF WS-UNCLAIMED-OPEN = "Y"
              MOVE WS-ACCT-NUM(WS-ACCT-IDX) TO UNC-ACCOUNT-NUM
              READ UNCLAIMED-FILE
                 KEY IS UNC-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF UNC-STATUS-HELD
                      MOVE "UNCLAIMED FUNDS HELD" TO WS-SKIP-REASON
                   END-IF
              END-READ
           END-IF.
       EXIT.

      *The account's name, contact details and alert contact go -
      *unless another holder not yet erased still shares the
      *account, whose details they are as much as this customer's.
       ERASE-ACCOUNT-DETAILS.

           PERFORM CHECK-OTHER-HOLDERS
           IF WS-OTHER-HOLDER = "N"
              MOVE WS-ACCT-NUM(WS-ACCT-IDX) TO ACCOUNT-NUM
              READ CUSTOMER-FILE
                 KEY IS ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE SPACES TO WS-ERASED-NAME
                   STRING "ERASED CUSTOMER " WS-ERASE-CIF-ID
                          DELIMITED BY SIZE INTO WS-ERASED-NAME
                   MOVE WS-ERASED-NAME TO ACCOUNT-NAMES
                   REWRITE CUSTOMER-RECORD
                   MOVE 0 TO WS-BALJ-TRANS-ID
                   MOVE ACCOUNT-NUM TO WS-BALJ-ACCOUNT
                   MOVE ACCOUNT-BALANCE TO WS-BALJ-BEFORE
                   MOVE ACCOUNT-BALANCE TO WS-BALJ-AFTER
                   CALL 'projBalanceJournal' USING WS-BALJ-IMAGE
              END-READ
              MOVE WS-ACCT-NUM(WS-ACCT-IDX) TO CONT-ACCOUNT-NUM
              READ CONTACT-FILE
                 KEY IS CONT-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "ERASED" TO CONT-ADDRESS-1
                   MOVE SPACES   TO CONT-ADDRESS-2
                   MOVE SPACES   TO CONT-CITY
                   MOVE SPACES   TO CONT-POSTAL-CODE
                   MOVE SPACES   TO CONT-PHONE
                   MOVE SPACES   TO CONT-EMAIL
                   MOVE SPACES   TO CONT-COUNTRY-CODE
                   MOVE SPACES   TO CONT-PRIOR-PHONE
                   MOVE SPACES   TO CONT-PRIOR-EMAIL
                   MOVE "P"      TO CONT-STMT-DELIVERY
                   MOVE SPACES   TO CONT-ESTMT-HINT-REF
                   REWRITE CONTACT-RECORD
              END-READ
              MOVE WS-ACCT-NUM(WS-ACCT-IDX) TO ASUB-ACCOUNT-NUM
              READ ALERT-SUB-FILE
                 KEY IS ASUB-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE SPACES TO ASUB-CONTACT-REF
                   MOVE 0 TO ASUB-LOW-THRESHOLD
                   MOVE 0 TO ASUB-LARGE-DEBIT
                   REWRITE ALERT-SUB-RECORD
              END-READ
              ADD 1 TO WS-ACCOUNTS-ERASED
              ADD 1 TO WS-ACCOUNT-ERASED-TOTAL
           END-IF.
       EXIT.

       CHECK-OTHER-HOLDERS.

           MOVE "N" TO WS-OTHER-HOLDER
           IF WS-OWNER-LINK-OPEN = "Y"
              MOVE "N" TO WS-LINK-DONE
              MOVE WS-ACCT-NUM(WS-ACCT-IDX) TO OWN-ACCOUNT-NUM
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
                    IF OWN-ACCOUNT-NUM NOT = WS-ACCT-NUM(WS-ACCT-IDX)
                       MOVE "Y" TO WS-LINK-DONE
                    ELSE
                       IF OWN-ROLE-JOINT AND
                          OWN-CIF-ID NOT = WS-ERASE-CIF-ID
                          PERFORM CHECK-JOINT-HOLDER-ERASED
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
           END-IF.
       EXIT.

      *A joint holder already erased has no claim left on the
      *details; when the last holder's turn comes, they go.
       CHECK-JOINT-HOLDER-ERASED.

           MOVE OWN-CIF-ID TO CIF-ID
           READ CIF-FILE
              KEY IS CIF-ID
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF CIF-ERASED-DATE = 0
                   MOVE "Y" TO WS-OTHER-HOLDER
                END-IF
           END-READ.
       EXIT.

       WRITE-ERASURE-LINE.

           MOVE SPACES TO ERASURE-PRINT-LINE
           STRING WS-ERASE-CIF-ID " " WS-ERASE-CLOSED-DATE " "
                  WS-CIF-ACCOUNTS
                  "      " WS-ACCOUNTS-ERASED "    " WS-SKIP-REASON
                  DELIMITED BY SIZE INTO ERASURE-PRINT-LINE
           WRITE ERASURE-PRINT-LINE.
       EXIT.

       WRITE-AUDIT-LOG.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "projDataErasure"    TO AUDIT-PROGRAM-NAME
           MOVE "projectCifFile.dat" TO AUDIT-FILE-NAME
           MOVE "SYSTEM"             TO AUDIT-OPERATOR-ID
           CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
