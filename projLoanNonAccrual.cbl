      *past PARM-CHARGEOFF-DAYS the loan is charged off - a
      *write-off transaction clearing the balance is entered for the
      *next posting run and the terms record is marked CHARGEDOFF.
      *The amount charged off is registered as an operational loss
      *event.
      *A provisioning report by aging bucket per BRANCH-CODE goes to
      *PROVISIONING.prt for finance (provision rates 10/25/100
      *percent of amounts owed for the 30/60/90 buckets).
      *Each loan moved to non-accrual or charged off has its
      *active guarantors listed from the guarantor register, so
      *collections knows whose guarantee can be called.
      *A restructured loan is aged from LOAN-ARREARS-FROM when that
      *is later than its last payment. A restructured loan on
      *non-accrual that has paid since its restructure and is
      *under 30 days idle is cured back to accruing.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projLoanNonAccrual.
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       SELECT GUARANTOR-FILE ASSIGN TO 'projectGuarantor.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTR-KEY
                FILE STATUS IS FILE-STATUS8.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       FD AUDIT-FILE.
       COPY projectAuditDataBook.

       FD GUARANTOR-FILE.
       COPY projectGuarantorBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY TransactionHIST.
       COPY projHISTdateDataBook.
       COPY projectLossEventReqBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  FILE-STATUS8           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  END-OF-FILE1           PIC X VALUE "N".
       01  WS-KEYS-RECORD.
       01  WS-ARR-HAS-PAYMENT     PIC X VALUE "N".
       01  WS-ARR-DAYS-IDLE       PIC 9(9).
       01  WS-ARR-OWED            PIC S9(8)V99.
       01  WS-ARR-PAID-DATE       PIC 9(8).
       01  WS-TERMS-FOUND         PIC X.

       01  WS-NONACCRUAL-COUNT    PIC 9(5) VALUE 0.
       01  WS-CHARGEOFF-COUNT     PIC 9(5) VALUE 0.
       01  WS-CURED-COUNT         PIC 9(5) VALUE 0.
       01  WS-GTR-DONE            PIC X.
       01  WS-GTR-LISTED          PIC 9(3).

      *Provisioning accumulators per branch and aging bucket.
       01  WS-PRV-TABLE.
                     CUS-ACCOUNT-STATUS = "A" AND
                     CUS-ACCOUNT-BALANCE < 0
                     PERFORM FIND-LAST-PAYMENT
                     PERFORM APPLY-RESTRUCTURE-DATE
                     PERFORM WORK-ONE-DELINQUENT
                  END-IF
                END-READ
           DISPLAY "LOANS MOVED TO NON-ACCRUAL    : "
                   WS-NONACCRUAL-COUNT
           DISPLAY "LOANS CHARGED OFF             : "
                   WS-CHARGEOFF-COUNT
           DISPLAY "RESTRUCTURED LOANS CURED      : "
                   WS-CURED-COUNT.
         GOBACK.

      *A parm file written before the charge-off threshold existed
         CLOSE HISTORY-FILE.
       EXIT.

      *The restructure restarted the loan's arrears clock; the
      *real last payment is kept to tell whether it has paid since.
       APPLY-RESTRUCTURE-DATE.

         MOVE "N" TO WS-TERMS-FOUND
         MOVE WS-ARR-LAST-PAY-DATE TO WS-ARR-PAID-DATE
         IF CUS-ACCOUNT-TYPE = "LOAN   "
            MOVE CUS-ACCOUNT-NUM TO LOAN-ACCOUNT-NUM
            READ LOAN-TERMS-FILE
               KEY IS LOAN-ACCOUNT-NUM
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO WS-TERMS-FOUND
                 IF LOAN-IS-RESTRUCTURED AND
                    LOAN-ARREARS-FROM > WS-ARR-LAST-PAY-DATE
                    MOVE "Y" TO WS-ARR-HAS-PAYMENT
                    MOVE LOAN-ARREARS-FROM TO WS-ARR-LAST-PAY-DATE
                 END-IF
            END-READ
         END-IF.
       EXIT.

       WORK-ONE-DELINQUENT.

         IF WS-ARR-HAS-PAYMENT = "N"
            MOVE WS-ARR-LAST-PAY-DATE TO INPUT-DATE
            CALL 'CalculateEpochDays' USING YEAR-IN MONTH-IN DAY-IN
                 TOTALRETURN2
            IF TOTALRETURN2 > TOTALRETURN1
               MOVE 0 TO WS-ARR-DAYS-IDLE
            ELSE
               COMPUTE WS-ARR-DAYS-IDLE = TOTALRETURN1 - TOTALRETURN2
            END-IF
         END-IF

         IF WS-TERMS-FOUND = "Y" AND LOAN-IS-RESTRUCTURED AND
            LOAN-STATUS-NONACCRUAL AND WS-ARR-DAYS-IDLE < 30 AND
            WS-ARR-PAID-DATE NOT < LOAN-RESTRUCTURE-DATE
            PERFORM CURE-RESTRUCTURED-LOAN
         END-IF

         IF WS-ARR-DAYS-IDLE NOT < 30
                    MOVE "C" TO LOAN-STATUS
                    REWRITE LOAN-TERMS-RECORD
                    PERFORM WRITE-CHARGEOFF-TRANSACTION
                    PERFORM REGISTER-CHARGEOFF-LOSS
                    ADD 1 TO WS-CHARGEOFF-COUNT
                    DISPLAY "Loan charged off: " CUS-ACCOUNT-NUM
                            " owing " WS-ARR-OWED
                    MOVE "LOAN CHARGED OFF" TO AUDIT-MESSAGE
                    PERFORM WRITE-AUDIT-LOG
                    PERFORM LIST-LOAN-GUARANTORS
                 END-IF
              ELSE
                 IF LOAN-STATUS-ACTIVE
                    MOVE "LOAN MOVED TO NON-ACCRUAL"
                         TO AUDIT-MESSAGE
                    PERFORM WRITE-AUDIT-LOG
                    PERFORM LIST-LOAN-GUARANTORS
                 END-IF
              END-IF
         END-READ.
       EXIT.

      *Paying to the restructured terms brings the loan back to
      *accrual; projMainProg resumes the daily accrual from here.
       CURE-RESTRUCTURED-LOAN.

         MOVE "A" TO LOAN-STATUS
         REWRITE LOAN-TERMS-RECORD
         ADD 1 TO WS-CURED-COUNT
         DISPLAY "Restructured loan cured to accrual: "
                 CUS-ACCOUNT-NUM
         MOVE "RESTRUCTURED LOAN CURED TO ACCRUAL"
              TO AUDIT-MESSAGE
         PERFORM WRITE-AUDIT-LOG.
       EXIT.

      *Guarantees still in force on the loan - a called one is
      *already being worked and a released one is gone.
       LIST-LOAN-GUARANTORS.

         MOVE 0 TO WS-GTR-LISTED
         OPEN INPUT GUARANTOR-FILE
          IF FILE-STATUS8 = "00"
            MOVE "N" TO WS-GTR-DONE
            MOVE CUS-ACCOUNT-NUM TO GTR-LOAN-ACCOUNT-NUM
            MOVE 0 TO GTR-CIF-ID
            START GUARANTOR-FILE KEY IS NOT LESS THAN GTR-KEY
              INVALID KEY
                MOVE "Y" TO WS-GTR-DONE
            END-START
            PERFORM UNTIL WS-GTR-DONE = "Y"
              READ GUARANTOR-FILE NEXT RECORD
                AT END
                  MOVE "Y" TO WS-GTR-DONE
                NOT AT END
                  IF GTR-LOAN-ACCOUNT-NUM NOT = CUS-ACCOUNT-NUM
                     MOVE "Y" TO WS-GTR-DONE
                  ELSE
                    IF GTR-STATUS-ACTIVE AND
                       (GTR-EXPIRY-DATE = 0 OR
                        GTR-EXPIRY-DATE NOT < WS-RUN-DATE)
                       ADD 1 TO WS-GTR-LISTED
                       DISPLAY "  Guarantor CIF " GTR-CIF-ID
                               " guarantees " GTR-GUARANTEED-AMOUNT
                               " - call through projCollections"
                    END-IF
                  END-IF
              END-READ
            END-PERFORM
          END-IF
         CLOSE GUARANTOR-FILE
         IF WS-GTR-LISTED = 0
            DISPLAY "  No guarantee in force on this loan."
         END-IF.
       EXIT.

      *The charge-off entry credits the loan account back to zero;
      *it posts through the normal run so reconciliation and the GL
      *summary see the write-off like any other movement.
            MOVE CUS-CURRENCY-CODE     TO TRANS-CURRENCY-CODE
            MOVE 0                     TO TRANS-CHEQUE-NUM
            MOVE WS-RUN-DATE           TO TRANS-VALUE-DATE
            ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
            ACCEPT TRANS-CAPTURE-TIME FROM TIME
            MOVE SPACE TO TRANS-CUTOFF-FLAG
            WRITE TRANSACTION-RECORD
             INVALID KEY
               DISPLAY "TRANS-ID collision, charge-off not "
         CLOSE TRANSACTION-FILE.
       EXIT.

      *The amount written off goes on the operational loss register;
      *recoveries from guarantors or collections are recorded there
      *against the event as they come in.
       REGISTER-CHARGEOFF-LOSS.

         MOVE "CHGO"                TO LEVQ-CATEGORY
         MOVE "CHARGOFF"            TO LEVQ-SOURCE
         MOVE SPACES                TO LEVQ-ORIGIN-REF
         STRING CUS-ACCOUNT-NUM " " WS-RUN-DATE
                DELIMITED BY SIZE INTO LEVQ-ORIGIN-REF
         MOVE CUS-BRANCH-CODE       TO LEVQ-BRANCH-CODE
         MOVE CUS-ACCOUNT-NUM       TO LEVQ-ACCOUNT-NUM
         MOVE WS-RUN-DATE           TO LEVQ-EVENT-DATE
         MOVE WS-ARR-OWED           TO LEVQ-AMOUNT
         MOVE 0                     TO LEVQ-RECOVERY
         MOVE "Loan charge-off"     TO LEVQ-DESCRIPTION
         MOVE "SYSTEM"              TO LEVQ-OPERATOR-ID
         CALL 'projLossEventWriter' USING LOSS-EVENT-REQUEST.
       EXIT.

       ACCUMULATE-PROVISION.

         MOVE "N" TO WS-PRV-FOUND
