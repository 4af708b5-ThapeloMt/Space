      *Monthly loan collateral and loan-to-value report
      *Works out, for every live LOAN account (active or
      *non-accrual), the outstanding balance on CUSTOMER-FILE
      *against the collateral pledged to it, and prints the
      *loan-to-value percentage. An item that secures several loans
      *is shared between them in proportion to what each still
      *owes, so it is never counted twice. Loans over
      *PARM-LTV-LIMIT-PCT, or owing with nothing pledged, are
      *flagged. The report then lists collateral whose revaluation
      *date has passed, and collateral still pledged against loans
      *already settled so it can be released. Detail goes to
      *COLLATERAL.prt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projCollateralReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOAN-TERMS-FILE ASSIGN TO 'projectLoanTerms.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS1.

       SELECT COLLATERAL-FILE ASSIGN TO 'projectCollateral.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-ID
                FILE STATUS IS FILE-STATUS2.

       SELECT PLEDGE-FILE ASSIGN TO 'projectCollPledge.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-KEY
                FILE STATUS IS FILE-STATUS3.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT COLLATERAL-PRINT-FILE ASSIGN TO 'COLLATERAL.prt'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-TERMS-FILE.
       COPY projectLoanTermsBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD COLLATERAL-FILE.
       COPY projectCollateralBook.

       FD PLEDGE-FILE.
       COPY projectCollPledgeBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD COLLATERAL-PRINT-FILE.
       01 COLLATERAL-PRINT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-LTV-LIMIT           PIC 9(3) VALUE 80.

      *Loans on the loan terms file, in account order.
       01  WS-LN-COUNT            PIC 9(4) VALUE 0.
       01  WS-LN-IDX              PIC 9(4).
       01  WS-LN-FOUND            PIC X.
       01  WS-LN-OVERFLOW         PIC 9(5) VALUE 0.
       01  WS-LN-TABLE.
        05 WS-LN-ENTRY OCCURS 2000 TIMES.
         10 WS-LN-ACCOUNT         PIC 9(10).
         10 WS-LN-STATUS          PIC X(1).
         10 WS-LN-OUTSTANDING     PIC 9(10)V99.
         10 WS-LN-SECURED         PIC 9(12)V99.
         10 WS-LN-ITEMS           PIC 9(3).

      *Collateral held, with what its live loans owe between them.
       01  WS-CL-COUNT            PIC 9(4) VALUE 0.
       01  WS-CL-IDX              PIC 9(4).
       01  WS-CL-FOUND            PIC X.
       01  WS-CL-OVERFLOW         PIC 9(5) VALUE 0.
       01  WS-CL-TABLE.
        05 WS-CL-ENTRY OCCURS 2000 TIMES.
         10 WS-CL-ID              PIC 9(8).
         10 WS-CL-VALUE           PIC 9(10)V99.
         10 WS-CL-LIVE-OWED       PIC 9(12)V99.
         10 WS-CL-LIVE-LOANS      PIC 9(3).

       01  WS-PLEDGES-OPEN        PIC X VALUE "N".
       01  WS-LIVE-LOAN           PIC X.
       01  WS-SHARE               PIC 9(12)V99.
       01  WS-LTV-PCT             PIC 9(5)V9.
       01  WS-FLAG                PIC X(20).

       01  WS-LIVE-COUNT          PIC 9(5) VALUE 0.
       01  WS-BREACH-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNSECURED-COUNT     PIC 9(5) VALUE 0.
       01  WS-REVAL-COUNT         PIC 9(5) VALUE 0.
       01  WS-RELEASE-COUNT       PIC 9(5) VALUE 0.
       01  WS-TOT-OUTSTANDING     PIC 9(12)V99 VALUE 0.
       01  WS-TOT-SECURED         PIC 9(12)V99 VALUE 0.

       01  WS-SHOW-AMOUNT         PIC Z(11)9.99.
       01  WS-SHOW-AMOUNT2        PIC Z(11)9.99.
       01  WS-SHOW-LTV            PIC Z(4)9.9.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           PERFORM READ-LTV-LIMIT
           PERFORM LOAD-LOANS
           PERFORM LOAD-COLLATERAL

           OPEN INPUT PLEDGE-FILE
            IF FILE-STATUS3 NOT = "00"
              DISPLAY "No collateral pledges on file. FILE STATUS: "
                      FILE-STATUS3
            ELSE
              MOVE "Y" TO WS-PLEDGES-OPEN
              PERFORM TOTAL-LIVE-OWED-PER-ITEM
              PERFORM SHARE-COLLATERAL-TO-LOANS
            END-IF

           OPEN OUTPUT COLLATERAL-PRINT-FILE
           MOVE "LOAN COLLATERAL AND LOAN-TO-VALUE REPORT"
                TO COLLATERAL-PRINT-LINE
           WRITE COLLATERAL-PRINT-LINE
           MOVE SPACES TO COLLATERAL-PRINT-LINE
           STRING "BUSINESS DATE " WS-RUN-DATE
                  "   LTV LIMIT " WS-LTV-LIMIT " PERCENT"
                  DELIMITED BY SIZE INTO COLLATERAL-PRINT-LINE
           WRITE COLLATERAL-PRINT-LINE
           MOVE SPACES TO COLLATERAL-PRINT-LINE
           WRITE COLLATERAL-PRINT-LINE

           PERFORM PRINT-LOAN-TO-VALUE
           PERFORM PRINT-OVERDUE-REVALUATIONS
           IF WS-PLEDGES-OPEN = "Y"
              PERFORM PRINT-RELEASE-LIST
              CLOSE PLEDGE-FILE
           END-IF

           MOVE SPACES TO COLLATERAL-PRINT-LINE
           WRITE COLLATERAL-PRINT-LINE
           MOVE WS-TOT-OUTSTANDING TO WS-SHOW-AMOUNT
           MOVE WS-TOT-SECURED TO WS-SHOW-AMOUNT2
           MOVE SPACES TO COLLATERAL-PRINT-LINE
           STRING "LIVE LOANS " WS-LIVE-COUNT
                  "   OUTSTANDING " WS-SHOW-AMOUNT
                  "   COLLATERAL " WS-SHOW-AMOUNT2
                  DELIMITED BY SIZE INTO COLLATERAL-PRINT-LINE
           WRITE COLLATERAL-PRINT-LINE
           MOVE SPACES TO COLLATERAL-PRINT-LINE
           STRING "LTV BREACHES " WS-BREACH-COUNT
                  "   UNSECURED " WS-UNSECURED-COUNT
                  "   REVALUATIONS OVERDUE " WS-REVAL-COUNT
                  "   TO RELEASE " WS-RELEASE-COUNT
                  DELIMITED BY SIZE INTO COLLATERAL-PRINT-LINE
           WRITE COLLATERAL-PRINT-LINE
           IF WS-LN-OVERFLOW > 0 OR WS-CL-OVERFLOW > 0
              MOVE SPACES TO COLLATERAL-PRINT-LINE
              STRING "*** " WS-LN-OVERFLOW " LOANS AND "
                     WS-CL-OVERFLOW " COLLATERAL ITEMS BEYOND THE "
                     "REPORT TABLES NOT ANALYSED ***"
                     DELIMITED BY SIZE INTO COLLATERAL-PRINT-LINE
              WRITE COLLATERAL-PRINT-LINE
           END-IF
           CLOSE COLLATERAL-PRINT-FILE

           DISPLAY "COLLATERAL REPORT WRITTEN TO COLLATERAL.prt"
           DISPLAY "LIVE LOANS                  : " WS-LIVE-COUNT
           DISPLAY "LTV BREACHES                : " WS-BREACH-COUNT
           DISPLAY "UNSECURED LOANS             : " WS-UNSECURED-COUNT
           DISPLAY "REVALUATIONS OVERDUE        : " WS-REVAL-COUNT
           DISPLAY "PLEDGES TO RELEASE          : " WS-RELEASE-COUNT.
         GOBACK.

       READ-LTV-LIMIT.

         OPEN INPUT PARM-FILE
          IF FILE-STATUS4 = "00"
            READ PARM-FILE
              AT END
                CONTINUE
              NOT AT END
                IF PARM-LTV-LIMIT-PCT IS NUMERIC AND
                   PARM-LTV-LIMIT-PCT > 0
                   MOVE PARM-LTV-LIMIT-PCT TO WS-LTV-LIMIT
                END-IF
            END-READ
          ELSE
            DISPLAY "PARM-FILE not available, using default LTV "
                    "limit."
          END-IF
         CLOSE PARM-FILE.
       EXIT.

      *Outstanding is what the customer owes: a debit balance on
      *the LOAN account.
       LOAD-LOANS.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT LOAN-TERMS-FILE
         OPEN INPUT CUSTOMER-FILE
          IF FILE-STATUS NOT = "00"
            DISPLAY "Loan terms file not available. FILE STATUS: "
                    FILE-STATUS
            MOVE "Y" TO END-OF-FILE
          END-IF
         PERFORM UNTIL END-OF-FILE = "Y"
           READ LOAN-TERMS-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF WS-LN-COUNT < 2000
                  ADD 1 TO WS-LN-COUNT
                  MOVE LOAN-ACCOUNT-NUM TO WS-LN-ACCOUNT(WS-LN-COUNT)
                  MOVE LOAN-STATUS      TO WS-LN-STATUS(WS-LN-COUNT)
                  MOVE 0 TO WS-LN-OUTSTANDING(WS-LN-COUNT)
                  MOVE 0 TO WS-LN-SECURED(WS-LN-COUNT)
                  MOVE 0 TO WS-LN-ITEMS(WS-LN-COUNT)
                  MOVE LOAN-ACCOUNT-NUM TO ACCOUNT-NUM
                  READ CUSTOMER-FILE INTO CUS-RECORD
                     KEY IS ACCOUNT-NUM
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF CUS-ACCOUNT-BALANCE < 0
                          COMPUTE WS-LN-OUTSTANDING(WS-LN-COUNT) =
                                  0 - CUS-ACCOUNT-BALANCE
                       END-IF
                  END-READ
               ELSE
                  ADD 1 TO WS-LN-OVERFLOW
               END-IF
           END-READ
         END-PERFORM
         CLOSE CUSTOMER-FILE
         CLOSE LOAN-TERMS-FILE.
       EXIT.

      *Only collateral still held carries value; a released item
      *left pledged is picked up on the release list.
       LOAD-COLLATERAL.

         MOVE "N" TO END-OF-FILE
         OPEN INPUT COLLATERAL-FILE
          IF FILE-STATUS2 NOT = "00"
            DISPLAY "No collateral register on file. FILE STATUS: "
                    FILE-STATUS2
            MOVE "Y" TO END-OF-FILE
          END-IF
         PERFORM UNTIL END-OF-FILE = "Y"
           READ COLLATERAL-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF WS-CL-COUNT < 2000
                  ADD 1 TO WS-CL-COUNT
                  MOVE COLL-ID TO WS-CL-ID(WS-CL-COUNT)
                  IF COLL-STATUS-HELD
                     MOVE COLL-VALUATION-AMOUNT
                          TO WS-CL-VALUE(WS-CL-COUNT)
                  ELSE
                     MOVE 0 TO WS-CL-VALUE(WS-CL-COUNT)
                  END-IF
                  MOVE 0 TO WS-CL-LIVE-OWED(WS-CL-COUNT)
                  MOVE 0 TO WS-CL-LIVE-LOANS(WS-CL-COUNT)
               ELSE
                  ADD 1 TO WS-CL-OVERFLOW
               END-IF
           END-READ
         END-PERFORM
         CLOSE COLLATERAL-FILE.
       EXIT.

      *First pass over the pledges: what the live loans behind each
      *item owe between them.
       TOTAL-LIVE-OWED-PER-ITEM.

         MOVE "N" TO END-OF-FILE
         MOVE 0 TO CPL-COLL-ID
         MOVE 0 TO CPL-LOAN-ACCOUNT-NUM
         START PLEDGE-FILE KEY IS NOT LESS THAN CPL-KEY
           INVALID KEY
             MOVE "Y" TO END-OF-FILE
         END-START
         PERFORM UNTIL END-OF-FILE = "Y"
           READ PLEDGE-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF CPL-STATUS-PLEDGED
                  PERFORM FIND-PLEDGE-ENTRIES
                  IF WS-LIVE-LOAN = "Y" AND WS-CL-FOUND = "Y"
                     ADD WS-LN-OUTSTANDING(WS-LN-IDX)
                         TO WS-CL-LIVE-OWED(WS-CL-IDX)
                     ADD 1 TO WS-CL-LIVE-LOANS(WS-CL-IDX)
                  END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

      *Second pass: each live loan takes its share of every item
      *pledged to it.
       SHARE-COLLATERAL-TO-LOANS.

         MOVE "N" TO END-OF-FILE
         MOVE 0 TO CPL-COLL-ID
         MOVE 0 TO CPL-LOAN-ACCOUNT-NUM
         START PLEDGE-FILE KEY IS NOT LESS THAN CPL-KEY
           INVALID KEY
             MOVE "Y" TO END-OF-FILE
         END-START
         PERFORM UNTIL END-OF-FILE = "Y"
           READ PLEDGE-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF CPL-STATUS-PLEDGED
                  PERFORM FIND-PLEDGE-ENTRIES
                  IF WS-LIVE-LOAN = "Y" AND WS-CL-FOUND = "Y"
                     PERFORM SHARE-ONE-PLEDGE
                  END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

       SHARE-ONE-PLEDGE.

         IF WS-CL-LIVE-OWED(WS-CL-IDX) > 0
            COMPUTE WS-SHARE ROUNDED =
                    WS-CL-VALUE(WS-CL-IDX)
                    * WS-LN-OUTSTANDING(WS-LN-IDX)
                    / WS-CL-LIVE-OWED(WS-CL-IDX)
         ELSE
            COMPUTE WS-SHARE ROUNDED =
                    WS-CL-VALUE(WS-CL-IDX)
                    / WS-CL-LIVE-LOANS(WS-CL-IDX)
         END-IF
         ADD WS-SHARE TO WS-LN-SECURED(WS-LN-IDX)
         ADD 1 TO WS-LN-ITEMS(WS-LN-IDX).
       EXIT.

      *Locates the pledge's loan and collateral in the tables; the
      *loan is live while active or non-accrual.
       FIND-PLEDGE-ENTRIES.

         MOVE "N" TO WS-LN-FOUND
         MOVE "N" TO WS-LIVE-LOAN
         PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                 UNTIL WS-LN-IDX > WS-LN-COUNT
                    OR WS-LN-FOUND = "Y"
           IF WS-LN-ACCOUNT(WS-LN-IDX) = CPL-LOAN-ACCOUNT-NUM
              MOVE "Y" TO WS-LN-FOUND
           END-IF
         END-PERFORM
         IF WS-LN-FOUND = "Y"
            SUBTRACT 1 FROM WS-LN-IDX
            IF WS-LN-STATUS(WS-LN-IDX) = "A" OR
               WS-LN-STATUS(WS-LN-IDX) = "N"
               MOVE "Y" TO WS-LIVE-LOAN
            END-IF
         END-IF
         MOVE "N" TO WS-CL-FOUND
         PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                 UNTIL WS-CL-IDX > WS-CL-COUNT
                    OR WS-CL-FOUND = "Y"
           IF WS-CL-ID(WS-CL-IDX) = CPL-COLL-ID
              MOVE "Y" TO WS-CL-FOUND
           END-IF
         END-PERFORM
         IF WS-CL-FOUND = "Y"
            SUBTRACT 1 FROM WS-CL-IDX
         END-IF.
       EXIT.

       PRINT-LOAN-TO-VALUE.

         MOVE "LOAN-TO-VALUE BY LOAN" TO COLLATERAL-PRINT-LINE
         WRITE COLLATERAL-PRINT-LINE
         MOVE SPACES TO COLLATERAL-PRINT-LINE
         STRING "LOAN ACCOUNT ST      OUTSTANDING       COLLATERAL"
                " ITEMS    LTV %  FLAG"
                DELIMITED BY SIZE INTO COLLATERAL-PRINT-LINE
         WRITE COLLATERAL-PRINT-LINE
         PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                 UNTIL WS-LN-IDX > WS-LN-COUNT
           IF WS-LN-STATUS(WS-LN-IDX) = "A" OR
              WS-LN-STATUS(WS-LN-IDX) = "N"
              PERFORM PRINT-ONE-LOAN
           END-IF
         END-PERFORM
         MOVE SPACES TO COLLATERAL-PRINT-LINE
         WRITE COLLATERAL-PRINT-LINE.
       EXIT.

       PRINT-ONE-LOAN.

         ADD 1 TO WS-LIVE-COUNT
         ADD WS-LN-OUTSTANDING(WS-LN-IDX) TO WS-TOT-OUTSTANDING
         ADD WS-LN-SECURED(WS-LN-IDX) TO WS-TOT-SECURED
         MOVE SPACES TO WS-FLAG
         MOVE 0 TO WS-LTV-PCT
         IF WS-LN-SECURED(WS-LN-IDX) > 0
            COMPUTE WS-LTV-PCT ROUNDED =
                    WS-LN-OUTSTANDING(WS-LN-IDX) * 100
                    / WS-LN-SECURED(WS-LN-IDX)
               ON SIZE ERROR
                 MOVE 99999.9 TO WS-LTV-PCT
            END-COMPUTE
            IF WS-LTV-PCT > WS-LTV-LIMIT
               MOVE "LTV BREACH" TO WS-FLAG
               ADD 1 TO WS-BREACH-COUNT
            END-IF
         ELSE IF WS-LN-OUTSTANDING(WS-LN-IDX) > 0
            MOVE "NO COLLATERAL" TO WS-FLAG
            ADD 1 TO WS-UNSECURED-COUNT
         END-IF
         END-IF
         MOVE WS-LN-OUTSTANDING(WS-LN-IDX) TO WS-SHOW-AMOUNT
         MOVE WS-LN-SECURED(WS-LN-IDX) TO WS-SHOW-AMOUNT2
         MOVE WS-LTV-PCT TO WS-SHOW-LTV
         MOVE SPACES TO COLLATERAL-PRINT-LINE
         STRING WS-LN-ACCOUNT(WS-LN-IDX) "   "
                WS-LN-STATUS(WS-LN-IDX) " "
                WS-SHOW-AMOUNT " "
                WS-SHOW-AMOUNT2 "   "
                WS-LN-ITEMS(WS-LN-IDX) " "
                WS-SHOW-LTV "  "
                WS-FLAG
                DELIMITED BY SIZE INTO COLLATERAL-PRINT-LINE
         WRITE COLLATERAL-PRINT-LINE.
       EXIT.

      *Held collateral past its revaluation date, with the number
      *of live loans it stands behind.
       PRINT-OVERDUE-REVALUATIONS.

         MOVE "COLLATERAL OVERDUE FOR REVALUATION"
              TO COLLATERAL-PRINT-LINE
         WRITE COLLATERAL-PRINT-LINE
         MOVE SPACES TO COLLATERAL-PRINT-LINE
         STRING "COLL-ID  T VALUED   DUE             VALUATION LOANS"
                " DESCRIPTION"
                DELIMITED BY SIZE INTO COLLATERAL-PRINT-LINE
         WRITE COLLATERAL-PRINT-LINE
         MOVE "N" TO END-OF-FILE
         OPEN INPUT COLLATERAL-FILE
          IF FILE-STATUS2 NOT = "00"
            MOVE "Y" TO END-OF-FILE
          END-IF
         PERFORM UNTIL END-OF-FILE = "Y"
           READ COLLATERAL-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF COLL-STATUS-HELD AND
                  COLL-NEXT-REVAL-DATE < WS-RUN-DATE
                  PERFORM PRINT-ONE-OVERDUE
               END-IF
           END-READ
         END-PERFORM
         CLOSE COLLATERAL-FILE
         MOVE SPACES TO COLLATERAL-PRINT-LINE
         WRITE COLLATERAL-PRINT-LINE.
       EXIT.

       PRINT-ONE-OVERDUE.

         ADD 1 TO WS-REVAL-COUNT
         MOVE "N" TO WS-CL-FOUND
         PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                 UNTIL WS-CL-IDX > WS-CL-COUNT
                    OR WS-CL-FOUND = "Y"
           IF WS-CL-ID(WS-CL-IDX) = COLL-ID
              MOVE "Y" TO WS-CL-FOUND
           END-IF
         END-PERFORM
         MOVE COLL-VALUATION-AMOUNT TO WS-SHOW-AMOUNT
         MOVE SPACES TO COLLATERAL-PRINT-LINE
         IF WS-CL-FOUND = "Y"
            SUBTRACT 1 FROM WS-CL-IDX
            STRING COLL-ID " " COLL-TYPE " "
                   COLL-VALUATION-DATE " "
                   COLL-NEXT-REVAL-DATE " "
                   WS-SHOW-AMOUNT "   "
                   WS-CL-LIVE-LOANS(WS-CL-IDX) " "
                   COLL-DESCRIPTION
                   DELIMITED BY SIZE INTO COLLATERAL-PRINT-LINE
         ELSE
            STRING COLL-ID " " COLL-TYPE " "
                   COLL-VALUATION-DATE " "
                   COLL-NEXT-REVAL-DATE " "
                   WS-SHOW-AMOUNT "     ? "
                   COLL-DESCRIPTION
                   DELIMITED BY SIZE INTO COLLATERAL-PRINT-LINE
         END-IF
         WRITE COLLATERAL-PRINT-LINE.
       EXIT.

      *Pledges still in force against loans already paid off (or
      *no longer on the loan terms file): the security can go back.
       PRINT-RELEASE-LIST.

         MOVE "COLLATERAL PLEDGED TO SETTLED LOANS - FOR RELEASE"
              TO COLLATERAL-PRINT-LINE
         WRITE COLLATERAL-PRINT-LINE
         MOVE "COLL-ID  LOAN ACCOUNT ST PLEDGED" TO
              COLLATERAL-PRINT-LINE
         WRITE COLLATERAL-PRINT-LINE
         MOVE "N" TO END-OF-FILE
         MOVE 0 TO CPL-COLL-ID
         MOVE 0 TO CPL-LOAN-ACCOUNT-NUM
         START PLEDGE-FILE KEY IS NOT LESS THAN CPL-KEY
           INVALID KEY
             MOVE "Y" TO END-OF-FILE
         END-START
         PERFORM UNTIL END-OF-FILE = "Y"
           READ PLEDGE-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE
             NOT AT END
               IF CPL-STATUS-PLEDGED
                  PERFORM FIND-PLEDGE-ENTRIES
                  IF WS-LN-FOUND = "N"
                     ADD 1 TO WS-RELEASE-COUNT
                     MOVE SPACES TO COLLATERAL-PRINT-LINE
                     STRING CPL-COLL-ID " " CPL-LOAN-ACCOUNT-NUM
                            "   ? " CPL-PLEDGED-DATE
                            "  LOAN NOT ON FILE"
                            DELIMITED BY SIZE
                            INTO COLLATERAL-PRINT-LINE
                     WRITE COLLATERAL-PRINT-LINE
                  ELSE IF WS-LN-STATUS(WS-LN-IDX) = "S"
                     ADD 1 TO WS-RELEASE-COUNT
                     MOVE SPACES TO COLLATERAL-PRINT-LINE
                     STRING CPL-COLL-ID " " CPL-LOAN-ACCOUNT-NUM
                            "   S " CPL-PLEDGED-DATE
                            DELIMITED BY SIZE
                            INTO COLLATERAL-PRINT-LINE
                     WRITE COLLATERAL-PRINT-LINE
                  END-IF
                  END-IF
               END-IF
           END-READ
         END-PERFORM.
       EXIT.
