      *Monthly customer profitability by CIF
      *Works out, for every customer on the CIF master, what their
      *relationship earned the bank over the month to date across
      *every account they hold (primary or joint, through the
      *ownership links; an account with no links yet counts under
      *its ACCOUNT-CIF-ID):
      *  - net interest margin: loan and overdraft interest earned
      *    (INT/BNI/PNI debits) less deposit interest paid (INT/BNI
      *    credits), with each balance priced against the
      *    funds-transfer-pricing rate PARM-FTP-RATE - a borrowed
      *    balance is charged for the funds it uses, a deposit is
      *    credited for the funds it provides;
      *  - fee income: account keeping fees, per-item charges,
      *    early settlement fees and early withdrawal penalties;
      *  - charge-offs written off on the month (CHO).
      *Contribution is margin plus fees less charge-offs. A joint
      *account's figures are shared equally between its holders, so
      *each account counts once across the book. Guardians do not
      *hold the accounts they operate and take no share.
      *Customers are ranked by contribution within their home branch
      *(the branch of the first account they hold as primary) and
      *placed in deciles, 1 being the top tenth, on
      *CIFPROFIT-yyyymm.prt, with a CIFPROFIT-yyyymm.csv export for
      *the relationship pricing review.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projCifProfitability.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       SELECT HISTORY-FILE ASSIGN TO 'projectHistoryFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  HIS-ID
               ALTERNATE RECORD KEY IS HIS-ACCT-DATE-KEY WITH DUPLICATES
              FILE STATUS IS FILE-STATUS1.

       SELECT OWNER-LINK-FILE ASSIGN TO 'projectOwnerLinks.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS2.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS3.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS4.

       SELECT PROFIT-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       SELECT PROFIT-CSV-FILE ASSIGN TO WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD HISTORY-FILE.
       COPY projectHistDataBook.

       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD PROFIT-PRINT-FILE.
       01 PROFIT-PRINT-LINE       PIC X(132).

       FD PROFIT-CSV-FILE.
       01 PROFIT-CSV-LINE         PIC X(200).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  END-OF-FILE1           PIC X VALUE "N".
       01  WS-HIST-OPEN           PIC X VALUE "N".
       01  WS-LINKS-OPEN          PIC X VALUE "N".
       01  WS-CIF-OPEN            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
        05 WS-RUN-YYYYMM          PIC 9(6).
        05 FILLER                 PIC 9(2).
       01  WS-MONTH-START         PIC 9(8).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-CSV-FILENAME        PIC X(30).
       01  WS-FTP-RATE            PIC 9V9(4) VALUE 0.0700.
       01  WS-HIS-KEY.
        05 WS-HIS-KEY-ACCT        PIC 9(10).
        05 WS-HIS-KEY-DATE        PIC 9(8).
       01  WS-HIS-DATE-NUM        PIC 9(8).

      *Holders of the account being priced.
       01  WS-HOLDER-COUNT        PIC 9(2) VALUE 0.
       01  WS-HOLDER-IDX          PIC 9(2).
       01  WS-HOLDER-TABLE.
        05 WS-HOLDER-ENTRY OCCURS 10 TIMES.
         10 WS-HOLDER-CIF         PIC 9(8).
         10 WS-HOLDER-ROLE        PIC X(1).

      *The account's own figures for the month.
       01  WS-ACC-EARNED          PIC S9(9)V99.
       01  WS-ACC-PAID            PIC S9(9)V99.
       01  WS-ACC-FTP             PIC S9(9)V99.
       01  WS-ACC-FEES            PIC S9(9)V99.
       01  WS-ACC-CHGOFF          PIC S9(9)V99.
      *One holder's share of them.
       01  WS-SHR-EARNED          PIC S9(9)V99.
       01  WS-SHR-PAID            PIC S9(9)V99.
       01  WS-SHR-FTP             PIC S9(9)V99.
       01  WS-SHR-FEES            PIC S9(9)V99.
       01  WS-SHR-CHGOFF          PIC S9(9)V99.

       01  WS-CIF-COUNT           PIC 9(4) VALUE 0.
       01  WS-CIF-IDX             PIC 9(4).
       01  WS-CIF-FOUND           PIC X.
       01  WS-CIF-OVERFLOW        PIC X VALUE "N".
       01  WS-CIF-TABLE.
        05 WS-CIF-ENTRY OCCURS 3000 TIMES.
         10 WS-CT-CIF-ID          PIC 9(8).
         10 WS-CT-BRANCH          PIC X(05).
         10 WS-CT-HAS-PRIMARY     PIC X(1).
         10 WS-CT-ACCOUNTS        PIC 9(3).
         10 WS-CT-EARNED          PIC S9(9)V99.
         10 WS-CT-PAID            PIC S9(9)V99.
         10 WS-CT-FTP             PIC S9(9)V99.
         10 WS-CT-NIM             PIC S9(9)V99.
         10 WS-CT-FEES            PIC S9(9)V99.
         10 WS-CT-CHGOFF          PIC S9(9)V99.
         10 WS-CT-CONTRIB         PIC S9(9)V99.
         10 WS-CT-RANK            PIC 9(4).

       01  WS-BR-COUNT            PIC 9(3) VALUE 0.
       01  WS-BR-IDX              PIC 9(3).
       01  WS-BR-IDX2             PIC 9(3).
       01  WS-BR-FOUND            PIC X.
       01  WS-BR-TABLE.
        05 WS-BR-ENTRY OCCURS 200 TIMES.
         10 WS-BR-CODE            PIC X(05).
         10 WS-BR-CIFS            PIC 9(4).
         10 WS-BR-CONTRIB         PIC S9(11)V99.
       01  WS-BR-SWAP.
        05 WS-BR-SWAP-CODE        PIC X(05).
        05 WS-BR-SWAP-CIFS        PIC 9(4).
        05 WS-BR-SWAP-CONTRIB     PIC S9(11)V99.

      *Decile totals for the branch being printed.
       01  WS-DEC-IDX             PIC 9(2).
       01  WS-DEC-TABLE.
        05 WS-DEC-ENTRY OCCURS 10 TIMES.
         10 WS-DEC-CIFS           PIC 9(4).
         10 WS-DEC-CONTRIB        PIC S9(11)V99.

       01  WS-RANK                PIC 9(4).
       01  WS-DECILE              PIC 9(2).
       01  WS-BEST-IDX            PIC 9(4).
       01  WS-CIF-NAME            PIC X(30).
       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE 0.
       01  WS-UNLINKED-COUNT      PIC 9(7) VALUE 0.
       01  WS-BOOK-CONTRIB        PIC S9(11)V99 VALUE 0.

       01  WS-SHOW-EARNED         PIC -(7)9.99.
       01  WS-SHOW-PAID           PIC -(7)9.99.
       01  WS-SHOW-FTP            PIC -(7)9.99.
       01  WS-SHOW-NIM            PIC -(7)9.99.
       01  WS-SHOW-FEES           PIC -(7)9.99.
       01  WS-SHOW-CHGOFF         PIC -(7)9.99.
       01  WS-SHOW-CONTRIB        PIC -(7)9.99.
       01  WS-SHOW-TOTAL          PIC -(11)9.99.
       01  WS-SHOW-RATE           PIC 9.9999.
       01  WS-CSV-EARNED          PIC -(9)9.99.
       01  WS-CSV-PAID            PIC -(9)9.99.
       01  WS-CSV-FTP             PIC -(9)9.99.
       01  WS-CSV-NIM             PIC -(9)9.99.
       01  WS-CSV-FEES            PIC -(9)9.99.
       01  WS-CSV-CHGOFF          PIC -(9)9.99.
       01  WS-CSV-CONTRIB         PIC -(9)9.99.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           COMPUTE WS-MONTH-START = WS-RUN-YYYYMM * 100 + 1
           PERFORM READ-FTP-PARM

           MOVE "N" TO END-OF-FILE
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER-FILE not available. FILE STATUS: "
                      FILE-STATUS
              GOBACK
            END-IF
           OPEN INPUT HISTORY-FILE
            IF FILE-STATUS1 = "00"
              MOVE "Y" TO WS-HIST-OPEN
            ELSE
              DISPLAY "HISTORY-FILE not available. FILE STATUS: "
                      FILE-STATUS1
            END-IF
           OPEN INPUT OWNER-LINK-FILE
            IF FILE-STATUS2 = "00"
              MOVE "Y" TO WS-LINKS-OPEN
            END-IF

           PERFORM UNTIL END-OF-FILE = "Y"
             READ CUSTOMER-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 ADD 1 TO WS-ACCOUNTS-READ
                 PERFORM GATHER-ACCOUNT-HOLDERS
                 IF WS-HOLDER-COUNT = 0
                    ADD 1 TO WS-UNLINKED-COUNT
                 ELSE
                    PERFORM PRICE-ONE-ACCOUNT
                    PERFORM SHARE-ACCOUNT-TO-HOLDERS
                 END-IF
             END-READ
           END-PERFORM

           CLOSE CUSTOMER-FILE
           IF WS-HIST-OPEN = "Y"
              CLOSE HISTORY-FILE
           END-IF
           IF WS-LINKS-OPEN = "Y"
              CLOSE OWNER-LINK-FILE
           END-IF

           PERFORM BUILD-BRANCH-TABLE
           PERFORM ORDER-BRANCH-TABLE

           OPEN INPUT CIF-FILE
            IF FILE-STATUS3 = "00"
              MOVE "Y" TO WS-CIF-OPEN
            END-IF
           PERFORM OPEN-PROFIT-OUTPUTS
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
             PERFORM PRINT-ONE-BRANCH
           END-PERFORM
           PERFORM CLOSE-PROFIT-OUTPUTS
           IF WS-CIF-OPEN = "Y"
              CLOSE CIF-FILE
           END-IF

           DISPLAY "CUSTOMER PROFITABILITY WRITTEN TO "
                   WS-PRINT-FILENAME
           DISPLAY "PRICING REVIEW EXPORT WRITTEN TO  "
                   WS-CSV-FILENAME
           DISPLAY "ACCOUNTS READ                : " WS-ACCOUNTS-READ
           DISPLAY "ACCOUNTS WITH NO HOLDER      : " WS-UNLINKED-COUNT
           DISPLAY "CUSTOMERS RANKED             : " WS-CIF-COUNT
           DISPLAY "BRANCHES                     : " WS-BR-COUNT
           IF WS-CIF-OVERFLOW = "Y"
              DISPLAY "CUSTOMER TABLE FULL - SOME CUSTOMERS LEFT OUT"
           END-IF

           GOBACK.

       READ-FTP-PARM.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS4 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-FTP-RATE IS NUMERIC
                     MOVE PARM-FTP-RATE TO WS-FTP-RATE
                  END-IF
              END-READ
              CLOSE PARM-FILE
            ELSE
              DISPLAY "PARM-FILE not available, using default "
                      "transfer-pricing rate."
            END-IF.
       EXIT.

      *Holders of the account from the ownership links; an account
      *opened before joint ownership has none and falls back to its
      *ACCOUNT-CIF-ID as sole primary holder.
       GATHER-ACCOUNT-HOLDERS.

         MOVE 0 TO WS-HOLDER-COUNT
         IF WS-LINKS-OPEN = "Y"
           MOVE ACCOUNT-NUM TO OWN-ACCOUNT-NUM
           MOVE 0           TO OWN-CIF-ID
           MOVE "N" TO END-OF-FILE1
           START OWNER-LINK-FILE KEY IS NOT LESS THAN OWN-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE1
           END-START
           PERFORM UNTIL END-OF-FILE1 = "Y"
             READ OWNER-LINK-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE1
               NOT AT END
                 IF OWN-ACCOUNT-NUM NOT = ACCOUNT-NUM
                    MOVE "Y" TO END-OF-FILE1
                 ELSE
                    IF NOT OWN-ROLE-GUARDIAN AND WS-HOLDER-COUNT < 10
                       ADD 1 TO WS-HOLDER-COUNT
                       MOVE OWN-CIF-ID
                            TO WS-HOLDER-CIF(WS-HOLDER-COUNT)
                       MOVE OWN-ROLE
                            TO WS-HOLDER-ROLE(WS-HOLDER-COUNT)
                    END-IF
                 END-IF
             END-READ
           END-PERFORM
         END-IF
         IF WS-HOLDER-COUNT = 0 AND ACCOUNT-CIF-ID IS NUMERIC
            AND ACCOUNT-CIF-ID > 0
            MOVE 1 TO WS-HOLDER-COUNT
            MOVE ACCOUNT-CIF-ID TO WS-HOLDER-CIF(1)
            MOVE "P" TO WS-HOLDER-ROLE(1)
         END-IF.
       EXIT.

      *Interest earned and paid, fees and charge-offs from the
      *month's history on the account; the transfer-pricing figure
      *is a month of the FTP rate on the current balance.
       PRICE-ONE-ACCOUNT.

         MOVE 0 TO WS-ACC-EARNED WS-ACC-PAID WS-ACC-FEES
                   WS-ACC-CHGOFF
         COMPUTE WS-ACC-FTP ROUNDED =
                 ACCOUNT-BALANCE * WS-FTP-RATE / 12
         MOVE ACCOUNT-NUM    TO WS-HIS-KEY-ACCT
         MOVE WS-MONTH-START TO WS-HIS-KEY-DATE
         MOVE WS-HIS-KEY     TO HIS-ACCT-DATE-KEY
         MOVE "N" TO END-OF-FILE1
         IF WS-HIST-OPEN NOT = "Y"
            MOVE "Y" TO END-OF-FILE1
         END-IF
         IF END-OF-FILE1 = "N"
           START HISTORY-FILE KEY IS NOT LESS THAN HIS-ACCT-DATE-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE1
           END-START
         END-IF
         PERFORM UNTIL END-OF-FILE1 = "Y"
           READ HISTORY-FILE NEXT RECORD
             AT END
               MOVE "Y" TO END-OF-FILE1
             NOT AT END
               MOVE HIS-TRANSACTION-DATE TO WS-HIS-DATE-NUM
               IF HIS-ACCOUNT-NUM NOT = ACCOUNT-NUM OR
                  WS-HIS-DATE-NUM > WS-RUN-DATE
                  MOVE "Y" TO END-OF-FILE1
               ELSE
                  PERFORM CLASSIFY-HISTORY-ITEM
               END-IF
           END-READ
         END-PERFORM.
       EXIT.

       CLASSIFY-HISTORY-ITEM.

         IF HIS-TRANS-TYPE = "INT" OR HIS-TRANS-TYPE = "BNI" OR
            HIS-TRANS-TYPE = "PNI" OR
            (HIS-TRANS-TYPE = SPACES AND
             HIS-MEMO = "Interest accrual")
            IF HIS-TRANS-AMOUNT < 0
               SUBTRACT HIS-TRANS-AMOUNT FROM WS-ACC-EARNED
            ELSE
               ADD HIS-TRANS-AMOUNT TO WS-ACC-PAID
            END-IF
         END-IF
         IF HIS-TRANS-TYPE = "FEE" OR HIS-TRANS-TYPE = "ICH" OR
            HIS-TRANS-TYPE = "ESF" OR
            HIS-MEMO = "Account keeping fee" OR
            HIS-MEMO = "Early withdrawal penalty"
            SUBTRACT HIS-TRANS-AMOUNT FROM WS-ACC-FEES
         END-IF
         IF HIS-TRANS-TYPE = "CHO"
            ADD HIS-TRANS-AMOUNT TO WS-ACC-CHGOFF
         END-IF.
       EXIT.

      *Each holder takes an equal share of the account's figures.
       SHARE-ACCOUNT-TO-HOLDERS.

         COMPUTE WS-SHR-EARNED ROUNDED =
                 WS-ACC-EARNED / WS-HOLDER-COUNT
         COMPUTE WS-SHR-PAID ROUNDED =
                 WS-ACC-PAID / WS-HOLDER-COUNT
         COMPUTE WS-SHR-FTP ROUNDED =
                 WS-ACC-FTP / WS-HOLDER-COUNT
         COMPUTE WS-SHR-FEES ROUNDED =
                 WS-ACC-FEES / WS-HOLDER-COUNT
         COMPUTE WS-SHR-CHGOFF ROUNDED =
                 WS-ACC-CHGOFF / WS-HOLDER-COUNT
         PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                 UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
           PERFORM FIND-OR-ADD-CIF
           IF WS-CIF-FOUND = "Y"
              ADD 1 TO WS-CT-ACCOUNTS(WS-CIF-IDX)
              ADD WS-SHR-EARNED TO WS-CT-EARNED(WS-CIF-IDX)
              ADD WS-SHR-PAID   TO WS-CT-PAID(WS-CIF-IDX)
              ADD WS-SHR-FTP    TO WS-CT-FTP(WS-CIF-IDX)
              ADD WS-SHR-FEES   TO WS-CT-FEES(WS-CIF-IDX)
              ADD WS-SHR-CHGOFF TO WS-CT-CHGOFF(WS-CIF-IDX)
              COMPUTE WS-CT-NIM(WS-CIF-IDX) =
                      WS-CT-EARNED(WS-CIF-IDX) -
                      WS-CT-PAID(WS-CIF-IDX) +
                      WS-CT-FTP(WS-CIF-IDX)
              COMPUTE WS-CT-CONTRIB(WS-CIF-IDX) =
                      WS-CT-NIM(WS-CIF-IDX) +
                      WS-CT-FEES(WS-CIF-IDX) -
                      WS-CT-CHGOFF(WS-CIF-IDX)
              IF WS-HOLDER-ROLE(WS-HOLDER-IDX) = "P" AND
                 WS-CT-HAS-PRIMARY(WS-CIF-IDX) NOT = "Y"
                 MOVE BRANCH-CODE TO WS-CT-BRANCH(WS-CIF-IDX)
                 MOVE "Y" TO WS-CT-HAS-PRIMARY(WS-CIF-IDX)
              END-IF
           END-IF
         END-PERFORM.
       EXIT.

       FIND-OR-ADD-CIF.

         MOVE "N" TO WS-CIF-FOUND
         PERFORM VARYING WS-CIF-IDX FROM 1 BY 1
                 UNTIL WS-CIF-IDX > WS-CIF-COUNT
                    OR WS-CIF-FOUND = "Y"
           IF WS-CT-CIF-ID(WS-CIF-IDX) = WS-HOLDER-CIF(WS-HOLDER-IDX)
              MOVE "Y" TO WS-CIF-FOUND
           END-IF
         END-PERFORM
         IF WS-CIF-FOUND = "Y"
            SUBTRACT 1 FROM WS-CIF-IDX
         ELSE
            IF WS-CIF-COUNT < 3000
               ADD 1 TO WS-CIF-COUNT
               MOVE WS-CIF-COUNT TO WS-CIF-IDX
               MOVE WS-HOLDER-CIF(WS-HOLDER-IDX)
                    TO WS-CT-CIF-ID(WS-CIF-IDX)
               MOVE BRANCH-CODE TO WS-CT-BRANCH(WS-CIF-IDX)
               MOVE "N" TO WS-CT-HAS-PRIMARY(WS-CIF-IDX)
               MOVE 0 TO WS-CT-ACCOUNTS(WS-CIF-IDX)
                         WS-CT-EARNED(WS-CIF-IDX)
                         WS-CT-PAID(WS-CIF-IDX)
                         WS-CT-FTP(WS-CIF-IDX)
                         WS-CT-NIM(WS-CIF-IDX)
                         WS-CT-FEES(WS-CIF-IDX)
                         WS-CT-CHGOFF(WS-CIF-IDX)
                         WS-CT-CONTRIB(WS-CIF-IDX)
                         WS-CT-RANK(WS-CIF-IDX)
               MOVE "Y" TO WS-CIF-FOUND
            ELSE
               MOVE "Y" TO WS-CIF-OVERFLOW
            END-IF
         END-IF.
       EXIT.

       BUILD-BRANCH-TABLE.

         PERFORM VARYING WS-CIF-IDX FROM 1 BY 1
                 UNTIL WS-CIF-IDX > WS-CIF-COUNT
           MOVE "N" TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-FOUND = "Y"
             IF WS-BR-CODE(WS-BR-IDX) = WS-CT-BRANCH(WS-CIF-IDX)
                MOVE "Y" TO WS-BR-FOUND
             END-IF
           END-PERFORM
           IF WS-BR-FOUND = "Y"
              SUBTRACT 1 FROM WS-BR-IDX
           ELSE
              IF WS-BR-COUNT < 200
                 ADD 1 TO WS-BR-COUNT
                 MOVE WS-BR-COUNT TO WS-BR-IDX
                 MOVE WS-CT-BRANCH(WS-CIF-IDX) TO WS-BR-CODE(WS-BR-IDX)
                 MOVE 0 TO WS-BR-CIFS(WS-BR-IDX)
                           WS-BR-CONTRIB(WS-BR-IDX)
                 MOVE "Y" TO WS-BR-FOUND
              END-IF
           END-IF
           IF WS-BR-FOUND = "Y"
              ADD 1 TO WS-BR-CIFS(WS-BR-IDX)
              ADD WS-CT-CONTRIB(WS-CIF-IDX) TO WS-BR-CONTRIB(WS-BR-IDX)
           END-IF
         END-PERFORM.
       EXIT.

      *Branches are reported in branch code order.
       ORDER-BRANCH-TABLE.

         PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                 UNTIL WS-BR-IDX >= WS-BR-COUNT
           PERFORM VARYING WS-BR-IDX2 FROM WS-BR-IDX BY 1
                   UNTIL WS-BR-IDX2 > WS-BR-COUNT
             IF WS-BR-CODE(WS-BR-IDX2) < WS-BR-CODE(WS-BR-IDX)
                MOVE WS-BR-ENTRY(WS-BR-IDX)  TO WS-BR-SWAP
                MOVE WS-BR-ENTRY(WS-BR-IDX2) TO WS-BR-ENTRY(WS-BR-IDX)
                MOVE WS-BR-SWAP              TO WS-BR-ENTRY(WS-BR-IDX2)
             END-IF
           END-PERFORM
         END-PERFORM.
       EXIT.

       OPEN-PROFIT-OUTPUTS.

         MOVE SPACES TO WS-PRINT-FILENAME WS-CSV-FILENAME
         STRING "CIFPROFIT-" WS-RUN-YYYYMM ".prt"
                DELIMITED BY SIZE INTO WS-PRINT-FILENAME
         STRING "CIFPROFIT-" WS-RUN-YYYYMM ".csv"
                DELIMITED BY SIZE INTO WS-CSV-FILENAME
         OPEN OUTPUT PROFIT-PRINT-FILE
         OPEN OUTPUT PROFIT-CSV-FILE

         MOVE WS-FTP-RATE TO WS-SHOW-RATE
         MOVE "CUSTOMER PROFITABILITY BY CIF" TO PROFIT-PRINT-LINE
         WRITE PROFIT-PRINT-LINE
         MOVE SPACES TO PROFIT-PRINT-LINE
         STRING "MONTH " WS-RUN-YYYYMM
                "  PERIOD " WS-MONTH-START " TO " WS-RUN-DATE
                "  FTP RATE " WS-SHOW-RATE
                DELIMITED BY SIZE INTO PROFIT-PRINT-LINE
         WRITE PROFIT-PRINT-LINE

         MOVE SPACES TO PROFIT-CSV-LINE
         STRING "CIF,NAME,BRANCH,RANK,DECILE,ACCOUNTS,"
                "INTEREST EARNED,INTEREST PAID,FTP,NET INTEREST,"
                "FEES,CHARGE-OFFS,CONTRIBUTION"
                DELIMITED BY SIZE INTO PROFIT-CSV-LINE
         WRITE PROFIT-CSV-LINE.
       EXIT.

      *Ranks the branch's customers highest contribution first by
      *picking the best unranked one each time round, printing and
      *exporting each as it is ranked.
       PRINT-ONE-BRANCH.

         MOVE SPACES TO PROFIT-PRINT-LINE
         WRITE PROFIT-PRINT-LINE
         MOVE SPACES TO PROFIT-PRINT-LINE
         STRING "BRANCH " WS-BR-CODE(WS-BR-IDX)
                "  CUSTOMERS " WS-BR-CIFS(WS-BR-IDX)
                DELIMITED BY SIZE INTO PROFIT-PRINT-LINE
         WRITE PROFIT-PRINT-LINE
         MOVE SPACES TO PROFIT-PRINT-LINE
         STRING "RANK DEC CIF      NAME                      ACC "
                " INT EARNED    INT PAID         FTP     NET INT"
                "        FEES CHARGE-OFFS CONTRIBUTN"
                DELIMITED BY SIZE INTO PROFIT-PRINT-LINE
         WRITE PROFIT-PRINT-LINE

         PERFORM VARYING WS-DEC-IDX FROM 1 BY 1 UNTIL WS-DEC-IDX > 10
           MOVE 0 TO WS-DEC-CIFS(WS-DEC-IDX)
                     WS-DEC-CONTRIB(WS-DEC-IDX)
         END-PERFORM

         PERFORM VARYING WS-RANK FROM 1 BY 1
                 UNTIL WS-RANK > WS-BR-CIFS(WS-BR-IDX)
           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING WS-CIF-IDX FROM 1 BY 1
                   UNTIL WS-CIF-IDX > WS-CIF-COUNT
             IF WS-CT-BRANCH(WS-CIF-IDX) = WS-BR-CODE(WS-BR-IDX) AND
                WS-CT-RANK(WS-CIF-IDX) = 0
                IF WS-BEST-IDX = 0
                   MOVE WS-CIF-IDX TO WS-BEST-IDX
                ELSE
                   IF WS-CT-CONTRIB(WS-CIF-IDX) >
                      WS-CT-CONTRIB(WS-BEST-IDX)
                      MOVE WS-CIF-IDX TO WS-BEST-IDX
                   END-IF
                END-IF
             END-IF
           END-PERFORM
           MOVE WS-BEST-IDX TO WS-CIF-IDX
           MOVE WS-RANK TO WS-CT-RANK(WS-CIF-IDX)
           COMPUTE WS-DECILE =
                   (WS-RANK * 10 + WS-BR-CIFS(WS-BR-IDX) - 1)
                   / WS-BR-CIFS(WS-BR-IDX)
           ADD 1 TO WS-DEC-CIFS(WS-DECILE)
           ADD WS-CT-CONTRIB(WS-CIF-IDX) TO WS-DEC-CONTRIB(WS-DECILE)
           PERFORM WRITE-CIF-LINE
         END-PERFORM

         MOVE SPACES TO PROFIT-PRINT-LINE
         WRITE PROFIT-PRINT-LINE
         MOVE "DECILE  CUSTOMERS      CONTRIBUTION"
              TO PROFIT-PRINT-LINE
         WRITE PROFIT-PRINT-LINE
         PERFORM VARYING WS-DEC-IDX FROM 1 BY 1 UNTIL WS-DEC-IDX > 10
           IF WS-DEC-CIFS(WS-DEC-IDX) > 0
              MOVE WS-DEC-CONTRIB(WS-DEC-IDX) TO WS-SHOW-TOTAL
              MOVE SPACES TO PROFIT-PRINT-LINE
              STRING "  " WS-DEC-IDX "       " WS-DEC-CIFS(WS-DEC-IDX)
                     "  " WS-SHOW-TOTAL
                     DELIMITED BY SIZE INTO PROFIT-PRINT-LINE
              WRITE PROFIT-PRINT-LINE
           END-IF
         END-PERFORM
         MOVE WS-BR-CONTRIB(WS-BR-IDX) TO WS-SHOW-TOTAL
         ADD WS-BR-CONTRIB(WS-BR-IDX) TO WS-BOOK-CONTRIB
         MOVE SPACES TO PROFIT-PRINT-LINE
         STRING "BRANCH " WS-BR-CODE(WS-BR-IDX)
                " TOTAL CONTRIBUTION " WS-SHOW-TOTAL
                DELIMITED BY SIZE INTO PROFIT-PRINT-LINE
         WRITE PROFIT-PRINT-LINE.
       EXIT.

       WRITE-CIF-LINE.

         MOVE SPACES TO WS-CIF-NAME
         IF WS-CIF-OPEN = "Y"
            MOVE WS-CT-CIF-ID(WS-CIF-IDX) TO CIF-ID
            READ CIF-FILE
              INVALID KEY
                MOVE "NOT ON CIF MASTER" TO WS-CIF-NAME
              NOT INVALID KEY
                MOVE CIF-NAME TO WS-CIF-NAME
            END-READ
         END-IF
         INSPECT WS-CIF-NAME REPLACING ALL "," BY " "

         MOVE WS-CT-EARNED(WS-CIF-IDX)  TO WS-SHOW-EARNED
         MOVE WS-CT-PAID(WS-CIF-IDX)    TO WS-SHOW-PAID
         MOVE WS-CT-FTP(WS-CIF-IDX)     TO WS-SHOW-FTP
         MOVE WS-CT-NIM(WS-CIF-IDX)     TO WS-SHOW-NIM
         MOVE WS-CT-FEES(WS-CIF-IDX)    TO WS-SHOW-FEES
         MOVE WS-CT-CHGOFF(WS-CIF-IDX)  TO WS-SHOW-CHGOFF
         MOVE WS-CT-CONTRIB(WS-CIF-IDX) TO WS-SHOW-CONTRIB
         MOVE SPACES TO PROFIT-PRINT-LINE
         STRING WS-RANK " " WS-DECILE "  " WS-CT-CIF-ID(WS-CIF-IDX)
                " " WS-CIF-NAME(1:25) " " WS-CT-ACCOUNTS(WS-CIF-IDX)
                " " WS-SHOW-EARNED " " WS-SHOW-PAID
                " " WS-SHOW-FTP " " WS-SHOW-NIM
                " " WS-SHOW-FEES " " WS-SHOW-CHGOFF
                " " WS-SHOW-CONTRIB
                DELIMITED BY SIZE INTO PROFIT-PRINT-LINE
         WRITE PROFIT-PRINT-LINE

         MOVE WS-CT-EARNED(WS-CIF-IDX)  TO WS-CSV-EARNED
         MOVE WS-CT-PAID(WS-CIF-IDX)    TO WS-CSV-PAID
         MOVE WS-CT-FTP(WS-CIF-IDX)     TO WS-CSV-FTP
         MOVE WS-CT-NIM(WS-CIF-IDX)     TO WS-CSV-NIM
         MOVE WS-CT-FEES(WS-CIF-IDX)    TO WS-CSV-FEES
         MOVE WS-CT-CHGOFF(WS-CIF-IDX)  TO WS-CSV-CHGOFF
         MOVE WS-CT-CONTRIB(WS-CIF-IDX) TO WS-CSV-CONTRIB
         MOVE SPACES TO PROFIT-CSV-LINE
         STRING WS-CT-CIF-ID(WS-CIF-IDX) DELIMITED BY SIZE
                ","                      DELIMITED BY SIZE
                WS-CIF-NAME              DELIMITED BY "  "
                ","                      DELIMITED BY SIZE
                WS-BR-CODE(WS-BR-IDX)    DELIMITED BY SPACE
                ","                      DELIMITED BY SIZE
                WS-RANK                  DELIMITED BY SIZE
                ","                      DELIMITED BY SIZE
                WS-DECILE                DELIMITED BY SIZE
                ","                      DELIMITED BY SIZE
                WS-CT-ACCOUNTS(WS-CIF-IDX) DELIMITED BY SIZE
                ","                      DELIMITED BY SIZE
                WS-CSV-EARNED            DELIMITED BY SIZE
                ","                      DELIMITED BY SIZE
                WS-CSV-PAID              DELIMITED BY SIZE
                ","                      DELIMITED BY SIZE
                WS-CSV-FTP               DELIMITED BY SIZE
                ","                      DELIMITED BY SIZE
                WS-CSV-NIM               DELIMITED BY SIZE
                ","                      DELIMITED BY SIZE
                WS-CSV-FEES              DELIMITED BY SIZE
                ","                      DELIMITED BY SIZE
                WS-CSV-CHGOFF            DELIMITED BY SIZE
                ","                      DELIMITED BY SIZE
                WS-CSV-CONTRIB           DELIMITED BY SIZE
                INTO PROFIT-CSV-LINE
         WRITE PROFIT-CSV-LINE.
       EXIT.

       CLOSE-PROFIT-OUTPUTS.

         MOVE WS-BOOK-CONTRIB TO WS-SHOW-TOTAL
         MOVE SPACES TO PROFIT-PRINT-LINE
         WRITE PROFIT-PRINT-LINE
         MOVE SPACES TO PROFIT-PRINT-LINE
         STRING "CUSTOMERS " WS-CIF-COUNT
                "  BRANCHES " WS-BR-COUNT
                "  BOOK CONTRIBUTION " WS-SHOW-TOTAL
                DELIMITED BY SIZE INTO PROFIT-PRINT-LINE
         WRITE PROFIT-PRINT-LINE
         IF WS-UNLINKED-COUNT > 0
            MOVE SPACES TO PROFIT-PRINT-LINE
            STRING "ACCOUNTS WITH NO HOLDER ON FILE (NOT INCLUDED) "
                   WS-UNLINKED-COUNT
                   DELIMITED BY SIZE INTO PROFIT-PRINT-LINE
            WRITE PROFIT-PRINT-LINE
         END-IF
         IF WS-CIF-OVERFLOW = "Y"
            MOVE "CUSTOMER TABLE FULL - SOME CUSTOMERS LEFT OUT"
                 TO PROFIT-PRINT-LINE
            WRITE PROFIT-PRINT-LINE
         END-IF
         CLOSE PROFIT-PRINT-FILE
         CLOSE PROFIT-CSV-FILE.
       EXIT.
