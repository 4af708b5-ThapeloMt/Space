      *Annual foreign-account tax reporting extract
      *Selects every reportable customer - one tax resident in a
      *country other than PARM-HOME-COUNTRY, or one still carrying
      *foreign indicia without a self-certification (reported as
      *undocumented) - and writes the revenue service's fixed-format
      *file CRS-YYYY.dat: one detail line per account the customer
      *holds, primary or joint, with the year-end balance from the
      *balance snapshots and the year's interest exactly as
      *projTaxCertificate certified it (read back from its
      *TAXINT-YYYY.dat, so the certificates must be run for the
      *year first). A register of every file produced is kept, as
      *for the cash-threshold submission.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projTaxResidencyExtract.

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

       SELECT OWNER-LINK-FILE ASSIGN TO 'projectOwnerLinks.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS2.

       SELECT CONTACT-FILE ASSIGN TO 'projectContactFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS3.

       SELECT SNAPSHOT-FILE ASSIGN TO 'projectBalSnapshot.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
                FILE STATUS IS FILE-STATUS4.

       SELECT TAX-INTEREST-FILE ASSIGN TO WS-TAXINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS6.

       SELECT CRS-FILE ASSIGN TO WS-CRS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       SELECT CRS-REGISTER-FILE ASSIGN TO 'projectCrsRegister.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS8.

       DATA DIVISION.
       FILE SECTION.
       FD CIF-FILE.
       COPY projectCifBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       FD CONTACT-FILE.
       COPY projectContactBook.

       FD SNAPSHOT-FILE.
       COPY projectSnapshotBook.

       FD TAX-INTEREST-FILE.
       COPY projectTaxInterestBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       FD CRS-FILE.
       COPY projectCrsBook.

       FD CRS-REGISTER-FILE.
       01 CRS-REGISTER-RECORD.
        05 CRSREG-DATE             PIC 9(8).
        05 CRSREG-TIME             PIC 9(8).
        05 CRSREG-TAX-YEAR         PIC 9(4).
        05 CRSREG-FILENAME         PIC X(30).
        05 CRSREG-CIF-COUNT        PIC 9(7).
        05 CRSREG-DETAIL-COUNT     PIC 9(7).

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
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-LINK-DONE           PIC X.
       01  WS-SNAP-DONE           PIC X.
       01  WS-CRS-FILENAME        PIC X(30).
       01  WS-TAXINT-FILENAME     PIC X(30).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-TAX-YEAR            PIC 9(4).
       01  WS-YEAR-START          PIC 9(8).
       01  WS-YEAR-END            PIC 9(8).
       01  WS-HOME-COUNTRY        PIC X(2) VALUE "ZA".
       01  WS-BANK-NAME           PIC X(20) VALUE SPACES.
       01  WS-TAX-IDX             PIC 9.
       01  WS-REPORTABLE          PIC X.
       01  WS-WORK-CIF-ID         PIC 9(8).
       01  WS-YEAR-END-BALANCE    PIC S9(10)V99.
       01  WS-BALANCE-FOUND       PIC X.
       01  WS-ACCOUNT-INTEREST    PIC S9(10)V99.
       01  WS-CIF-WRITTEN         PIC X.

      *Interest certified per account for the year.
       01  WS-INT-COUNT           PIC 9(4) VALUE 0.
       01  WS-INT-IDX             PIC 9(4).
       01  WS-INT-TABLE.
        05 WS-INT-ENTRY OCCURS 1000 TIMES.
         10 WS-INT-ACCOUNT        PIC 9(10).
         10 WS-INT-TOTAL          PIC S9(10)V99.

      *Reportable customers, in CIF-ID order, and each account one
      *of them holds.
       01  WS-RPT-COUNT           PIC 9(4) VALUE 0.
       01  WS-RPT-IDX             PIC 9(4).
       01  WS-RPT-FOUND           PIC X.
       01  WS-RPT-TABLE.
        05 WS-RPT-CIF-ID          PIC 9(8) OCCURS 2000 TIMES.
       01  WS-PAIR-COUNT          PIC 9(4) VALUE 0.
       01  WS-PAIR-IDX            PIC 9(4).
       01  WS-PAIR-TABLE.
        05 WS-PAIR-ENTRY OCCURS 5000 TIMES.
         10 WS-PAIR-RPT-IDX       PIC 9(4).
         10 WS-PAIR-ACCOUNT       PIC 9(10).
       01  WS-OVERFLOW            PIC X VALUE "N".

       01  WS-CIF-COUNT           PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT        PIC 9(7) VALUE 0.
       01  WS-NO-SNAPSHOT-COUNT   PIC 9(7) VALUE 0.
       01  WS-BALANCE-TOTAL       PIC 9(14)V99 VALUE 0.
       01  WS-INTEREST-TOTAL      PIC 9(12)V99 VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "Tax year (YYYY): "
           ACCEPT WS-TAX-YEAR
           CALL 'GetBusinessDate' USING WS-RUN-DATE
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 1201
           COMPUTE WS-YEAR-END   = WS-TAX-YEAR * 10000 + 1231
           PERFORM READ-REPORTING-PARMS

           MOVE SPACES TO WS-TAXINT-FILENAME
           STRING "TAXINT-" WS-TAX-YEAR ".dat" DELIMITED BY SIZE
                  INTO WS-TAXINT-FILENAME
           PERFORM LOAD-CERTIFIED-INTEREST
           IF FILE-STATUS5 NOT = "00"
              DISPLAY "No certified interest for " WS-TAX-YEAR
                      " - run projTaxCertificate for the year first."
              GOBACK
           END-IF

           PERFORM SELECT-REPORTABLE-CUSTOMERS
           PERFORM COLLECT-REPORTABLE-ACCOUNTS
           IF WS-OVERFLOW = "Y"
              DISPLAY "Reportable population exceeds the extract's "
                      "tables - no file written."
              GOBACK
           END-IF

           MOVE SPACES TO WS-CRS-FILENAME
           STRING "CRS-" WS-TAX-YEAR ".dat" DELIMITED BY SIZE
                  INTO WS-CRS-FILENAME
           OPEN OUTPUT CRS-FILE
           MOVE SPACES TO CRS-RECORD
           MOVE "H" TO CRS-REC-TYPE
           MOVE WS-TAX-YEAR     TO CRS-HDR-TAX-YEAR
           MOVE WS-RUN-DATE     TO CRS-HDR-RUN-DATE
           MOVE WS-HOME-COUNTRY TO CRS-HDR-COUNTRY
           MOVE WS-BANK-NAME    TO CRS-HDR-BANK-NAME
           WRITE CRS-RECORD

           OPEN INPUT CIF-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CONTACT-FILE
           OPEN INPUT SNAPSHOT-FILE
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-COUNT
             PERFORM REPORT-ONE-CUSTOMER
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           CLOSE CONTACT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CIF-FILE

           MOVE SPACES TO CRS-RECORD
           MOVE "T" TO CRS-REC-TYPE
           MOVE WS-CIF-COUNT      TO CRS-TRL-CIF-COUNT
           MOVE WS-DETAIL-COUNT   TO CRS-TRL-DETAIL-COUNT
           MOVE WS-BALANCE-TOTAL  TO CRS-TRL-BALANCE
           MOVE WS-INTEREST-TOTAL TO CRS-TRL-INTEREST
           WRITE CRS-RECORD
           CLOSE CRS-FILE

           PERFORM REGISTER-SUBMISSION

           DISPLAY "TAX REPORTING FILE WRITTEN    : " WS-CRS-FILENAME
           DISPLAY "REPORTABLE CUSTOMERS          : " WS-CIF-COUNT
           DISPLAY "ACCOUNT LINES                 : " WS-DETAIL-COUNT
           DISPLAY "AT CURRENT BALANCE, NO SNAPSHOT: "
                   WS-NO-SNAPSHOT-COUNT
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "CRS " WS-TAX-YEAR " CIFS "
                  WS-CIF-COUNT " LINES " WS-DETAIL-COUNT
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

       READ-REPORTING-PARMS.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS6 = "00"
              READ PARM-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF PARM-HOME-COUNTRY NOT = SPACES AND
                     PARM-HOME-COUNTRY NOT = LOW-VALUES
                     MOVE PARM-HOME-COUNTRY TO WS-HOME-COUNTRY
                  END-IF
                  MOVE PARM-PRINT-BANK-NAME TO WS-BANK-NAME
              END-READ
            END-IF
           CLOSE PARM-FILE.
       EXIT.

       LOAD-CERTIFIED-INTEREST.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT TAX-INTEREST-FILE
            IF FILE-STATUS5 NOT = "00"
              MOVE "Y" TO END-OF-FILE
            END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
             READ TAX-INTEREST-FILE
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF TXI-TAX-YEAR = WS-TAX-YEAR AND WS-INT-COUNT < 1000
                    ADD 1 TO WS-INT-COUNT
                    MOVE TXI-ACCOUNT-NUM TO WS-INT-ACCOUNT(WS-INT-COUNT)
                    MOVE TXI-INTEREST    TO WS-INT-TOTAL(WS-INT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           IF FILE-STATUS5 = "10"
              MOVE "00" TO FILE-STATUS5
           END-IF
           CLOSE TAX-INTEREST-FILE.
       EXIT.

      *A residency outside the home country makes the customer
      *reportable; so do indicia with no self-certification to
      *answer them.
       SELECT-REPORTABLE-CUSTOMERS.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT CIF-FILE
            IF FILE-STATUS NOT = "00"
              DISPLAY "CIF-FILE not available. FILE STATUS: "
                      FILE-STATUS
              MOVE "Y" TO END-OF-FILE
            END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
             READ CIF-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 MOVE "N" TO WS-REPORTABLE
                 PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                         UNTIL WS-TAX-IDX > 3
                   IF CIF-TAX-COUNTRY(WS-TAX-IDX) NOT = SPACES AND
                      CIF-TAX-COUNTRY(WS-TAX-IDX) NOT = LOW-VALUES AND
                      CIF-TAX-COUNTRY(WS-TAX-IDX) NOT = WS-HOME-COUNTRY
                      MOVE "Y" TO WS-REPORTABLE
                   END-IF
                 END-PERFORM
                 IF CIF-INDICIA-FOUND AND NOT CIF-SELF-CERT-HELD
                    MOVE "Y" TO WS-REPORTABLE
                 END-IF
                 IF WS-REPORTABLE = "Y"
                    IF WS-RPT-COUNT < 2000
                       ADD 1 TO WS-RPT-COUNT
                       MOVE CIF-ID TO WS-RPT-CIF-ID(WS-RPT-COUNT)
                    ELSE
                       MOVE "Y" TO WS-OVERFLOW
                    END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CIF-FILE.
       EXIT.

      *One pass of the accounts pairs each with every reportable
      *holder - the primary holder on the account and the joint
      *holders on its ownership links; a guardian holds nothing.
      *A closed account is reported only for the year it still
      *earned interest in.
       COLLECT-REPORTABLE-ACCOUNTS.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT OWNER-LINK-FILE
            IF FILE-STATUS1 NOT = "00"
              DISPLAY "CUSTOMER-FILE not available. FILE STATUS: "
                      FILE-STATUS1
              MOVE "Y" TO END-OF-FILE
            END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
             READ CUSTOMER-FILE NEXT RECORD INTO CUS-RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 PERFORM FIND-ACCOUNT-INTEREST
                 IF CUS-ACCOUNT-STATUS NOT = "C" OR
                    WS-ACCOUNT-INTEREST NOT = 0
                    IF CUS-CIF-ID > 0
                       MOVE CUS-CIF-ID TO WS-WORK-CIF-ID
                       PERFORM PAIR-IF-REPORTABLE
                    END-IF
                    IF FILE-STATUS2 = "00"
                       PERFORM PAIR-JOINT-HOLDERS
                    END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE OWNER-LINK-FILE
           CLOSE CUSTOMER-FILE.
       EXIT.

       PAIR-JOINT-HOLDERS.

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
                    IF NOT OWN-ROLE-GUARDIAN AND
                       OWN-CIF-ID NOT = CUS-CIF-ID
                       MOVE OWN-CIF-ID TO WS-WORK-CIF-ID
                       PERFORM PAIR-IF-REPORTABLE
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       PAIR-IF-REPORTABLE.

           MOVE "N" TO WS-RPT-FOUND
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-COUNT
                      OR WS-RPT-FOUND = "Y"
             IF WS-RPT-CIF-ID(WS-RPT-IDX) = WS-WORK-CIF-ID
                MOVE "Y" TO WS-RPT-FOUND
             END-IF
           END-PERFORM
           IF WS-RPT-FOUND = "Y"
              SUBTRACT 1 FROM WS-RPT-IDX
              IF WS-PAIR-COUNT < 5000
                 ADD 1 TO WS-PAIR-COUNT
                 MOVE WS-RPT-IDX TO WS-PAIR-RPT-IDX(WS-PAIR-COUNT)
                 MOVE CUS-ACCOUNT-NUM
                      TO WS-PAIR-ACCOUNT(WS-PAIR-COUNT)
              ELSE
                 MOVE "Y" TO WS-OVERFLOW
              END-IF
           END-IF.
       EXIT.

       REPORT-ONE-CUSTOMER.

           MOVE WS-RPT-CIF-ID(WS-RPT-IDX) TO CIF-ID
           READ CIF-FILE
              KEY IS CIF-ID
              INVALID KEY
                MOVE SPACES TO CIF-NAME
           END-READ
           MOVE "N" TO WS-CIF-WRITTEN
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
             IF WS-PAIR-RPT-IDX(WS-PAIR-IDX) = WS-RPT-IDX
                PERFORM WRITE-ONE-ACCOUNT-LINE
                MOVE "Y" TO WS-CIF-WRITTEN
             END-IF
           END-PERFORM
           IF WS-CIF-WRITTEN = "Y"
              ADD 1 TO WS-CIF-COUNT
           END-IF.
       EXIT.

       WRITE-ONE-ACCOUNT-LINE.

           MOVE WS-PAIR-ACCOUNT(WS-PAIR-IDX) TO ACCOUNT-NUM
           READ CUSTOMER-FILE INTO CUS-RECORD
              KEY IS ACCOUNT-NUM
              INVALID KEY
                MOVE SPACES TO CUS-ACCOUNT-TYPE
                MOVE SPACES TO CUS-CURRENCY-CODE
                MOVE 0 TO CUS-ACCOUNT-BALANCE
           END-READ

           MOVE SPACES TO CRS-RECORD
           MOVE "D" TO CRS-REC-TYPE
           MOVE CIF-ID               TO CRS-CIF-ID
           MOVE CIF-NAME             TO CRS-CUST-NAME
           MOVE CIF-CUSTOMER-TYPE    TO CRS-CUST-TYPE
           MOVE CIF-DATE-OF-BIRTH    TO CRS-BIRTH-DATE
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1 UNTIL WS-TAX-IDX > 3
             MOVE CIF-TAX-COUNTRY(WS-TAX-IDX)
                  TO CRS-RES-COUNTRY(WS-TAX-IDX)
             MOVE CIF-TAX-TIN(WS-TAX-IDX) TO CRS-RES-TIN(WS-TAX-IDX)
           END-PERFORM
           IF CIF-SELF-CERT-HELD
              MOVE "D" TO CRS-DOC-STATUS
              MOVE CIF-SELF-CERT-DATE TO CRS-SELF-CERT-DATE
           ELSE
              MOVE "U" TO CRS-DOC-STATUS
              MOVE 0 TO CRS-SELF-CERT-DATE
           END-IF

           MOVE CUS-ACCOUNT-NUM TO CONT-ACCOUNT-NUM
           READ CONTACT-FILE
              KEY IS CONT-ACCOUNT-NUM
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE CONT-ADDRESS-1    TO CRS-ADDRESS
                MOVE CONT-CITY         TO CRS-CITY
                MOVE CONT-COUNTRY-CODE TO CRS-ADDR-COUNTRY
           END-READ
           IF CRS-ADDR-COUNTRY = SPACES
              MOVE WS-HOME-COUNTRY TO CRS-ADDR-COUNTRY
           END-IF

           MOVE CUS-ACCOUNT-NUM    TO CRS-ACCOUNT-NUM
           MOVE CUS-ACCOUNT-TYPE   TO CRS-ACCOUNT-TYPE
           MOVE CUS-CURRENCY-CODE  TO CRS-CURRENCY
           IF CUS-ACCOUNT-STATUS = "C"
              MOVE "Y" TO CRS-ACCOUNT-CLOSED
           ELSE
              MOVE "N" TO CRS-ACCOUNT-CLOSED
           END-IF

           PERFORM FIND-YEAR-END-BALANCE
           IF WS-YEAR-END-BALANCE < 0
              MOVE "-" TO CRS-BALANCE-SIGN
              COMPUTE CRS-BALANCE = 0 - WS-YEAR-END-BALANCE
           ELSE
              MOVE "+" TO CRS-BALANCE-SIGN
              MOVE WS-YEAR-END-BALANCE TO CRS-BALANCE
           END-IF
           PERFORM FIND-ACCOUNT-INTEREST
           IF WS-ACCOUNT-INTEREST < 0
              MOVE "-" TO CRS-INTEREST-SIGN
              COMPUTE CRS-INTEREST = 0 - WS-ACCOUNT-INTEREST
           ELSE
              MOVE "+" TO CRS-INTEREST-SIGN
              MOVE WS-ACCOUNT-INTEREST TO CRS-INTEREST
           END-IF

           WRITE CRS-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD CRS-BALANCE  TO WS-BALANCE-TOTAL
           ADD CRS-INTEREST TO WS-INTEREST-TOTAL.
       EXIT.

      *The last end-of-day snapshot taken in December of the tax
      *year. An account with none (snapshots already aged out, or
      *opened after them) is reported at its current balance, and
      *a closed account at nil.
       FIND-YEAR-END-BALANCE.

           MOVE "N" TO WS-BALANCE-FOUND
           MOVE "N" TO WS-SNAP-DONE
           MOVE CUS-ACCOUNT-NUM TO SNAP-ACCOUNT-NUM
           MOVE WS-YEAR-START   TO SNAP-DATE
           START SNAPSHOT-FILE KEY IS NOT LESS THAN SNAP-KEY
             INVALID KEY
               MOVE "Y" TO WS-SNAP-DONE
           END-START
           PERFORM UNTIL WS-SNAP-DONE = "Y"
             READ SNAPSHOT-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO WS-SNAP-DONE
               NOT AT END
                 IF SNAP-ACCOUNT-NUM NOT = CUS-ACCOUNT-NUM OR
                    SNAP-DATE > WS-YEAR-END
                    MOVE "Y" TO WS-SNAP-DONE
                 ELSE
                    MOVE SNAP-BALANCE TO WS-YEAR-END-BALANCE
                    MOVE "Y" TO WS-BALANCE-FOUND
                 END-IF
             END-READ
           END-PERFORM
           IF WS-BALANCE-FOUND = "N"
              IF CUS-ACCOUNT-STATUS = "C"
                 MOVE 0 TO WS-YEAR-END-BALANCE
              ELSE
                 MOVE CUS-ACCOUNT-BALANCE TO WS-YEAR-END-BALANCE
                 ADD 1 TO WS-NO-SNAPSHOT-COUNT
              END-IF
           END-IF.
       EXIT.

       FIND-ACCOUNT-INTEREST.

           MOVE 0 TO WS-ACCOUNT-INTEREST
           PERFORM VARYING WS-INT-IDX FROM 1 BY 1
                   UNTIL WS-INT-IDX > WS-INT-COUNT
             IF WS-INT-ACCOUNT(WS-INT-IDX) = CUS-ACCOUNT-NUM
                MOVE WS-INT-TOTAL(WS-INT-IDX) TO WS-ACCOUNT-INTEREST
             END-IF
           END-PERFORM.
       EXIT.

       REGISTER-SUBMISSION.

           OPEN EXTEND CRS-REGISTER-FILE
            IF FILE-STATUS8 = "35"
              CLOSE CRS-REGISTER-FILE
              OPEN OUTPUT CRS-REGISTER-FILE
            END-IF
            MOVE WS-RUN-DATE     TO CRSREG-DATE
            ACCEPT CRSREG-TIME FROM TIME
            MOVE WS-TAX-YEAR     TO CRSREG-TAX-YEAR
            MOVE WS-CRS-FILENAME TO CRSREG-FILENAME
            MOVE WS-CIF-COUNT    TO CRSREG-CIF-COUNT
            MOVE WS-DETAIL-COUNT TO CRSREG-DETAIL-COUNT
            WRITE CRS-REGISTER-RECORD
           CLOSE CRS-REGISTER-FILE.
       EXIT.

       WRITE-AUDIT-LOG.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "projTaxResidencyExt" TO AUDIT-PROGRAM-NAME
           MOVE WS-CRS-FILENAME       TO AUDIT-FILE-NAME
           MOVE FILE-STATUS7          TO AUDIT-FILE-STATUS
           MOVE "SYSTEM"              TO AUDIT-OPERATOR-ID
           CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
