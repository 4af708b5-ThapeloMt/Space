      *Creates CIF records (allocating CIF-IDs from KEYS-ID 4) and
      *links account-level CUSTOMER-RECORDs to their owning CIF, so
      *one person's several accounts can be tied together and
      *answered as one exposure by projCifInquiry. Each customer is
      *an individual or a business; a business carries its company
      *registration number and an individual their date of birth.
      *A minor's account is operated by a guardian linked to it,
      *who withdraws only through the channel they authorised.
      *Tax residencies and the customer's self-certification are
      *captured here for the annual foreign-account reporting.
      *Closing a customer once all their accounts are closed starts
      *the retention period on their personal details.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projCifMaintenance.
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS4.

       SELECT PARM-FILE ASSIGN TO 'projectParmFile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS7.

       DATA DIVISION.
       FILE SECTION.
       FD CIF-FILE.
       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       FD PARM-FILE.
       COPY projectParmDataBook.

       WORKING-STORAGE SECTION.
       COPY pojCusRecordBook.
       COPY projectScreenBook.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  FILE-STATUS6           PIC XX.
       01  FILE-STATUS7           PIC XX.
       01  WS-FROZEN-COUNT        PIC 9(3).
       01  WS-EXEC-NAME           PIC X(50).
       01  WS-EXEC-CONTACT        PIC X(40).
       01  END-OF-FILE            PIC X.
       01  WS-LINK-ROLE           PIC X.
       01  WS-LINK-CHANNEL        PIC X(10).
       01  WS-SCREEN-DATE         PIC 9(8).
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
       01  WS-ENTRY-CIF-ID        PIC 9(8).
       01  WS-ENTRY-ACCOUNT-NUM   PIC 9(10).
       01  WS-ENTRY-RATING        PIC X.
       01  WS-ENTRY-CUST-TYPE     PIC X.
       01  WS-ENTRY-REG-NUM       PIC X(20).
       01  WS-TYPE-OK             PIC X.
       01  WS-ENTRY-BIRTH-DATE    PIC 9(8).
       01  WS-BIRTH-SPLIT REDEFINES WS-ENTRY-BIRTH-DATE.
        05 WS-BIRTH-YEAR          PIC 9(4).
        05 WS-BIRTH-MONTH         PIC 9(2).
        05 WS-BIRTH-DAY           PIC 9(2).
       01  WS-MAJORITY-AGE        PIC 9(2) VALUE 18.
       01  WS-HOME-COUNTRY        PIC X(2) VALUE "ZA".
       01  WS-MAJORITY-DATE       PIC 9(8).
       01  WS-HOLDER-CIF-ID       PIC 9(8).
       01  WS-HOLDER-OK           PIC X.
       01  WS-GUARDIAN-OK         PIC X.
       01  WS-TAX-IDX             PIC 9.
       01  WS-OPEN-ACCOUNTS       PIC 9(3).
       01  WS-ENTRY-COUNTRY       PIC X(2).
       01  WS-ENTRY-TIN           PIC X(20).
       01  WS-ENTRY-CERT          PIC X.
       01  WS-ENTRY-CERT-DATE     PIC 9(8).
       01  WS-TAX-RESIDENCY-WORK.
        05 WS-TAX-WORK-ENTRY OCCURS 3 TIMES.
         10 WS-TAX-WORK-COUNTRY   PIC X(2).
         10 WS-TAX-WORK-TIN       PIC X(20).
       01  WS-ENTRY-REVIEW-DATE   PIC 9(8).
       01  WS-REVIEW-EPOCH        PIC 9(9).
       01  WS-REVIEW-DATE.
           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (N=new customer L=link account "
                     "J=joint holder R=risk review "
                     "E=estate flag T=customer type/birth date "
                     "G=guardian X=tax residency "
                     "C=close customer): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "N"
                WHEN "n"
                  PERFORM CREATE-CIF-RECORD THRU CREATE-CIF-EXIT
                WHEN "L"
                WHEN "l"
                  PERFORM LINK-ACCOUNT-TO-CIF
                WHEN "E"
                WHEN "e"
                  PERFORM FLAG-DECEASED-ESTATE
                WHEN "T"
                WHEN "t"
                  PERFORM SET-CUSTOMER-TYPE
                WHEN "G"
                WHEN "g"
                  PERFORM ADD-GUARDIAN THRU ADD-GUARDIAN-EXIT
                WHEN "X"
                WHEN "x"
                  PERFORM CAPTURE-TAX-RESIDENCY
                       THRU CAPTURE-TAX-RESIDENCY-EXIT
                WHEN "C"
                WHEN "c"
                  PERFORM CLOSE-CUSTOMER THRU CLOSE-CUSTOMER-EXIT
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
              PERFORM WRITE-SCREEN-QUEUE-ITEM
              GO TO CREATE-CIF-EXIT
           END-IF
           PERFORM ACCEPT-CUSTOMER-TYPE
           IF WS-TYPE-OK NOT = "Y"
              GO TO CREATE-CIF-EXIT
           END-IF
           PERFORM ALLOCATE-CIF-ID
           MOVE WS-NEXT-CIF-ID TO CIF-ID
           MOVE WS-ENTRY-NAME  TO CIF-NAME
      *Cleared explicitly - the record area may still carry an
      *estate-flagged customer read earlier in the session.
           MOVE SPACE          TO CIF-ESTATE-FLAG
           MOVE WS-ENTRY-CUST-TYPE TO CIF-CUSTOMER-TYPE
           MOVE WS-ENTRY-REG-NUM   TO CIF-REGISTRATION-NUM
           MOVE WS-ENTRY-BIRTH-DATE TO CIF-DATE-OF-BIRTH
           MOVE SPACES         TO CIF-TAX-RESIDENCIES
           MOVE "N"            TO CIF-SELF-CERT-STATUS
           MOVE 0              TO CIF-SELF-CERT-DATE
           MOVE SPACE          TO CIF-TAX-INDICIA
           MOVE 0              TO CIF-CLOSED-DATE
           MOVE 0              TO CIF-ERASED-DATE
           PERFORM DEFAULT-NEXT-REVIEW
           MOVE WS-REVIEW-DATE TO CIF-NEXT-REVIEW-DATE
           WRITE CIF-RECORD
       CREATE-CIF-EXIT.
       EXIT.

      *A business must come with its registration number; an
      *individual carries none but gives a date of birth where it
      *is known.
       ACCEPT-CUSTOMER-TYPE.

           MOVE "Y" TO WS-TYPE-OK
           MOVE SPACES TO WS-ENTRY-REG-NUM
           MOVE 0 TO WS-ENTRY-BIRTH-DATE
           DISPLAY "Customer type (I=individual B=business): "
           ACCEPT WS-ENTRY-CUST-TYPE
           EVALUATE WS-ENTRY-CUST-TYPE
             WHEN "I"
             WHEN "i"
             WHEN SPACE
               MOVE "I" TO WS-ENTRY-CUST-TYPE
               PERFORM ACCEPT-BIRTH-DATE
             WHEN "B"
             WHEN "b"
               MOVE "B" TO WS-ENTRY-CUST-TYPE
               DISPLAY "Company registration number: "
               ACCEPT WS-ENTRY-REG-NUM
               IF WS-ENTRY-REG-NUM = SPACES
                  DISPLAY "A business needs its registration number."
                  MOVE "N" TO WS-TYPE-OK
               END-IF
             WHEN OTHER
               DISPLAY "Customer type must be I or B."
               MOVE "N" TO WS-TYPE-OK
           END-EVALUATE.
       EXIT.

       ACCEPT-BIRTH-DATE.

           DISPLAY "Date of birth YYYYMMDD (0 if not known): "
           ACCEPT WS-ENTRY-BIRTH-DATE
           IF WS-ENTRY-BIRTH-DATE > 0
              CALL 'GetBusinessDate' USING WS-SCREEN-DATE
              IF WS-BIRTH-MONTH < 1 OR WS-BIRTH-MONTH > 12 OR
                 WS-BIRTH-DAY < 1 OR WS-BIRTH-DAY > 31 OR
                 WS-BIRTH-YEAR < 1900 OR
                 WS-ENTRY-BIRTH-DATE > WS-SCREEN-DATE
                 DISPLAY "Not a valid date of birth: "
                         WS-ENTRY-BIRTH-DATE
                 MOVE "N" TO WS-TYPE-OK
              END-IF
           END-IF.
       EXIT.

      *Reclassifies an existing customer, e.g. a business released
      *from screening review, which is created as an individual.
       SET-CUSTOMER-TYPE.

           DISPLAY "CIF-ID: "
           ACCEPT WS-ENTRY-CIF-ID
           MOVE WS-ENTRY-CIF-ID TO CIF-ID
           READ CIF-FILE
              KEY IS CIF-ID
              INVALID KEY
                DISPLAY "CIF-ID " WS-ENTRY-CIF-ID " not found."
              NOT INVALID KEY
                DISPLAY "Customer: " CIF-NAME
                DISPLAY "Current type [" CIF-CUSTOMER-TYPE
                        "] registration [" CIF-REGISTRATION-NUM
                        "] born [" CIF-DATE-OF-BIRTH "]"
                PERFORM ACCEPT-CUSTOMER-TYPE
                IF WS-TYPE-OK = "Y"
                   MOVE WS-ENTRY-CUST-TYPE TO CIF-CUSTOMER-TYPE
                   MOVE WS-ENTRY-REG-NUM   TO CIF-REGISTRATION-NUM
                   MOVE WS-ENTRY-BIRTH-DATE TO CIF-DATE-OF-BIRTH
                   REWRITE CIF-RECORD
                   DISPLAY "Customer type saved."
                   MOVE SPACES TO AUDIT-MESSAGE
                   STRING "CIF TYPE " CIF-CUSTOMER-TYPE " "
                          CIF-ID
                          DELIMITED BY SIZE INTO AUDIT-MESSAGE
                   PERFORM WRITE-AUDIT-LOG
                END-IF
           END-READ.
       EXIT.

      *Captures a completed periodic KYC review: the new rating and
      *the date the next one falls due. Posting's overdue-review
      *hold on the customer's debits lifts as soon as this is saved.
              MOVE WS-LINK-ROLE         TO OWN-ROLE
              CALL 'GetBusinessDate' USING WS-SCREEN-DATE
              MOVE WS-SCREEN-DATE       TO OWN-ADDED-DATE
              IF WS-LINK-ROLE = "G"
                 MOVE WS-LINK-CHANNEL   TO OWN-AUTH-CHANNEL
              ELSE
                 MOVE SPACES            TO OWN-AUTH-CHANNEL
              END-IF
              WRITE OWNER-LINK-RECORD
               INVALID KEY
                 MOVE WS-LINK-ROLE TO OWN-ROLE
                 IF WS-LINK-ROLE = "G"
                    MOVE WS-LINK-CHANNEL TO OWN-AUTH-CHANNEL
                 ELSE
                    MOVE SPACES TO OWN-AUTH-CHANNEL
                 END-IF
                 REWRITE OWNER-LINK-RECORD
               NOT INVALID KEY
                 CONTINUE
           CLOSE OWNER-LINK-FILE.
       EXIT.

      *A guardian operates a minor's account without holding it.
      *The account's primary holder must be an individual whose
      *date of birth makes them a minor today; the guardian must be
      *an active customer who is not a minor themself. Posting
      *refuses any withdrawal from the account through a channel
      *other than the one the guardian authorises here, until the
      *monthly majority run removes the guardian at the holder's
      *coming of age.
       ADD-GUARDIAN.

           DISPLAY "Account number of the minor: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           MOVE 0 TO WS-HOLDER-CIF-ID
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS1 = "00"
              MOVE WS-ENTRY-ACCOUNT-NUM TO ACCOUNT-NUM
              READ CUSTOMER-FILE
                 KEY IS ACCOUNT-NUM
                 INVALID KEY
                   DISPLAY "No account found for "
                           WS-ENTRY-ACCOUNT-NUM
                 NOT INVALID KEY
                   MOVE ACCOUNT-CIF-ID TO WS-HOLDER-CIF-ID
              END-READ
            END-IF
           CLOSE CUSTOMER-FILE
           IF WS-HOLDER-CIF-ID = 0
              DISPLAY "The account must be linked to the minor's "
                      "CIF first."
              GO TO ADD-GUARDIAN-EXIT
           END-IF

           PERFORM READ-CIF-PARMS
           CALL 'GetBusinessDate' USING WS-SCREEN-DATE
           MOVE "N" TO WS-HOLDER-OK
           MOVE WS-HOLDER-CIF-ID TO CIF-ID
           READ CIF-FILE
              KEY IS CIF-ID
              INVALID KEY
                DISPLAY "Holder CIF " WS-HOLDER-CIF-ID " not found."
              NOT INVALID KEY
                DISPLAY "Holder: " CIF-NAME " born "
                        CIF-DATE-OF-BIRTH
                IF CIF-BUSINESS OR CIF-DATE-OF-BIRTH = 0
                   DISPLAY "Only an individual with a date of birth "
                           "on file can have a guardian."
                ELSE
                   COMPUTE WS-MAJORITY-DATE = CIF-DATE-OF-BIRTH +
                           WS-MAJORITY-AGE * 10000
                   IF WS-MAJORITY-DATE NOT > WS-SCREEN-DATE
                      DISPLAY "The holder is not a minor."
                   ELSE
                      MOVE "Y" TO WS-HOLDER-OK
                   END-IF
                END-IF
           END-READ
           IF WS-HOLDER-OK NOT = "Y"
              GO TO ADD-GUARDIAN-EXIT
           END-IF

           DISPLAY "CIF-ID of the guardian: "
           ACCEPT WS-ENTRY-CIF-ID
           IF WS-ENTRY-CIF-ID = WS-HOLDER-CIF-ID
              DISPLAY "The minor cannot be their own guardian."
              GO TO ADD-GUARDIAN-EXIT
           END-IF
           MOVE "N" TO WS-GUARDIAN-OK
           MOVE WS-ENTRY-CIF-ID TO CIF-ID
           READ CIF-FILE
              KEY IS CIF-ID
              INVALID KEY
                DISPLAY "CIF-ID " WS-ENTRY-CIF-ID " not found."
              NOT INVALID KEY
                DISPLAY "Guardian: " CIF-NAME
                COMPUTE WS-MAJORITY-DATE = CIF-DATE-OF-BIRTH +
                        WS-MAJORITY-AGE * 10000
                IF NOT CIF-ACTIVE
                   DISPLAY "The guardian's CIF is not active."
                ELSE IF CIF-DATE-OF-BIRTH > 0 AND
                        WS-MAJORITY-DATE > WS-SCREEN-DATE
                   DISPLAY "A minor cannot act as guardian."
                ELSE
                   MOVE "Y" TO WS-GUARDIAN-OK
                END-IF
                END-IF
           END-READ
           IF WS-GUARDIAN-OK NOT = "Y"
              GO TO ADD-GUARDIAN-EXIT
           END-IF

           DISPLAY "Channel authorised for withdrawals (BRANCH, "
                   "ATM, POS ... or ALL) [BRANCH]: "
           ACCEPT WS-LINK-CHANNEL
           IF WS-LINK-CHANNEL = SPACES
              MOVE "BRANCH" TO WS-LINK-CHANNEL
           END-IF
           MOVE "G" TO WS-LINK-ROLE
           PERFORM WRITE-OWNER-LINK
           DISPLAY "Guardian recorded on account "
                   WS-ENTRY-ACCOUNT-NUM ", withdrawals by "
                   WS-LINK-CHANNEL
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "GUARDIAN " WS-ENTRY-CIF-ID " ON "
                  WS-ENTRY-ACCOUNT-NUM " " WS-LINK-CHANNEL
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       ADD-GUARDIAN-EXIT.
       EXIT.

      *Tax residency self-certification: the customer's countries
      *of tax residence with their TINs, replaced as a set, and
      *whether the signed self-certification form is held. A
      *residency outside the home country without a TIN is
      *refused - the annual report cannot go without it. Capturing
      *a held self-certification clears any indicia flag.
       CAPTURE-TAX-RESIDENCY.

           DISPLAY "CIF-ID: "
           ACCEPT WS-ENTRY-CIF-ID
           MOVE WS-ENTRY-CIF-ID TO CIF-ID
           READ CIF-FILE
              KEY IS CIF-ID
              INVALID KEY
                DISPLAY "CIF-ID " WS-ENTRY-CIF-ID " not found."
                GO TO CAPTURE-TAX-RESIDENCY-EXIT
           END-READ
           DISPLAY "Customer: " CIF-NAME
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1 UNTIL WS-TAX-IDX > 3
             IF CIF-TAX-COUNTRY(WS-TAX-IDX) NOT = SPACES
                DISPLAY "Resident in " CIF-TAX-COUNTRY(WS-TAX-IDX)
                        " TIN " CIF-TAX-TIN(WS-TAX-IDX)
             END-IF
           END-PERFORM
           DISPLAY "Self-certification [" CIF-SELF-CERT-STATUS
                   "] dated " CIF-SELF-CERT-DATE
                   " indicia [" CIF-TAX-INDICIA "]"

           MOVE SPACES TO WS-TAX-RESIDENCY-WORK
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1 UNTIL WS-TAX-IDX > 3
             MOVE SPACES TO WS-ENTRY-COUNTRY
             DISPLAY "Tax residence country " WS-TAX-IDX
                     " (blank ends): "
             ACCEPT WS-ENTRY-COUNTRY
             IF WS-ENTRY-COUNTRY = SPACES
                MOVE 4 TO WS-TAX-IDX
             ELSE
                MOVE SPACES TO WS-ENTRY-TIN
                DISPLAY "TIN in " WS-ENTRY-COUNTRY ": "
                ACCEPT WS-ENTRY-TIN
                MOVE WS-ENTRY-COUNTRY
                     TO WS-TAX-WORK-COUNTRY(WS-TAX-IDX)
                MOVE WS-ENTRY-TIN TO WS-TAX-WORK-TIN(WS-TAX-IDX)
             END-IF
           END-PERFORM
           PERFORM READ-CIF-PARMS
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1 UNTIL WS-TAX-IDX > 3
             IF WS-TAX-WORK-COUNTRY(WS-TAX-IDX) NOT = SPACES AND
                WS-TAX-WORK-COUNTRY(WS-TAX-IDX) NOT = WS-HOME-COUNTRY
                AND WS-TAX-WORK-TIN(WS-TAX-IDX) = SPACES
                DISPLAY "A TIN is required for residence in "
                        WS-TAX-WORK-COUNTRY(WS-TAX-IDX)
                        " - nothing saved."
                GO TO CAPTURE-TAX-RESIDENCY-EXIT
             END-IF
           END-PERFORM

           DISPLAY "Signed self-certification held (Y/N): "
           ACCEPT WS-ENTRY-CERT
           MOVE 0 TO WS-ENTRY-CERT-DATE
           IF WS-ENTRY-CERT = "Y" OR WS-ENTRY-CERT = "y"
              MOVE "Y" TO WS-ENTRY-CERT
              DISPLAY "Date signed YYYYMMDD (0 = today): "
              ACCEPT WS-ENTRY-CERT-DATE
              IF WS-ENTRY-CERT-DATE = 0
                 CALL 'GetBusinessDate' USING WS-ENTRY-CERT-DATE
              END-IF
           ELSE
              MOVE "N" TO WS-ENTRY-CERT
           END-IF

           MOVE WS-TAX-RESIDENCY-WORK TO CIF-TAX-RESIDENCIES
           MOVE WS-ENTRY-CERT TO CIF-SELF-CERT-STATUS
           MOVE WS-ENTRY-CERT-DATE TO CIF-SELF-CERT-DATE
           IF CIF-SELF-CERT-HELD
              MOVE SPACE TO CIF-TAX-INDICIA
           END-IF
           REWRITE CIF-RECORD
           DISPLAY "Tax residency saved."
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "TAX RESIDENCY " CIF-ID " "
                  CIF-TAX-COUNTRY(1) " " CIF-TAX-COUNTRY(2) " "
                  CIF-TAX-COUNTRY(3) " CERT " CIF-SELF-CERT-STATUS
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       CAPTURE-TAX-RESIDENCY-EXIT.
       EXIT.

      *Closing the relationship starts the retention clock on the
      *customer's personal details. Every account the customer
      *holds, alone or jointly, must already be closed.
       CLOSE-CUSTOMER.

           DISPLAY "CIF-ID to close: "
           ACCEPT WS-ENTRY-CIF-ID
           MOVE WS-ENTRY-CIF-ID TO CIF-ID
           READ CIF-FILE
              KEY IS CIF-ID
              INVALID KEY
                DISPLAY "CIF-ID " WS-ENTRY-CIF-ID " not found."
                GO TO CLOSE-CUSTOMER-EXIT
           END-READ
           DISPLAY "Customer: " CIF-NAME
           IF CIF-CLOSED
              DISPLAY "Customer already closed on " CIF-CLOSED-DATE
              GO TO CLOSE-CUSTOMER-EXIT
           END-IF
           PERFORM COUNT-OPEN-ACCOUNTS
           IF WS-OPEN-ACCOUNTS > 0
              DISPLAY WS-OPEN-ACCOUNTS " account(s) still open - "
                      "close them before the customer."
              GO TO CLOSE-CUSTOMER-EXIT
           END-IF
           MOVE "C" TO CIF-STATUS
           CALL 'GetBusinessDate' USING CIF-CLOSED-DATE
           REWRITE CIF-RECORD
           DISPLAY "Customer closed " CIF-CLOSED-DATE
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "CIF CLOSED " CIF-ID
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
       CLOSE-CUSTOMER-EXIT.
       EXIT.

      *Accounts not yet closed that the customer holds as primary
      *holder or through a joint ownership link.
       COUNT-OPEN-ACCOUNTS.

           MOVE 0 TO WS-OPEN-ACCOUNTS
           MOVE "N" TO END-OF-FILE
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS1 NOT = "00"
              MOVE "Y" TO END-OF-FILE
            END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
             READ CUSTOMER-FILE NEXT RECORD INTO CUS-RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF CUS-CIF-ID = WS-ENTRY-CIF-ID AND
                    NOT CUS-ACCOUNT-CLOSED
                    ADD 1 TO WS-OPEN-ACCOUNTS
                 END-IF
             END-READ
           END-PERFORM
           OPEN INPUT OWNER-LINK-FILE
            IF FILE-STATUS4 = "00" AND FILE-STATUS1 = "00"
              MOVE "N" TO END-OF-FILE
              MOVE WS-ENTRY-CIF-ID TO OWN-CIF-ID
              START OWNER-LINK-FILE KEY IS NOT LESS THAN OWN-CIF-ID
                INVALID KEY
                  MOVE "Y" TO END-OF-FILE
              END-START
              PERFORM UNTIL END-OF-FILE = "Y"
                READ OWNER-LINK-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF OWN-CIF-ID NOT = WS-ENTRY-CIF-ID
                       MOVE "Y" TO END-OF-FILE
                    ELSE
                       IF OWN-ROLE-JOINT
                          MOVE OWN-ACCOUNT-NUM TO ACCOUNT-NUM
                          READ CUSTOMER-FILE INTO CUS-RECORD
                             KEY IS ACCOUNT-NUM
                             INVALID KEY
                               CONTINUE
                             NOT INVALID KEY
                               IF NOT CUS-ACCOUNT-CLOSED
                                  ADD 1 TO WS-OPEN-ACCOUNTS
                               END-IF
                          END-READ
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE OWNER-LINK-FILE
           CLOSE CUSTOMER-FILE.
       EXIT.

       READ-CIF-PARMS.

           OPEN INPUT PARM-FILE
            IF FILE-STATUS7 = "00"
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

       WRITE-SCREEN-QUEUE-ITEM.

           OPEN EXTEND SCREEN-QUEUE-FILE
            MOVE WS-ENTRY-NAME       TO SCRQ-NAME
            MOVE SCREEN-MATCHED-NAME TO SCRQ-MATCHED-NAME
            MOVE "O"                 TO SCRQ-STATUS
            MOVE SCREEN-MATCHED-SOURCE TO SCRQ-LIST-SOURCE
            MOVE SCREEN-MATCHED-DATE TO SCRQ-LIST-DATE
            WRITE SCREEN-QUEUE-RECORD
           CLOSE SCREEN-QUEUE-FILE.
       EXIT.
