      *name and an optional daily limit per beneficiary, cancels a
      *registration, and lists an account's register. Posting checks
      *TRF items against what is captured here - enforced or
      *warn-only under PARM-BENEF-ENFORCE. Beneficiaries at other
      *banks are registered with their bank/branch code and account
      *there, and are given a beneficiary number of their own that
      *XPT payments to them quote.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projBeneficiaryMaintenance.
       01  WS-ENTRY-CONTRA        PIC 9(10).
       01  WS-ENTRY-NAME          PIC X(50).
       01  WS-ENTRY-LIMIT         PIC 9(8)V99.
       01  WS-ENTRY-BANK-CODE     PIC X(11).
       01  WS-ENTRY-EXT-ACCOUNT   PIC X(20).
      *External beneficiary numbers sit above every real account
      *number; each owning account's run from 9000000001 upward.
       01  WS-EXT-REF-BASE        PIC 9(10) VALUE 9000000000.
       01  WS-EXT-REF-HIGH        PIC 9(10).
       01  WS-ADDED-DATE          PIC 9(8).
       01  WS-CUSTOMER-FOUND      PIC X VALUE "N".
       01  WS-ANOTHER             PIC X VALUE "Y".
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (A=add E=add at other bank R=remove "
                     "L=list): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                  PERFORM ADD-BENEFICIARY THRU ADD-BENEFICIARY-EXIT
                WHEN "E"
                WHEN "e"
                  PERFORM ADD-EXTERNAL-BENEFICIARY
                    THRU ADD-EXTERNAL-BENEFICIARY-EXIT
                WHEN "R"
                WHEN "r"
                  PERFORM REMOVE-BENEFICIARY
           ELSE
             DISPLAY "Beneficiary (contra) account number: "
             ACCEPT WS-ENTRY-CONTRA
             IF WS-ENTRY-CONTRA > WS-EXT-REF-BASE
                DISPLAY "Numbers above " WS-EXT-REF-BASE
                        " are other-bank beneficiaries - use E."
                GO TO ADD-BENEFICIARY-EXIT
             END-IF
             MOVE WS-ENTRY-CONTRA TO ACCOUNT-NUM
             OPEN INPUT CUSTOMER-FILE
              READ CUSTOMER-FILE INTO CUS-RECORD KEY IS ACCOUNT-NUM
             MOVE WS-ADDED-DATE        TO BEN-ADDED-DATE
             MOVE WS-ENTRY-LIMIT       TO BEN-DAILY-LIMIT
             MOVE "A"                  TO BEN-STATUS
             MOVE "I"                  TO BEN-TYPE
             MOVE SPACES               TO BEN-EXT-BANK-CODE
             MOVE SPACES               TO BEN-EXT-ACCOUNT
             WRITE BENEFICIARY-RECORD
              INVALID KEY
                MOVE "A" TO BEN-STATUS
             MOVE "BENEFICIARY REGISTERED" TO AUDIT-MESSAGE
             PERFORM WRITE-AUDIT-LOG
           END-IF.
       ADD-BENEFICIARY-EXIT.
       EXIT.

      *A beneficiary at another bank. The bank/branch code and the
      *account there are what the outbound clearing file carries;
      *the number allocated here is what the customer's XPT
      *payments quote.
       ADD-EXTERNAL-BENEFICIARY.

           DISPLAY "Owning account number (the account that pays): "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           PERFORM LOOKUP-CUSTOMER-ACCOUNT
           IF WS-CUSTOMER-FOUND NOT = "Y"
              DISPLAY "Beneficiary not registered."
              GO TO ADD-EXTERNAL-BENEFICIARY-EXIT
           END-IF
           DISPLAY "Beneficiary bank/branch code: "
           ACCEPT WS-ENTRY-BANK-CODE
           DISPLAY "Beneficiary account number at that bank: "
           ACCEPT WS-ENTRY-EXT-ACCOUNT
           DISPLAY "Beneficiary name: "
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-BANK-CODE = SPACES OR
              WS-ENTRY-EXT-ACCOUNT = SPACES OR
              WS-ENTRY-NAME = SPACES
              DISPLAY "Bank code, account and name are all needed "
                      "- beneficiary not registered."
              GO TO ADD-EXTERNAL-BENEFICIARY-EXIT
           END-IF
           DISPLAY "Daily limit (0 for none): "
           ACCEPT WS-ENTRY-LIMIT

           PERFORM FIND-HIGHEST-EXTERNAL-REF
           IF WS-EXT-REF-HIGH NOT < 9999999999
              DISPLAY "No beneficiary numbers left for this "
                      "account - beneficiary not registered."
              GO TO ADD-EXTERNAL-BENEFICIARY-EXIT
           END-IF
           CALL 'GetBusinessDate' USING WS-ADDED-DATE
           MOVE WS-ENTRY-ACCOUNT-NUM TO BEN-ACCOUNT-NUM
           COMPUTE BEN-CONTRA-ACCOUNT = WS-EXT-REF-HIGH + 1
           MOVE WS-ENTRY-NAME        TO BEN-NAME
           MOVE WS-ADDED-DATE        TO BEN-ADDED-DATE
           MOVE WS-ENTRY-LIMIT       TO BEN-DAILY-LIMIT
           MOVE "A"                  TO BEN-STATUS
           MOVE "E"                  TO BEN-TYPE
           MOVE WS-ENTRY-BANK-CODE   TO BEN-EXT-BANK-CODE
           MOVE WS-ENTRY-EXT-ACCOUNT TO BEN-EXT-ACCOUNT
           WRITE BENEFICIARY-RECORD
            INVALID KEY
              DISPLAY "Beneficiary number already in use, not "
                      "registered: " BEN-CONTRA-ACCOUNT
            NOT INVALID KEY
              DISPLAY "Beneficiary at other bank registered as "
                      "number " BEN-CONTRA-ACCOUNT
              MOVE "EXTERNAL BENEFICIARY REGISTERED"
                   TO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-WRITE.
       ADD-EXTERNAL-BENEFICIARY-EXIT.
       EXIT.

      *Highest other-bank beneficiary number the owning account
      *already holds, or the base when it holds none.
       FIND-HIGHEST-EXTERNAL-REF.

           MOVE WS-EXT-REF-BASE TO WS-EXT-REF-HIGH
           MOVE WS-ENTRY-ACCOUNT-NUM TO BEN-ACCOUNT-NUM
           MOVE WS-EXT-REF-BASE TO BEN-CONTRA-ACCOUNT
           MOVE "N" TO END-OF-FILE
           START BENEFICIARY-FILE KEY IS NOT LESS THAN BEN-KEY
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ BENEFICIARY-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 IF BEN-ACCOUNT-NUM NOT = WS-ENTRY-ACCOUNT-NUM
                    MOVE "Y" TO END-OF-FILE
                 ELSE
                    MOVE BEN-CONTRA-ACCOUNT TO WS-EXT-REF-HIGH
                 END-IF
             END-READ
           END-PERFORM.
       EXIT.

       REMOVE-BENEFICIARY.
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "CONTRA     ST ADDED    LIMIT       NAME"
           DISPLAY "           (other bank: BANK CODE / ACCOUNT)"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ BENEFICIARY-FILE NEXT RECORD
               AT END
                    DISPLAY BEN-CONTRA-ACCOUNT " " BEN-STATUS "  "
                            BEN-ADDED-DATE " " BEN-DAILY-LIMIT " "
                            BEN-NAME
                    IF BEN-EXTERNAL
                       DISPLAY "           " BEN-EXT-BANK-CODE " / "
                               BEN-EXT-ACCOUNT
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
