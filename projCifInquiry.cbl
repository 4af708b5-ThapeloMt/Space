                DISPLAY "CIF-ID   : " CIF-ID
                DISPLAY "CUSTOMER : " CIF-NAME
                DISPLAY "STATUS   : " CIF-STATUS
                IF CIF-BUSINESS
                   DISPLAY "BUSINESS : REG " CIF-REGISTRATION-NUM
                END-IF
                IF CIF-DATE-OF-BIRTH > 0
                   DISPLAY "BORN     : " CIF-DATE-OF-BIRTH
                END-IF
                PERFORM LIST-LINKED-ACCOUNTS
           END-READ.
       EXIT.
      *Accounts the customer holds through the ownership link file
      *(joint holdings) come into the consolidated position too,
      *skipping any account the primary-holder scan above already
      *listed. An account the customer operates only as a minor's
      *guardian is listed but is not theirs, so stays out of it.
       LIST-JOINT-HOLDINGS.

           OPEN INPUT OWNER-LINK-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                 IF OWN-ROLE-GUARDIAN
                   DISPLAY CUS-ACCOUNT-NUM " "
                           CUS-ACCOUNT-TYPE " "
                           CUS-ACCOUNT-STATUS "      "
                           CUS-ACCOUNT-BALANCE " (G) AS GUARDIAN"
                 ELSE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   ADD CUS-ACCOUNT-BALANCE TO WS-NET-POSITION
                   IF WS-LISTED-COUNT < 200
                           CUS-ACCOUNT-TYPE " "
                           CUS-ACCOUNT-STATUS "      "
                           CUS-ACCOUNT-BALANCE " (" OWN-ROLE ")"
                 END-IF
              END-READ
           END-IF.
       EXIT.
