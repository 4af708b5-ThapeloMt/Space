      *Guardian channel check module
      *Called with a GUARDIAN-CHECK-REQUEST by posting before it
      *takes a debit off an account. Walks the account's ownership
      *links for guardians: an account with none is not a minor's
      *account and is reported as such. Otherwise the debit's
      *channel must be the one a guardian authorised for
      *withdrawals on the account, or a guardian must have
      *authorised ALL channels.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projGuardianCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OWNER-LINK-FILE ASSIGN TO 'projectOwnerLinks.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".

       LINKAGE SECTION.
       COPY projectGuardianCheckReqBook.

       PROCEDURE DIVISION USING GUARDIAN-CHECK-REQUEST.

           MOVE "M" TO GRDQ-RESULT
           IF GRDQ-ACCOUNT-NUM > 0
              PERFORM SCAN-ACCOUNT-GUARDIANS
           END-IF.
         GOBACK.

      *Links are keyed account then CIF, so the account's links sit
      *together from (account, 0) onward.
       SCAN-ACCOUNT-GUARDIANS.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT OWNER-LINK-FILE
            IF FILE-STATUS = "00"
              MOVE GRDQ-ACCOUNT-NUM TO OWN-ACCOUNT-NUM
              MOVE 0 TO OWN-CIF-ID
              START OWNER-LINK-FILE KEY IS NOT LESS THAN OWN-KEY
                INVALID KEY
                  MOVE "Y" TO END-OF-FILE
              END-START
              PERFORM UNTIL END-OF-FILE = "Y"
                READ OWNER-LINK-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF OWN-ACCOUNT-NUM NOT = GRDQ-ACCOUNT-NUM
                       MOVE "Y" TO END-OF-FILE
                    ELSE IF OWN-ROLE-GUARDIAN
                       IF OWN-AUTH-CHANNEL = "ALL" OR
                          OWN-AUTH-CHANNEL = GRDQ-CHANNEL
                          MOVE "Y" TO GRDQ-RESULT
                          MOVE "Y" TO END-OF-FILE
                       ELSE
                          MOVE "N" TO GRDQ-RESULT
                       END-IF
                    END-IF
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE OWNER-LINK-FILE.
       EXIT.
