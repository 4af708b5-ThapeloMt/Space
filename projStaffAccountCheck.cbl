      *Staff account check module
      *Called with a STAFF-CHECK-REQUEST by projTransactionEntry
      *before it writes or memo-posts an item. Gathers the
      *operator's own CIF and declared related CIFs from the
      *operator master and walks the account's ownership links; a
      *holder among them makes it a staff account the operator may
      *not key onto. An operator not on the master, or with no CIFs
      *declared, is never matched.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projStaffAccountCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERATOR-FILE ASSIGN TO 'projectOperatorFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
                FILE STATUS IS FILE-STATUS.

       SELECT OWNER-LINK-FILE ASSIGN TO 'projectOwnerLinks.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS1.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
       COPY projectOperatorBook.

       FD OWNER-LINK-FILE.
       COPY projectOwnerLinkBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-CIF-COUNT           PIC 9(1) VALUE 0.
       01  WS-CIF-IDX             PIC 9(1).
       01  WS-REL-IDX             PIC 9(1).
       01  WS-CIF-TABLE.
        05 WS-STAFF-CIF           PIC 9(8) OCCURS 6 TIMES.

       LINKAGE SECTION.
       COPY projectStaffCheckReqBook.

       PROCEDURE DIVISION USING STAFF-CHECK-REQUEST.

           MOVE "N" TO STFQ-RESULT
           MOVE 0 TO STFQ-MATCHED-CIF
           MOVE 0 TO WS-CIF-COUNT

           OPEN INPUT OPERATOR-FILE
            IF FILE-STATUS = "00"
              MOVE STFQ-OPERATOR-ID TO OPER-ID
              READ OPERATOR-FILE
                 KEY IS OPER-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM COLLECT-STAFF-CIFS
              END-READ
            END-IF
           CLOSE OPERATOR-FILE

           IF WS-CIF-COUNT > 0 AND STFQ-ACCOUNT-NUM > 0
              PERFORM SCAN-ACCOUNT-HOLDERS
           END-IF.
         GOBACK.

       COLLECT-STAFF-CIFS.

           IF OPER-CIF-ID IS NUMERIC AND OPER-CIF-ID > 0
              ADD 1 TO WS-CIF-COUNT
              MOVE OPER-CIF-ID TO WS-STAFF-CIF(WS-CIF-COUNT)
           END-IF
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > 5
             IF OPER-RELATED-CIF(WS-REL-IDX) IS NUMERIC AND
                OPER-RELATED-CIF(WS-REL-IDX) > 0
                ADD 1 TO WS-CIF-COUNT
                MOVE OPER-RELATED-CIF(WS-REL-IDX)
                     TO WS-STAFF-CIF(WS-CIF-COUNT)
             END-IF
           END-PERFORM.
       EXIT.

      *Links are keyed account then CIF, so the account's holders
      *sit together from (account, 0) onward.
       SCAN-ACCOUNT-HOLDERS.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT OWNER-LINK-FILE
            IF FILE-STATUS1 = "00"
              MOVE STFQ-ACCOUNT-NUM TO OWN-ACCOUNT-NUM
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
                    IF OWN-ACCOUNT-NUM NOT = STFQ-ACCOUNT-NUM
                       MOVE "Y" TO END-OF-FILE
                    ELSE
                       PERFORM VARYING WS-CIF-IDX FROM 1 BY 1
                               UNTIL WS-CIF-IDX > WS-CIF-COUNT
                         IF WS-STAFF-CIF(WS-CIF-IDX) = OWN-CIF-ID
                            MOVE "Y" TO STFQ-RESULT
                            MOVE OWN-CIF-ID TO STFQ-MATCHED-CIF
                            MOVE "Y" TO END-OF-FILE
                         END-IF
                       END-PERFORM
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE OWNER-LINK-FILE.
       EXIT.
