      *Daily branch vault proof
      *For every branch on the branch master, proves the day's vault
      *on VAULTPRF-yyyymmdd.prt: opening vault, less floats issued to
      *teller drawers, plus drawer returns, plus cash-in-transit
      *deliveries, less CIT collections, gives the vault the branch
      *should hold, which is set against the custodian's closing
      *count. A branch whose vault was not opened, not closed, does
      *not agree, or holds more than its insured vault limit
      *(BRN-VAULT-LIMIT) is flagged, and CIT orders past their due
      *date without being completed or cancelled are listed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projVaultProof.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VAULT-FILE ASSIGN TO 'projectVault.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-KEY
                FILE STATUS IS FILE-STATUS.

       SELECT BRANCH-FILE ASSIGN TO 'projectBranchFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
                FILE STATUS IS FILE-STATUS1.

       SELECT CIT-ORDER-FILE ASSIGN TO 'projectCitOrder.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIT-ORDER-NUM
                FILE STATUS IS FILE-STATUS2.

       SELECT VAULT-PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS3.

       DATA DIVISION.
       FILE SECTION.
       FD VAULT-FILE.
       COPY projectVaultBook.

       FD BRANCH-FILE.
       COPY projectBranchBook.

       FD CIT-ORDER-FILE.
       COPY projectCitOrderBook.

       FD VAULT-PRINT-FILE.
       01 VAULT-PRINT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PRINT-FILENAME      PIC X(30).
       01  WS-VAULT-OPEN          PIC X VALUE "N".
       01  WS-VAULT-FOUND         PIC X VALUE "N".

       01  WS-EXPECTED            PIC S9(10)V99.
       01  WS-HELD                PIC S9(10)V99.
       01  WS-FLAGS               PIC X(40).
       01  WS-FLAG-PTR            PIC 9(3).

       01  WS-BRANCH-COUNT        PIC 9(5) VALUE 0.
       01  WS-NOT-OPENED-COUNT    PIC 9(5) VALUE 0.
       01  WS-NOT-CLOSED-COUNT    PIC 9(5) VALUE 0.
       01  WS-OUT-COUNT           PIC 9(5) VALUE 0.
       01  WS-OVER-LIMIT-COUNT    PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT       PIC 9(5) VALUE 0.

       01  WS-SHOW-OPENING        PIC -ZZZZZZZZ9.99.
       01  WS-SHOW-ISSUED         PIC -ZZZZZZZZ9.99.
       01  WS-SHOW-RETURNED       PIC -ZZZZZZZZ9.99.
       01  WS-SHOW-CIT-IN         PIC -ZZZZZZZZ9.99.
       01  WS-SHOW-CIT-OUT        PIC -ZZZZZZZZ9.99.
       01  WS-SHOW-EXPECTED       PIC -ZZZZZZZZ9.99.
       01  WS-SHOW-COUNTED        PIC -ZZZZZZZZ9.99.
       01  WS-SHOW-DIFFERENCE     PIC -ZZZZZZZZ9.99.
       01  WS-SHOW-AMOUNT         PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE
           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "VAULTPRF-" WS-RUN-DATE ".prt"
                  DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT VAULT-PRINT-FILE
           MOVE SPACES TO VAULT-PRINT-LINE
           STRING "BRANCH VAULT PROOF FOR " WS-RUN-DATE
                  DELIMITED BY SIZE INTO VAULT-PRINT-LINE
           WRITE VAULT-PRINT-LINE
           MOVE SPACES TO VAULT-PRINT-LINE
           WRITE VAULT-PRINT-LINE
           MOVE SPACES TO VAULT-PRINT-LINE
           STRING "BRANCH       OPENING  TO DRAWERS FROM DRAWERS "
                  "  CIT IN       CIT OUT      EXPECTED      COUNTED"
                  "    DIFFERENCE FLAGS"
                  DELIMITED BY SIZE INTO VAULT-PRINT-LINE
           WRITE VAULT-PRINT-LINE

           OPEN INPUT BRANCH-FILE
           IF FILE-STATUS1 NOT = "00"
              MOVE "BRANCH MASTER NOT AVAILABLE" TO VAULT-PRINT-LINE
              WRITE VAULT-PRINT-LINE
           ELSE
              OPEN INPUT VAULT-FILE
              IF FILE-STATUS = "00"
                 MOVE "Y" TO WS-VAULT-OPEN
              END-IF
              PERFORM PROVE-BRANCHES
              CLOSE VAULT-FILE
           END-IF
           CLOSE BRANCH-FILE

           PERFORM LIST-OVERDUE-ORDERS
           PERFORM WRITE-SUMMARY
           CLOSE VAULT-PRINT-FILE
           DISPLAY "VAULT PROOF WRITTEN: " WS-PRINT-FILENAME
           DISPLAY "BRANCHES " WS-BRANCH-COUNT "  OUT OF BALANCE "
                   WS-OUT-COUNT "  OVER INSURED LIMIT "
                   WS-OVER-LIMIT-COUNT.
         GOBACK.

       PROVE-BRANCHES.

           MOVE "N" TO END-OF-FILE
           MOVE SPACES TO BRN-CODE
           START BRANCH-FILE KEY IS NOT LESS THAN BRN-CODE
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
             READ BRANCH-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 ADD 1 TO WS-BRANCH-COUNT
                 PERFORM PROVE-ONE-VAULT
             END-READ
           END-PERFORM.
       EXIT.

      *A vault still open is proved on what it should be holding;
      *the insured limit is tested on the count once it is closed.
       PROVE-ONE-VAULT.

           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           MOVE "N" TO WS-VAULT-FOUND
           IF WS-VAULT-OPEN = "Y"
              MOVE BRN-CODE    TO VLT-BRANCH-CODE
              MOVE WS-RUN-DATE TO VLT-DATE
              READ VAULT-FILE
                 KEY IS VLT-KEY
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-VAULT-FOUND
              END-READ
           END-IF
           IF WS-VAULT-FOUND NOT = "Y"
              ADD 1 TO WS-NOT-OPENED-COUNT
              MOVE SPACES TO VAULT-PRINT-LINE
              STRING BRN-CODE "  *** VAULT NOT OPENED FOR THE DAY"
                     DELIMITED BY SIZE INTO VAULT-PRINT-LINE
              WRITE VAULT-PRINT-LINE
           ELSE
              COMPUTE WS-EXPECTED = VLT-OPENING-BALANCE
                      - VLT-ISSUED-TO-DRAWERS
                      + VLT-RETURNED-BY-DRAWERS
                      + VLT-CIT-RECEIVED - VLT-CIT-DISPATCHED
              IF VLT-STATUS-CLOSED
                 MOVE VLT-COUNTED TO WS-HELD
                 IF VLT-DIFFERENCE NOT = 0
                    ADD 1 TO WS-OUT-COUNT
                    STRING "OUT OF BALANCE " DELIMITED BY SIZE
                           INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                 END-IF
              ELSE
                 MOVE WS-EXPECTED TO WS-HELD
                 ADD 1 TO WS-NOT-CLOSED-COUNT
                 STRING "NOT CLOSED " DELIMITED BY SIZE
                        INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              END-IF
              IF BRN-VAULT-LIMIT > 0 AND WS-HELD > BRN-VAULT-LIMIT
                 ADD 1 TO WS-OVER-LIMIT-COUNT
                 STRING "OVER INSURED LIMIT" DELIMITED BY SIZE
                        INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              END-IF
              MOVE VLT-OPENING-BALANCE     TO WS-SHOW-OPENING
              MOVE VLT-ISSUED-TO-DRAWERS   TO WS-SHOW-ISSUED
              MOVE VLT-RETURNED-BY-DRAWERS TO WS-SHOW-RETURNED
              MOVE VLT-CIT-RECEIVED        TO WS-SHOW-CIT-IN
              MOVE VLT-CIT-DISPATCHED      TO WS-SHOW-CIT-OUT
              MOVE WS-EXPECTED             TO WS-SHOW-EXPECTED
              MOVE VLT-COUNTED             TO WS-SHOW-COUNTED
              MOVE VLT-DIFFERENCE          TO WS-SHOW-DIFFERENCE
              MOVE SPACES TO VAULT-PRINT-LINE
              STRING BRN-CODE " " WS-SHOW-OPENING WS-SHOW-ISSUED
                     WS-SHOW-RETURNED WS-SHOW-CIT-IN WS-SHOW-CIT-OUT
                     WS-SHOW-EXPECTED WS-SHOW-COUNTED
                     WS-SHOW-DIFFERENCE " " WS-FLAGS
                     DELIMITED BY SIZE INTO VAULT-PRINT-LINE
              WRITE VAULT-PRINT-LINE
              IF BRN-VAULT-LIMIT > 0 AND WS-HELD > BRN-VAULT-LIMIT
                 MOVE BRN-VAULT-LIMIT TO WS-SHOW-AMOUNT
                 MOVE SPACES TO VAULT-PRINT-LINE
                 STRING "      INSURED LIMIT " WS-SHOW-AMOUNT
                        " - ORDER A CIT COLLECTION"
                        DELIMITED BY SIZE INTO VAULT-PRINT-LINE
                 WRITE VAULT-PRINT-LINE
              END-IF
           END-IF.
       EXIT.

       LIST-OVERDUE-ORDERS.

           MOVE SPACES TO VAULT-PRINT-LINE
           WRITE VAULT-PRINT-LINE
           MOVE "CIT ORDERS PAST DUE AND STILL OPEN"
                TO VAULT-PRINT-LINE
           WRITE VAULT-PRINT-LINE
           OPEN INPUT CIT-ORDER-FILE
           IF FILE-STATUS2 = "00"
              MOVE "N" TO END-OF-FILE
              MOVE 0 TO CIT-ORDER-NUM
              START CIT-ORDER-FILE
                    KEY IS NOT LESS THAN CIT-ORDER-NUM
                INVALID KEY
                  MOVE "Y" TO END-OF-FILE
              END-START
              PERFORM UNTIL END-OF-FILE = "Y"
                READ CIT-ORDER-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF CIT-STATUS-ORDERED AND
                       CIT-DUE-DATE < WS-RUN-DATE
                       ADD 1 TO WS-OVERDUE-COUNT
                       MOVE CIT-AMOUNT TO WS-SHOW-AMOUNT
                       MOVE SPACES TO VAULT-PRINT-LINE
                       STRING CIT-ORDER-NUM " " CIT-BRANCH-CODE " "
                              CIT-DIRECTION " " WS-SHOW-AMOUNT
                              " ORDERED " CIT-ORDER-DATE
                              " DUE " CIT-DUE-DATE
                              " BY " CIT-ORDERED-BY
                              DELIMITED BY SIZE INTO VAULT-PRINT-LINE
                       WRITE VAULT-PRINT-LINE
                    END-IF
                END-READ
              END-PERFORM
           END-IF
           CLOSE CIT-ORDER-FILE.
       EXIT.

       WRITE-SUMMARY.

           MOVE SPACES TO VAULT-PRINT-LINE
           WRITE VAULT-PRINT-LINE
           MOVE "SUMMARY" TO VAULT-PRINT-LINE
           WRITE VAULT-PRINT-LINE
           MOVE SPACES TO VAULT-PRINT-LINE
           STRING "BRANCHES " WS-BRANCH-COUNT
                  "  NOT OPENED " WS-NOT-OPENED-COUNT
                  "  NOT CLOSED " WS-NOT-CLOSED-COUNT
                  DELIMITED BY SIZE INTO VAULT-PRINT-LINE
           WRITE VAULT-PRINT-LINE
           MOVE SPACES TO VAULT-PRINT-LINE
           STRING "OUT OF BALANCE " WS-OUT-COUNT
                  "  OVER INSURED LIMIT " WS-OVER-LIMIT-COUNT
                  "  CIT ORDERS OVERDUE " WS-OVERDUE-COUNT
                  DELIMITED BY SIZE INTO VAULT-PRINT-LINE
           WRITE VAULT-PRINT-LINE.
       EXIT.
