      *Signatory mandate check module
      *Called with a SIGN-CHECK-REQUEST by the programs that key
      *counter items. Reads the account's signatory mandate; an
      *account with no active mandate is reported as such and the
      *caller carries on as before. Otherwise every CIF presented
      *must be a signatory on the mandate, and enough of them must
      *be entitled to sign the amount (a zero limit signs anything)
      *to satisfy the signing rule: any one, any two, or the named
      *signatory together with any other.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projSignatoryCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SIGNATORY-FILE ASSIGN TO 'projectSignatory.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGM-ACCOUNT-NUM
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SIGNATORY-FILE.
       COPY projectSignatoryBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  WS-MANDATE-FOUND       PIC X VALUE "N".
       01  WS-PRES-IDX            PIC 9(1).
       01  WS-SIG-IDX             PIC 9(1).
       01  WS-SIG-MATCH           PIC 9(1).
       01  WS-QUALIFIED-COUNT     PIC 9(1).
       01  WS-NAMED-QUALIFIED     PIC X.
       01  WS-PRESENTED-COUNT     PIC 9(1).
       01  WS-DUPLICATE           PIC X.
       01  WS-DUP-IDX             PIC 9(1).

       LINKAGE SECTION.
       COPY projectSignCheckReqBook.

       PROCEDURE DIVISION USING SIGN-CHECK-REQUEST.

           MOVE "M" TO SGNQ-RESULT
           MOVE SPACE TO SGNQ-RULE
           MOVE SPACES TO SGNQ-REASON
           MOVE "N" TO WS-MANDATE-FOUND

           OPEN INPUT SIGNATORY-FILE
            IF FILE-STATUS = "00"
              MOVE SGNQ-ACCOUNT-NUM TO SGM-ACCOUNT-NUM
              READ SIGNATORY-FILE
                 KEY IS SGM-ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF SGM-STATUS-ACTIVE
                      MOVE "Y" TO WS-MANDATE-FOUND
                   END-IF
              END-READ
            END-IF
           CLOSE SIGNATORY-FILE

           IF WS-MANDATE-FOUND = "Y"
              MOVE SGM-RULE TO SGNQ-RULE
              PERFORM CHECK-PRESENTED-SIGNATORIES
           END-IF.
         GOBACK.

      *Walk the signatures presented. Any CIF not on the mandate, or
      *presented twice, fails the item outright; otherwise count the
      *signers whose limit covers the amount and test the rule.
       CHECK-PRESENTED-SIGNATORIES.

           MOVE "Y" TO SGNQ-RESULT
           MOVE 0 TO WS-QUALIFIED-COUNT
           MOVE 0 TO WS-PRESENTED-COUNT
           MOVE "N" TO WS-NAMED-QUALIFIED

           PERFORM VARYING WS-PRES-IDX FROM 1 BY 1
                   UNTIL WS-PRES-IDX > 3 OR SGNQ-MANDATE-NOT-MET
             IF SGNQ-PRESENTED-CIF(WS-PRES-IDX) > 0
                ADD 1 TO WS-PRESENTED-COUNT
                PERFORM CHECK-ONE-SIGNATORY
             END-IF
           END-PERFORM

           IF SGNQ-MANDATE-MET
              EVALUATE TRUE
                WHEN WS-PRESENTED-COUNT = 0
                  MOVE "N" TO SGNQ-RESULT
                  MOVE "NO SIGNATORIES PRESENTED" TO SGNQ-REASON
                WHEN SGM-RULE-ANY-ONE
                  IF WS-QUALIFIED-COUNT < 1
                     MOVE "N" TO SGNQ-RESULT
                     MOVE "AMOUNT OVER SIGNATORY LIMIT"
                          TO SGNQ-REASON
                  END-IF
                WHEN SGM-RULE-ANY-TWO
                  IF WS-QUALIFIED-COUNT < 2
                     MOVE "N" TO SGNQ-RESULT
                     MOVE "TWO SIGNATORIES REQUIRED FOR AMOUNT"
                          TO SGNQ-REASON
                  END-IF
                WHEN SGM-RULE-NAMED-PLUS-ONE
                  IF WS-NAMED-QUALIFIED NOT = "Y"
                     MOVE "N" TO SGNQ-RESULT
                     MOVE "NAMED SIGNATORY REQUIRED"
                          TO SGNQ-REASON
                  ELSE
                     IF WS-QUALIFIED-COUNT < 2
                        MOVE "N" TO SGNQ-RESULT
                        MOVE "SECOND SIGNATORY REQUIRED"
                             TO SGNQ-REASON
                     END-IF
                  END-IF
                WHEN OTHER
                  MOVE "N" TO SGNQ-RESULT
                  MOVE "MANDATE RULE NOT RECOGNISED" TO SGNQ-REASON
              END-EVALUATE
           END-IF.
       EXIT.

       CHECK-ONE-SIGNATORY.

           MOVE "N" TO WS-DUPLICATE
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX >= WS-PRES-IDX
             IF SGNQ-PRESENTED-CIF(WS-DUP-IDX) =
                SGNQ-PRESENTED-CIF(WS-PRES-IDX)
                MOVE "Y" TO WS-DUPLICATE
             END-IF
           END-PERFORM
           IF WS-DUPLICATE = "Y"
              MOVE "N" TO SGNQ-RESULT
              MOVE "SAME SIGNATORY PRESENTED TWICE" TO SGNQ-REASON
           ELSE
              MOVE 0 TO WS-SIG-MATCH
              PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                      UNTIL WS-SIG-IDX > SGM-SIGNATORY-COUNT
                IF SGM-SIG-CIF-ID(WS-SIG-IDX) =
                   SGNQ-PRESENTED-CIF(WS-PRES-IDX)
                   MOVE WS-SIG-IDX TO WS-SIG-MATCH
                END-IF
              END-PERFORM
              IF WS-SIG-MATCH = 0
                 MOVE "N" TO SGNQ-RESULT
                 MOVE "PRESENTED CIF IS NOT A SIGNATORY"
                      TO SGNQ-REASON
              ELSE
                 IF SGM-SIG-LIMIT(WS-SIG-MATCH) = 0 OR
                    SGM-SIG-LIMIT(WS-SIG-MATCH) >= SGNQ-AMOUNT
                    ADD 1 TO WS-QUALIFIED-COUNT
                    IF SGM-SIG-CIF-ID(WS-SIG-MATCH) = SGM-NAMED-CIF-ID
                       MOVE "Y" TO WS-NAMED-QUALIFIED
                    END-IF
                 END-IF
              END-IF
           END-IF.
       EXIT.
