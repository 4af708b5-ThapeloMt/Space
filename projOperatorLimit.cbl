      *Operator keying limit check module
      *Called with an OPER-LIMIT-REQUEST by projTransactionEntry,
      *projTellerDrawer and projSuspenseRepair before they write a
      *money item to TRANSACTION-FILE. The operator's own limit for
      *the transaction type applies, else their default limit; a
      *supervisor or the administrator is never held to a limit. An
      *operator who cannot be found on the master is treated as
      *having no limit at all, so the item goes for approval.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projOperatorLimit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERATOR-FILE ASSIGN TO 'projectOperatorFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
       COPY projectOperatorBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  WS-LIMIT-IDX           PIC 9(2).
       01  WS-TYPE-FOUND          PIC X VALUE "N".
       01  WS-ABS-AMOUNT          PIC 9(10)V99.
       01  WS-UNLIMITED           PIC X VALUE "N".

       LINKAGE SECTION.
       COPY projectOperLimitReqBook.

       PROCEDURE DIVISION USING OPER-LIMIT-REQUEST.

           MOVE "N" TO OLMQ-RESULT
           MOVE 0 TO OLMQ-LIMIT
           MOVE "N" TO WS-UNLIMITED
           IF OLMQ-AMOUNT < 0
              COMPUTE WS-ABS-AMOUNT = 0 - OLMQ-AMOUNT
           ELSE
              MOVE OLMQ-AMOUNT TO WS-ABS-AMOUNT
           END-IF

           OPEN INPUT OPERATOR-FILE
            IF FILE-STATUS = "00"
              MOVE OLMQ-OPERATOR-ID TO OPER-ID
              READ OPERATOR-FILE
                 KEY IS OPER-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM FIND-OPERATOR-LIMIT
              END-READ
            END-IF
           CLOSE OPERATOR-FILE

           IF WS-UNLIMITED = "Y" OR
              WS-ABS-AMOUNT NOT > OLMQ-LIMIT
              MOVE "Y" TO OLMQ-RESULT
           END-IF.
         GOBACK.

       FIND-OPERATOR-LIMIT.

           IF OPER-ROLE-SUPERVISOR OR OPER-ROLE-ADMIN
              MOVE "Y" TO WS-UNLIMITED
           ELSE
              MOVE "N" TO WS-TYPE-FOUND
              PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                      UNTIL WS-LIMIT-IDX > 10 OR WS-TYPE-FOUND = "Y"
                IF OPER-LIMIT-TRAN-TYPE(WS-LIMIT-IDX) = OLMQ-TRAN-TYPE
                   MOVE "Y" TO WS-TYPE-FOUND
                   MOVE OPER-LIMIT-AMOUNT(WS-LIMIT-IDX) TO OLMQ-LIMIT
                END-IF
              END-PERFORM
              IF WS-TYPE-FOUND = "N" AND OPER-DEFAULT-LIMIT IS NUMERIC
                 MOVE OPER-DEFAULT-LIMIT TO OLMQ-LIMIT
              END-IF
           END-IF.
       EXIT.
