      *Shared operational loss-event register writer
      *Called with a LOSS-EVENT-REQUEST by every process that books
      *an operational loss - the teller drawer close, the ATM
      *settlement reconciliation, dispute closure, the loan
      *charge-off batch and the manual capture screen. Allocates
      *the event number from KEYS-ID 16 and writes the event to
      *the loss register. An origin already on the register (the
      *same process and reference) is not written again, so a
      *reconciliation rerun over the same settlement file does not
      *double the loss. A blank branch is filled from the account.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projLossEventWriter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOSS-EVENT-FILE ASSIGN TO 'projectLossEvent.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEV-EVENT-ID
               ALTERNATE RECORD KEY IS LEV-ORIGIN-KEY
                   WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS1.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS2.

       DATA DIVISION.
       FILE SECTION.
       FD LOSS-EVENT-FILE.
       COPY projectLossEventBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-NEXT-EVENT-ID       PIC 9(8) VALUE 1.

       LINKAGE SECTION.
       COPY projectLossEventReqBook.

       PROCEDURE DIVISION USING LOSS-EVENT-REQUEST.

           MOVE "E" TO LEVQ-RESULT
           MOVE 0 TO LEVQ-EVENT-ID

           OPEN I-O LOSS-EVENT-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT LOSS-EVENT-FILE
              CLOSE LOSS-EVENT-FILE
              OPEN I-O LOSS-EVENT-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Loss event register not available. "
                      "FILE STATUS: " FILE-STATUS
              GOBACK
            END-IF

      *Manual captures carry no system origin to match on.
           IF LEVQ-SOURCE NOT = "MANUAL"
              MOVE LEVQ-SOURCE     TO LEV-SOURCE
              MOVE LEVQ-ORIGIN-REF TO LEV-ORIGIN-REF
              READ LOSS-EVENT-FILE
                 KEY IS LEV-ORIGIN-KEY
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "D" TO LEVQ-RESULT
                   MOVE LEV-EVENT-ID TO LEVQ-EVENT-ID
              END-READ
           END-IF

           IF NOT LEVQ-DUPLICATE
              IF LEVQ-BRANCH-CODE = SPACES AND LEVQ-ACCOUNT-NUM > 0
                 PERFORM FIND-ACCOUNT-BRANCH
              END-IF
              PERFORM ALLOCATE-EVENT-ID
              MOVE WS-NEXT-EVENT-ID  TO LEV-EVENT-ID
              MOVE LEVQ-SOURCE       TO LEV-SOURCE
              MOVE LEVQ-ORIGIN-REF   TO LEV-ORIGIN-REF
              MOVE LEVQ-CATEGORY     TO LEV-CATEGORY
              MOVE LEVQ-BRANCH-CODE  TO LEV-BRANCH-CODE
              MOVE LEVQ-ACCOUNT-NUM  TO LEV-ACCOUNT-NUM
              MOVE LEVQ-EVENT-DATE   TO LEV-EVENT-DATE
              MOVE LEVQ-AMOUNT       TO LEV-GROSS-LOSS
              MOVE LEVQ-RECOVERY     TO LEV-RECOVERY
              MOVE 0                 TO LEV-RECOVERY-DATE
              IF LEVQ-RECOVERY > 0
                 MOVE LEVQ-EVENT-DATE TO LEV-RECOVERY-DATE
              END-IF
              MOVE LEVQ-DESCRIPTION  TO LEV-DESCRIPTION
              MOVE LEVQ-OPERATOR-ID  TO LEV-CAPTURED-BY
              WRITE LOSS-EVENT-RECORD
               INVALID KEY
                 DISPLAY "Loss event id collision, event not "
                         "written: " WS-NEXT-EVENT-ID
               NOT INVALID KEY
                 MOVE "W" TO LEVQ-RESULT
                 MOVE WS-NEXT-EVENT-ID TO LEVQ-EVENT-ID
              END-WRITE
           END-IF
           CLOSE LOSS-EVENT-FILE.

           GOBACK.

       FIND-ACCOUNT-BRANCH.

           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS2 = "00"
              MOVE LEVQ-ACCOUNT-NUM TO ACCOUNT-NUM
              READ CUSTOMER-FILE
                 KEY IS ACCOUNT-NUM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE BRANCH-CODE TO LEVQ-BRANCH-CODE
              END-READ
            END-IF
           CLOSE CUSTOMER-FILE.
       EXIT.

      *Event numbers come off KEYS-ID 16.
       ALLOCATE-EVENT-ID.

           MOVE 1 TO WS-NEXT-EVENT-ID
           OPEN I-O KEYS
            IF FILE-STATUS1 = "00"
               MOVE 16 TO KEYS-ID
               READ KEYS INTO WS-KEYS-RECORD
                  KEY IS KEYS-ID
                  INVALID KEY
                    MOVE 16 TO KEYS-ID
                    MOVE 2 TO KEYS-VALUE
                    WRITE KEYS-RECORD
                  NOT INVALID KEY
                    MOVE WS-KEYS-VALUE TO WS-NEXT-EVENT-ID
                    ADD 1 TO WS-KEYS-VALUE
                    MOVE WS-KEYS-VALUE TO KEYS-VALUE
                    REWRITE KEYS-RECORD
               END-READ
            ELSE IF FILE-STATUS1 = "35"
              CLOSE KEYS
              OPEN OUTPUT KEYS
                MOVE 16 TO KEYS-ID
                MOVE 2 TO KEYS-VALUE
                WRITE KEYS-RECORD
             ELSE
              DISPLAY "Error opening KEYS file. FILE STATUS: "
                      FILE-STATUS1
            END-IF
            END-IF
           CLOSE KEYS.
       EXIT.
