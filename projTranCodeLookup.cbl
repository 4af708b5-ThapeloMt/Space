      *Transaction code master lookup module
      *Called with a TRANCODE-REQUEST and a TRANCODE-RECORD wherever
      *the meaning of a TRANS-TYPE is needed: posting and its
      *simulation (is the code known, may this channel send it, which
      *way must the amount move), the GL interface and EOD proof
      *(which codes are journalled), the statements (narrative) and
      *the dormancy runs (does it count as activity). The master is
      *read once into a table on the first call of the run. On first
      *use (no file on disk) it is created holding every code the
      *system already posts, with the behaviour each has always had.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projTranCodeLookup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANCODE-FILE ASSIGN TO 'projectTranCodeFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCD-CODE
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANCODE-FILE.
       COPY projectTranCodeBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-LOADED              PIC X VALUE "N".
       01  WS-TCD-COUNT           PIC 9(2) VALUE 0.
       01  WS-TCD-IDX             PIC 9(2).
       01  WS-TCD-CHAN-IDX        PIC 9(1).
       01  WS-TCD-TABLE.
        05 WS-TCD-ENTRY OCCURS 50 TIMES.
         10 WS-TCD-KEY            PIC X(3).
         10 WS-TCD-DIRECTION      PIC X(1).
         10 WS-TCD-CHANNEL        PIC X(10) OCCURS 6 TIMES.
         10 WS-TCD-REST           PIC X(33).
       01  WS-SEED-FLAGS.
        05 WS-SEED-DIRECTION      PIC X(1).
        05 WS-SEED-FEE            PIC X(1).
        05 WS-SEED-ACTIVITY       PIC X(1).
        05 WS-SEED-GL             PIC X(1).
       01  WS-SEED-CHANNELS       PIC X(60).

       LINKAGE SECTION.
       COPY projectTranCodeReqBook.
      *The caller's TRANCODE-RECORD, filled when the code is found.
       01 TRANCODE-CALLER-RECORD  PIC X(97).

       PROCEDURE DIVISION USING TRANCODE-REQUEST
                                TRANCODE-CALLER-RECORD.

           IF WS-LOADED = "N"
              PERFORM LOAD-TRANCODE-TABLE
              MOVE "Y" TO WS-LOADED
           END-IF

           MOVE "N" TO TCDQ-RESULT
           PERFORM VARYING WS-TCD-IDX FROM 1 BY 1
                   UNTIL WS-TCD-IDX > WS-TCD-COUNT
                      OR NOT TCDQ-NOT-FOUND
             IF WS-TCD-KEY(WS-TCD-IDX) = TCDQ-CODE
                MOVE "Y" TO TCDQ-RESULT
                MOVE WS-TCD-ENTRY(WS-TCD-IDX)
                     TO TRANCODE-CALLER-RECORD
                IF TCDQ-MODE-POSTING
                   PERFORM CHECK-CHANNEL-ALLOWED
                END-IF
             END-IF
           END-PERFORM.
         GOBACK.

      *ANY in the first slot admits every channel; otherwise the
      *item's channel must be one of those listed.
       CHECK-CHANNEL-ALLOWED.

           IF WS-TCD-CHANNEL(WS-TCD-IDX, 1) NOT = "ANY"
              MOVE "C" TO TCDQ-RESULT
              PERFORM VARYING WS-TCD-CHAN-IDX FROM 1 BY 1
                      UNTIL WS-TCD-CHAN-IDX > 6
                IF WS-TCD-CHANNEL(WS-TCD-IDX, WS-TCD-CHAN-IDX) =
                   TCDQ-CHANNEL AND TCDQ-CHANNEL NOT = SPACES
                   MOVE "Y" TO TCDQ-RESULT
                END-IF
              END-PERFORM
           END-IF.
       EXIT.

       LOAD-TRANCODE-TABLE.

           MOVE 0 TO WS-TCD-COUNT
           OPEN INPUT TRANCODE-FILE
            IF FILE-STATUS = "35"
              PERFORM WRITE-DEFAULT-TRANCODES
              OPEN INPUT TRANCODE-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "TRANCODE-FILE not available. FILE STATUS: "
                      FILE-STATUS
            ELSE
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ TRANCODE-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF WS-TCD-COUNT < 50
                       ADD 1 TO WS-TCD-COUNT
                       MOVE TRANCODE-RECORD
                            TO WS-TCD-ENTRY(WS-TCD-COUNT)
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE TRANCODE-FILE.
       EXIT.

      *Every code already in use, as the programs used to hard-code
      *it: customer items from any channel, account maintenance from
      *the branch and back office, system postings only from the
      *batch (plus the branch where a maintenance program raises
      *them). The GL flag reproduces the old journalled-type list.
      *Flags are direction, fee-eligible, dormancy activity, GL.
       WRITE-DEFAULT-TRANCODES.

           DISPLAY "TRANCODE-FILE not found. Writing standard codes."
           OPEN OUTPUT TRANCODE-FILE
            MOVE "DEP"  TO TCD-CODE
            MOVE "CYYY" TO WS-SEED-FLAGS
            MOVE "ANY" TO WS-SEED-CHANNELS
            MOVE "DEPOSIT" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "WIT"  TO TCD-CODE
            MOVE "DYYY" TO WS-SEED-FLAGS
            MOVE "ANY" TO WS-SEED-CHANNELS
            MOVE "WITHDRAWAL" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "TRF"  TO TCD-CODE
            MOVE "EYYN" TO WS-SEED-FLAGS
            MOVE "ANY" TO WS-SEED-CHANNELS
            MOVE "TRANSFER" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "REV"  TO TCD-CODE
            MOVE "ENNY" TO WS-SEED-FLAGS
            MOVE "ANY" TO WS-SEED-CHANNELS
            MOVE "REVERSAL" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "CHQ"  TO TCD-CODE
            MOVE "DYYY" TO WS-SEED-FLAGS
            MOVE "ANY" TO WS-SEED-CHANNELS
            MOVE "CHEQUE PAID" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "CDP"  TO TCD-CODE
            MOVE "CYYY" TO WS-SEED-FLAGS
            MOVE "ANY" TO WS-SEED-CHANNELS
            MOVE "CHEQUE DEPOSIT" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "OPN"  TO TCD-CODE
            MOVE "CNYN" TO WS-SEED-FLAGS
            MOVE "BRANCH ONLINE SYSTEM" TO WS-SEED-CHANNELS
            MOVE "ACCOUNT OPENED" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "CLS"  TO TCD-CODE
            MOVE "NNYN" TO WS-SEED-FLAGS
            MOVE "BRANCH ONLINE SYSTEM" TO WS-SEED-CHANNELS
            MOVE "ACCOUNT CLOSED" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "FRZ"  TO TCD-CODE
            MOVE "NNNN" TO WS-SEED-FLAGS
            MOVE "BRANCH SYSTEM" TO WS-SEED-CHANNELS
            MOVE "ACCOUNT FROZEN" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "NAM"  TO TCD-CODE
            MOVE "NNYN" TO WS-SEED-FLAGS
            MOVE "BRANCH ONLINE SYSTEM" TO WS-SEED-CHANNELS
            MOVE "NAME CHANGED" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "CNV"  TO TCD-CODE
            MOVE "NNNN" TO WS-SEED-FLAGS
            MOVE "BRANCH" TO WS-SEED-CHANNELS
            MOVE "PRODUCT CONVERTED" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "INT"  TO TCD-CODE
            MOVE "ENNY" TO WS-SEED-FLAGS
            MOVE "SYSTEM" TO WS-SEED-CHANNELS
            MOVE "INTEREST" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "FEE"  TO TCD-CODE
            MOVE "DNNY" TO WS-SEED-FLAGS
            MOVE "SYSTEM BRANCH" TO WS-SEED-CHANNELS
            MOVE "SERVICE FEE" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "WHT"  TO TCD-CODE
            MOVE "DNNY" TO WS-SEED-FLAGS
            MOVE "SYSTEM" TO WS-SEED-CHANNELS
            MOVE "WITHHOLDING TAX" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "LNP"  TO TCD-CODE
            MOVE "ENNY" TO WS-SEED-FLAGS
            MOVE "SYSTEM BRANCH" TO WS-SEED-CHANNELS
            MOVE "LOAN INSTALMENT" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "ADJ"  TO TCD-CODE
            MOVE "ENNY" TO WS-SEED-FLAGS
            MOVE "BRANCH SYSTEM" TO WS-SEED-CHANNELS
            MOVE "ADJUSTMENT" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "FXR"  TO TCD-CODE
            MOVE "ENNY" TO WS-SEED-FLAGS
            MOVE "SYSTEM" TO WS-SEED-CHANNELS
            MOVE "CURRENCY REVALUATION" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "ESC"  TO TCD-CODE
            MOVE "DNNY" TO WS-SEED-FLAGS
            MOVE "SYSTEM" TO WS-SEED-CHANNELS
            MOVE "UNCLAIMED FUNDS TRANSFERRED" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "CHO"  TO TCD-CODE
            MOVE "ENNY" TO WS-SEED-FLAGS
            MOVE "SYSTEM" TO WS-SEED-CHANNELS
            MOVE "BALANCE WRITTEN OFF" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "ICH"  TO TCD-CODE
            MOVE "DNNY" TO WS-SEED-FLAGS
            MOVE "SYSTEM" TO WS-SEED-CHANNELS
            MOVE "TRANSACTION CHARGE" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "STP"  TO TCD-CODE
            MOVE "NYYN" TO WS-SEED-FLAGS
            MOVE "BRANCH" TO WS-SEED-CHANNELS
            MOVE "STOP PAYMENT INSTRUCTION" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "XPT"  TO TCD-CODE
            MOVE "DYYN" TO WS-SEED-FLAGS
            MOVE "ANY" TO WS-SEED-CHANNELS
            MOVE "PAYMENT TO OTHER BANK" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "PNI"  TO TCD-CODE
            MOVE "DNNY" TO WS-SEED-FLAGS
            MOVE "SYSTEM" TO WS-SEED-CHANNELS
            MOVE "PENALTY INTEREST" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "ESF"  TO TCD-CODE
            MOVE "DNNY" TO WS-SEED-FLAGS
            MOVE "SYSTEM" TO WS-SEED-CHANNELS
            MOVE "EARLY SETTLEMENT FEE" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
            MOVE "BNI"  TO TCD-CODE
            MOVE "CNNY" TO WS-SEED-FLAGS
            MOVE "SYSTEM" TO WS-SEED-CHANNELS
            MOVE "BONUS INTEREST" TO TCD-NARRATIVE
            PERFORM WRITE-ONE-DEFAULT
           CLOSE TRANCODE-FILE.
       EXIT.

       WRITE-ONE-DEFAULT.

           MOVE WS-SEED-DIRECTION TO TCD-DIRECTION
           MOVE WS-SEED-FEE       TO TCD-FEE-ELIGIBLE
           MOVE WS-SEED-ACTIVITY  TO TCD-DORMANCY-ACTIVITY
           MOVE WS-SEED-GL        TO TCD-GL-JOURNAL
           MOVE SPACES            TO TCD-CHANNELS
           UNSTRING WS-SEED-CHANNELS DELIMITED BY ALL SPACE
               INTO TCD-CHANNEL(1) TCD-CHANNEL(2) TCD-CHANNEL(3)
                    TCD-CHANNEL(4) TCD-CHANNEL(5) TCD-CHANNEL(6)
           END-UNSTRING
           WRITE TRANCODE-RECORD.
       EXIT.
