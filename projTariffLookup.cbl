      *Per-item tariff lookup module
      *Called with a TARIFF-REQUEST and an ITEM-TARIFF-RECORD by
      *posting as each fee-eligible item posts, to find what the
      *item costs and how many a month the account gets free. The
      *tariff file is read once into a table on the first call of
      *the run. On first use (no file on disk) it is created with
      *the standard charges for ATM withdrawals, transfers, cheques
      *paid and stop-payment instructions.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projTariffLookup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TARIFF-FILE ASSIGN TO 'projectTariffFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITAR-KEY
                FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TARIFF-FILE.
       COPY projectTariffBook.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-LOADED              PIC X VALUE "N".
       01  WS-TAR-COUNT           PIC 9(3) VALUE 0.
       01  WS-TAR-IDX             PIC 9(3).
       01  WS-TAR-TABLE.
        05 WS-TAR-ENTRY OCCURS 200 TIMES.
         10 WS-TAR-KEY            PIC X(20).
         10 WS-TAR-REST           PIC X(39).
       01  WS-TRY-KEY.
        05 WS-TRY-TRANS-TYPE      PIC X(3).
        05 WS-TRY-CHANNEL         PIC X(10).
        05 WS-TRY-PRODUCT         PIC X(7).

       LINKAGE SECTION.
       COPY projectTariffReqBook.
      *The caller's ITEM-TARIFF-RECORD, filled when a tariff applies.
       01 TARIFF-CALLER-RECORD    PIC X(59).

       PROCEDURE DIVISION USING TARIFF-REQUEST
                                TARIFF-CALLER-RECORD.

           IF WS-LOADED = "N"
              PERFORM LOAD-TARIFF-TABLE
              MOVE "Y" TO WS-LOADED
           END-IF

           MOVE "N" TO TARQ-RESULT
           MOVE TARQ-TRANS-TYPE TO WS-TRY-TRANS-TYPE
           MOVE TARQ-CHANNEL    TO WS-TRY-CHANNEL
           MOVE TARQ-PRODUCT    TO WS-TRY-PRODUCT
           PERFORM FIND-TARIFF-FOR-KEY
           IF TARQ-NOT-FOUND
              MOVE "*"          TO WS-TRY-PRODUCT
              PERFORM FIND-TARIFF-FOR-KEY
           END-IF
           IF TARQ-NOT-FOUND
              MOVE "ANY"        TO WS-TRY-CHANNEL
              MOVE TARQ-PRODUCT TO WS-TRY-PRODUCT
              PERFORM FIND-TARIFF-FOR-KEY
           END-IF
           IF TARQ-NOT-FOUND
              MOVE "*"          TO WS-TRY-PRODUCT
              PERFORM FIND-TARIFF-FOR-KEY
           END-IF.
         GOBACK.

       FIND-TARIFF-FOR-KEY.

           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-TAR-COUNT
                      OR TARQ-FOUND
             IF WS-TAR-KEY(WS-TAR-IDX) = WS-TRY-KEY
                MOVE "Y" TO TARQ-RESULT
                MOVE WS-TAR-ENTRY(WS-TAR-IDX) TO TARIFF-CALLER-RECORD
             END-IF
           END-PERFORM.
       EXIT.

       LOAD-TARIFF-TABLE.

           MOVE 0 TO WS-TAR-COUNT
           OPEN INPUT TARIFF-FILE
            IF FILE-STATUS = "35"
              PERFORM WRITE-DEFAULT-TARIFFS
              OPEN INPUT TARIFF-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "TARIFF-FILE not available. FILE STATUS: "
                      FILE-STATUS
            ELSE
              MOVE "N" TO END-OF-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ TARIFF-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF WS-TAR-COUNT < 200
                       ADD 1 TO WS-TAR-COUNT
                       MOVE ITEM-TARIFF-RECORD
                            TO WS-TAR-ENTRY(WS-TAR-COUNT)
                    END-IF
                END-READ
              END-PERFORM
            END-IF
           CLOSE TARIFF-FILE.
       EXIT.

      *The items that used to go free: ATM withdrawals after four
      *a month, transfers after five, every cheque paid and every
      *stop-payment instruction - all products alike until
      *marketing prices them apart.
       WRITE-DEFAULT-TARIFFS.

           DISPLAY "TARIFF-FILE not found. Writing standard tariff."
           OPEN OUTPUT TARIFF-FILE
            MOVE "WIT"                    TO ITAR-TRANS-TYPE
            MOVE "ATM"                    TO ITAR-CHANNEL
            MOVE 5.00                     TO ITAR-CHARGE
            MOVE 4                        TO ITAR-FREE-ITEMS
            MOVE "ATM WITHDRAWAL FEE"     TO ITAR-DESCRIPTION
            PERFORM WRITE-ONE-DEFAULT
            MOVE "TRF"                    TO ITAR-TRANS-TYPE
            MOVE "ANY"                    TO ITAR-CHANNEL
            MOVE 2.50                     TO ITAR-CHARGE
            MOVE 5                        TO ITAR-FREE-ITEMS
            MOVE "TRANSFER FEE"           TO ITAR-DESCRIPTION
            PERFORM WRITE-ONE-DEFAULT
            MOVE "CHQ"                    TO ITAR-TRANS-TYPE
            MOVE "ANY"                    TO ITAR-CHANNEL
            MOVE 7.50                     TO ITAR-CHARGE
            MOVE 0                        TO ITAR-FREE-ITEMS
            MOVE "CHEQUE PAID FEE"        TO ITAR-DESCRIPTION
            PERFORM WRITE-ONE-DEFAULT
            MOVE "STP"                    TO ITAR-TRANS-TYPE
            MOVE "ANY"                    TO ITAR-CHANNEL
            MOVE 25.00                    TO ITAR-CHARGE
            MOVE 0                        TO ITAR-FREE-ITEMS
            MOVE "STOP PAYMENT FEE"       TO ITAR-DESCRIPTION
            PERFORM WRITE-ONE-DEFAULT
            MOVE "XPT"                    TO ITAR-TRANS-TYPE
            MOVE "ANY"                    TO ITAR-CHANNEL
            MOVE 10.00                    TO ITAR-CHARGE
            MOVE 0                        TO ITAR-FREE-ITEMS
            MOVE "OTHER BANK PAYMENT FEE" TO ITAR-DESCRIPTION
            PERFORM WRITE-ONE-DEFAULT
           CLOSE TARIFF-FILE.
       EXIT.

       WRITE-ONE-DEFAULT.

           MOVE "*" TO ITAR-PRODUCT
           WRITE ITEM-TARIFF-RECORD.
       EXIT.
