      *The regulator wants every customer told, once a year, what
      *fees they paid. For a chosen year this gathers the fee
      *charges per account - from live HISTORY-FILE by the fee
      *memos and the per-item transaction charges (ICH), and from
      *the statement archive's STMT-FEE-TOTAL for
      *months that have aged out of retention - breaks the live
      *portion down by fee description, shows the schedule amount
      *currently in force for the account's type for comparison,
         10 WS-FEE-KEEPING        PIC S9(10)V99.
         10 WS-FEE-PENALTY        PIC S9(10)V99.
         10 WS-FEE-ARCHIVED       PIC S9(10)V99.
         10 WS-FEE-ITEM           PIC S9(10)V99.

       01  WS-SCHED-AMOUNT        PIC 9(4)V99.
      *The account's product names the fee schedule key it is
      *charged under.
       COPY projectProductReqBook.
       COPY projectProductBook.
       01  WS-ACCT-TOTAL          PIC S9(10)V99.

       PROCEDURE DIVISION.
                      MOVE 2 TO WS-FEE-WORK-KIND
                      PERFORM ACCUMULATE-FEE
                   END-IF
                   IF WS-HIS-TRANS-TYPE = "ICH"
                      MOVE WS-HIS-ACCOUNT-NUM TO WS-FEE-WORK-ACCT
                      COMPUTE WS-FEE-WORK-AMT =
                              0 - WS-HIS-TRANS-AMOUNT
                      MOVE 4 TO WS-FEE-WORK-KIND
                      PERFORM ACCUMULATE-FEE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
                 MOVE 0 TO WS-FEE-KEEPING(WS-FEE-IDX)
                 MOVE 0 TO WS-FEE-PENALTY(WS-FEE-IDX)
                 MOVE 0 TO WS-FEE-ARCHIVED(WS-FEE-IDX)
                 MOVE 0 TO WS-FEE-ITEM(WS-FEE-IDX)
              ELSE
                 MOVE 1001 TO WS-FEE-IDX
              END-IF
               WHEN 2
                 ADD WS-FEE-WORK-AMT
                     TO WS-FEE-PENALTY(WS-FEE-IDX)
               WHEN 4
                 ADD WS-FEE-WORK-AMT
                     TO WS-FEE-ITEM(WS-FEE-IDX)
               WHEN OTHER
                 ADD WS-FEE-WORK-AMT
                     TO WS-FEE-ARCHIVED(WS-FEE-IDX)
           COMPUTE WS-ACCT-TOTAL =
                   WS-FEE-KEEPING(WS-FEE-IDX) +
                   WS-FEE-PENALTY(WS-FEE-IDX) +
                   WS-FEE-ARCHIVED(WS-FEE-IDX) +
                   WS-FEE-ITEM(WS-FEE-IDX)

           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM WRITE-DISC-LINE
                     DELIMITED BY SIZE INTO RPT-DETAIL-LINE
              PERFORM WRITE-DISC-LINE
           END-IF
           IF WS-FEE-ITEM(WS-FEE-IDX) NOT = 0
              MOVE SPACES TO RPT-DETAIL-LINE
              STRING "  Transaction charges      : "
                     WS-FEE-ITEM(WS-FEE-IDX)
                     DELIMITED BY SIZE INTO RPT-DETAIL-LINE
              PERFORM WRITE-DISC-LINE
           END-IF
           IF WS-FEE-ARCHIVED(WS-FEE-IDX) NOT = 0
              MOVE SPACES TO RPT-DETAIL-LINE
              STRING "  Fees in archived months  : "
       FIND-SCHEDULE-AMOUNT.

           MOVE 0 TO WS-SCHED-AMOUNT
           MOVE CUS-ACCOUNT-TYPE TO PRDQ-CODE
           CALL 'projProductLookup' USING PRODUCT-REQUEST
                                          PRODUCT-RECORD
           IF NOT PRDQ-FOUND
              MOVE CUS-ACCOUNT-TYPE TO PROD-FEE-KEY
           END-IF
           MOVE "N" TO END-OF-FILE
           OPEN INPUT FEE-SCHEDULE-FILE
            IF FILE-STATUS3 = "00"
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF FEESCH-ACCOUNT-TYPE = PROD-FEE-KEY
                       MOVE FEESCH-AMOUNT TO WS-SCHED-AMOUNT
                    END-IF
                END-READ
