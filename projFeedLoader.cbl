      *Inbound transaction feed loader
      *Reads a branch/partner CSV feed (TRANSFEED.csv) of the form
      *  D,YYYYMMDD,account,type,amount,channel,memo,branch
      *     [,creditor-id,creditor-reference[,HHMMSS]]
      *with a trailer
      *  T,count,amount-total
      *covering every detail row. Each row is validated against the
      *from KEYS-ID 2, bad rows go to the reject file, and the whole
      *batch is refused when the trailer's control totals do not
      *agree with what was read.
      *A third-party collection (a WIT sent in for an employer,
      *insurer or utility) names its originator's creditor id and
      *the customer's reference with it; they ride on the loaded
      *item for posting to match against the mandate register.
      *A row may say the time the channel took the item; without it
      *the item is taken as captured when it loads. Either way an
      *item captured after its channel's cut-off is given the next
      *business day's value (projChannelCutoff).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projFeedLoader.
       01  WS-FLD-CHANNEL         PIC X(10).
       01  WS-FLD-MEMO            PIC X(30).
       01  WS-FLD-BRANCH          PIC X(5).
       01  WS-FLD-CREDITOR-ID     PIC X(12).
       01  WS-FLD-CREDITOR-REF    PIC X(18).
       01  WS-FLD-CAPTURE-TIME    PIC X(6).

       01  WS-ROW-DATE            PIC 9(8).
       01  WS-ROW-DATE-SPLIT REDEFINES WS-ROW-DATE.
         10 WS-TAB-CHANNEL        PIC X(10).
         10 WS-TAB-MEMO           PIC X(30).
         10 WS-TAB-BRANCH         PIC X(5).
         10 WS-TAB-CREDITOR-ID    PIC X(12).
         10 WS-TAB-CREDITOR-REF   PIC X(18).
         10 WS-TAB-CAPTURE-TIME   PIC 9(6).
         10 WS-TAB-VALID          PIC X.
         10 WS-TAB-REASON         PIC X(40).
         10 WS-TAB-RAW            PIC X(160).
       01  WS-GOOD-COUNT          PIC 9(4) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(4) VALUE 0.
       01  WS-LOADED-TOTAL        PIC S9(10)V99 VALUE 0.
       01  WS-ROLLED-COUNT        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "FEED BATCH " WS-FEED-BATCH-ID " LOADED."
           DISPLAY "ROWS LOADED   : " WS-GOOD-COUNT
           DISPLAY "ROWS REJECTED : " WS-REJECT-COUNT
           DISPLAY "PAST CUT-OFF  : " WS-ROLLED-COUNT
           MOVE "TRANSFEED.csv" TO AUDIT-FILE-NAME
           MOVE "00"            TO AUDIT-FILE-STATUS
           MOVE "FEED BATCH LOADED" TO AUDIT-MESSAGE
           MOVE SPACES TO WS-FLD-MARKER WS-FLD-DATE WS-FLD-ACCOUNT
                          WS-FLD-TYPE WS-FLD-AMOUNT WS-FLD-CHANNEL
                          WS-FLD-MEMO WS-FLD-BRANCH
                          WS-FLD-CREDITOR-ID WS-FLD-CREDITOR-REF
                          WS-FLD-CAPTURE-TIME
           UNSTRING FEED-LINE DELIMITED BY ","
              INTO WS-FLD-MARKER WS-FLD-DATE WS-FLD-ACCOUNT
                   WS-FLD-TYPE WS-FLD-AMOUNT WS-FLD-CHANNEL
                   WS-FLD-MEMO WS-FLD-BRANCH
                   WS-FLD-CREDITOR-ID WS-FLD-CREDITOR-REF
                   WS-FLD-CAPTURE-TIME
           END-UNSTRING

           EVALUATE WS-FLD-MARKER
           MOVE WS-FLD-CHANNEL  TO WS-TAB-CHANNEL(WS-ROW-COUNT)
           MOVE WS-FLD-MEMO     TO WS-TAB-MEMO(WS-ROW-COUNT)
           MOVE WS-FLD-BRANCH   TO WS-TAB-BRANCH(WS-ROW-COUNT)
           MOVE WS-FLD-CREDITOR-ID
                                TO WS-TAB-CREDITOR-ID(WS-ROW-COUNT)
           MOVE WS-FLD-CREDITOR-REF
                                TO WS-TAB-CREDITOR-REF(WS-ROW-COUNT)
           IF WS-FLD-CAPTURE-TIME IS NUMERIC
              MOVE WS-FLD-CAPTURE-TIME
                                TO WS-TAB-CAPTURE-TIME(WS-ROW-COUNT)
           ELSE
              MOVE 0            TO WS-TAB-CAPTURE-TIME(WS-ROW-COUNT)
           END-IF
           MOVE WS-ROW-VALID    TO WS-TAB-VALID(WS-ROW-COUNT)
           MOVE WS-ROW-REASON   TO WS-TAB-REASON(WS-ROW-COUNT)
           MOVE FEED-LINE       TO WS-TAB-RAW(WS-ROW-COUNT).
           MOVE 0                          TO HASH-TOTALS
           MOVE 0                          TO TRANS-REF-ID
           MOVE SPACES                     TO TRANS-NEW-NAME
           MOVE WS-TAB-CREDITOR-ID(WS-ROW-IDX)
                                           TO TRANS-DD-CREDITOR-ID
           MOVE WS-TAB-CREDITOR-REF(WS-ROW-IDX)
                                           TO TRANS-DD-CREDITOR-REF
           MOVE WS-FEED-BATCH-ID           TO TRANS-BATCH-ID
           MOVE WS-TAB-MEMO(WS-ROW-IDX)    TO TRANS-MEMO
           MOVE WS-TAB-CHANNEL(WS-ROW-IDX) TO TRANS-CHANNEL
           MOVE SPACES                     TO TRANS-CURRENCY-CODE
           MOVE 0                          TO TRANS-CHEQUE-NUM
           MOVE TRANSACTION-DATE           TO TRANS-VALUE-DATE
           IF WS-TAB-CAPTURE-TIME(WS-ROW-IDX) > 0
              MOVE TRANSACTION-DATE        TO TRANS-CAPTURE-DATE
              COMPUTE TRANS-CAPTURE-TIME =
                      WS-TAB-CAPTURE-TIME(WS-ROW-IDX) * 100
           ELSE
              ACCEPT TRANS-CAPTURE-DATE FROM DATE YYYYMMDD
              ACCEPT TRANS-CAPTURE-TIME FROM TIME
           END-IF
           CALL 'projChannelCutoff' USING TRANSACTION-RECORD
           IF TRANS-CUTOFF-ROLLED
              ADD 1 TO WS-ROLLED-COUNT
           END-IF
           WRITE TRANSACTION-RECORD
            INVALID KEY
              DISPLAY "TRANS-ID collision loading feed row: "
