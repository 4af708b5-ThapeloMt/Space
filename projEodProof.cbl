      *         keyed transactions actually did on TRANSACTION-FILE
      *         (posted, still pending, suspended, or missing);
      *  leg 2: the posted transactions in the GL-summarized types
      *         against the GLIF-yyyymmdd.dat customer-side
      *         detail lines, compared per branch and transaction
      *         type for drill-down;
      *  leg 3: the GLIF file against its own trailer count and

       WORKING-STORAGE SECTION.
       COPY CUS-TRANSACTIONS.
       COPY projectTranCodeReqBook.
       COPY projectTranCodeBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
      *Same journalled-code test projGlExport summarizes by - both
      *take it from the transaction code master so they stay in
      *step and this leg can flag a gap.
                    MOVE WS-TRANS-TYPE TO TCDQ-CODE
                    MOVE "L"           TO TCDQ-MODE
                    CALL 'projTranCodeLookup' USING TRANCODE-REQUEST
                                                    TRANCODE-RECORD
                    IF (WS-TRANS-STATUS-POSTED OR
                        WS-TRANS-STATUS-ARCHIVED)
                       AND WS-TRANSACTION-DATE = WS-RUN-DATE
                       AND TCDQ-FOUND AND TCD-TO-GL
                       MOVE WS-TRANS-BRANCH-CODE
                            TO WS-PT-WORK-BRANCH
                       MOVE WS-TRANS-TYPE TO WS-PT-WORK-TYPE
           MOVE "N" TO END-OF-FILE.
       EXIT.

      *The GLIF customer-side lines (whichever account the posting
      *rule puts the customer balances on) carry the summarized
      *movements: CR is a positive movement, DR negative - the
      *mirror of how projGlExport wrote them.
       SUM-GLIF-DETAIL.
                   WHEN GLIF-DETAIL-REC
                     ADD 1 TO WS-GL-LINE-COUNT
                     ADD GLIF-AMOUNT TO WS-GL-HASH
                     IF GLIF-CUSTOMER-LINE
                        MOVE GLIF-BRANCH TO WS-PT-WORK-BRANCH
                        MOVE GLIF-TRANS-TYPE TO WS-PT-WORK-TYPE
                        IF GLIF-DRCR = "CR"
