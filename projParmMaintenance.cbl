        05 WS-PARM-CLOSURE-ACCOUNT     PIC 9(10) VALUE 0.
        05 WS-PARM-ESCHEAT-YEARS       PIC 9(2) VALUE 5.
        05 WS-PARM-CHQ-CLEARING-DAYS   PIC 9(2) VALUE 7.
        05 WS-PARM-CARD-RENEW-DAYS     PIC 9(3) VALUE 45.
        05 WS-PARM-INTERBANK-ACCOUNT   PIC 9(10) VALUE 0.
        05 WS-PARM-LTV-LIMIT-PCT       PIC 9(3) VALUE 80.
        05 WS-PARM-PENALTY-MARGIN      PIC 9V9(4) VALUE 0.0200.
        05 WS-PARM-SETTLE-QUOTE-DAYS   PIC 9(3) VALUE 10.
        05 WS-PARM-SETTLE-FEE-PCT      PIC 9V9(4) VALUE 0.0100.
        05 WS-PARM-ALM-CSV             PIC X(1) VALUE "N".
        05 WS-PARM-BONUS-RATE          PIC 9V9(4) VALUE 0.
        05 WS-PARM-BONUS-MIN-DEPOSIT   PIC 9(8)V99 VALUE 500.00.
        05 WS-PARM-SIGNON-MAX-TRIES    PIC 9(2) VALUE 3.
        05 WS-PARM-PASSWORD-DAYS       PIC 9(3) VALUE 90.
        05 WS-PARM-OPER-DORMANT-DAYS   PIC 9(3) VALUE 90.
        05 WS-PARM-DRAFT-ACCOUNT       PIC 9(10) VALUE 0.
        05 WS-PARM-DRAFT-STALE-MONTHS  PIC 9(2) VALUE 6.
        05 WS-PARM-SDB-DRILL-DAYS      PIC 9(3) VALUE 180.
        05 WS-PARM-MAJORITY-AGE        PIC 9(2) VALUE 18.
        05 WS-PARM-HOME-COUNTRY        PIC X(2) VALUE "ZA".
        05 WS-PARM-HOME-DIAL-CODE      PIC X(3) VALUE "27".
        05 WS-PARM-RETENTION-YEARS     PIC 9(2) VALUE 5.
        05 WS-PARM-ATO-WINDOW-DAYS     PIC 9(3) VALUE 7.
        05 WS-PARM-ATO-LARGE-DEBIT     PIC 9(8)V99 VALUE 5000.00.
        05 WS-PARM-FTP-RATE            PIC 9V9(4) VALUE 0.0700.
        05 WS-PARM-POSTING-STREAMS     PIC 9(1) VALUE 1.
        05 WS-PARM-CAPITAL-BASE        PIC 9(12)V99 VALUE 0.
        05 WS-PARM-LARGE-EXPOSURE-PCT  PIC 9(2)V99 VALUE 10.00.
       01  WS-ANSWER              PIC X(20).
       01  WS-NUM-WORK            PIC S9(10)V9(4).
       01  WS-CHANGED             PIC X VALUE "N".
           PERFORM AMEND-CLOSURE-ACCOUNT
           PERFORM AMEND-ESCHEAT-YEARS
           PERFORM AMEND-CLEARING-DAYS
           PERFORM AMEND-CARD-RENEW-DAYS
           PERFORM AMEND-INTERBANK-ACCOUNT
           PERFORM AMEND-LTV-LIMIT
           PERFORM AMEND-PENALTY-MARGIN
           PERFORM AMEND-SETTLE-QUOTE-DAYS
           PERFORM AMEND-SETTLE-FEE-PCT
           PERFORM AMEND-ALM-CSV
           PERFORM AMEND-BONUS-RATE
           PERFORM AMEND-BONUS-MIN-DEPOSIT
           PERFORM AMEND-SIGNON-MAX-TRIES
           PERFORM AMEND-PASSWORD-DAYS
           PERFORM AMEND-OPER-DORMANT-DAYS
           PERFORM AMEND-DRAFT-ACCOUNT
           PERFORM AMEND-DRAFT-STALE-MONTHS
           PERFORM AMEND-SDB-DRILL-DAYS
           PERFORM AMEND-MAJORITY-AGE
           PERFORM AMEND-HOME-COUNTRY
           PERFORM AMEND-HOME-DIAL-CODE
           PERFORM AMEND-RETENTION-YEARS
           PERFORM AMEND-ATO-WINDOW-DAYS
           PERFORM AMEND-ATO-LARGE-DEBIT
           PERFORM AMEND-FTP-RATE
           PERFORM AMEND-POSTING-STREAMS
           PERFORM AMEND-CAPITAL-BASE
           PERFORM AMEND-LARGE-EXPOSURE-PCT

           IF WS-CHANGED = "Y"
              OPEN OUTPUT PARM-FILE
           END-IF.
       EXIT.

       AMEND-CARD-RENEW-DAYS.

           DISPLAY "CARD-RENEW-DAYS ["
                   WS-PARM-CARD-RENEW-DAYS "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 30 OR WS-NUM-WORK > 180
                 DISPLAY "Rejected: between 30 and 180 days."
              ELSE
                 MOVE "CARDRENEW" TO WS-FIELD-NAME
                 MOVE WS-PARM-CARD-RENEW-DAYS TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-CARD-RENEW-DAYS
                 MOVE WS-PARM-CARD-RENEW-DAYS TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-INTERBANK-ACCOUNT.

           DISPLAY "INTERBANK-ACCOUNT ["
                   WS-PARM-INTERBANK-ACCOUNT "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              MOVE "INTERBANK" TO WS-FIELD-NAME
              MOVE WS-PARM-INTERBANK-ACCOUNT TO WS-OLD-SHOW
              MOVE WS-NUM-WORK TO WS-PARM-INTERBANK-ACCOUNT
              MOVE WS-PARM-INTERBANK-ACCOUNT TO WS-NEW-SHOW
              PERFORM AUDIT-PARM-CHANGE
           END-IF.
       EXIT.

       AMEND-LTV-LIMIT.

           DISPLAY "LTV-LIMIT-PCT ["
                   WS-PARM-LTV-LIMIT-PCT "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 150
                 DISPLAY "Rejected: between 1 and 150 percent."
              ELSE
                 MOVE "LTVLIMIT" TO WS-FIELD-NAME
                 MOVE WS-PARM-LTV-LIMIT-PCT TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-LTV-LIMIT-PCT
                 MOVE WS-PARM-LTV-LIMIT-PCT TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-PENALTY-MARGIN.

           DISPLAY "PENALTY-MARGIN ["
                   WS-PARM-PENALTY-MARGIN "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0 OR WS-NUM-WORK NOT < 1
                 DISPLAY "Rejected: the margin is a fraction "
                         "below 1."
              ELSE
                 MOVE "PENMARGN" TO WS-FIELD-NAME
                 MOVE WS-PARM-PENALTY-MARGIN TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-PENALTY-MARGIN
                 MOVE WS-PARM-PENALTY-MARGIN TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-SETTLE-QUOTE-DAYS.

           DISPLAY "SETTLE-QUOTE-DAYS ["
                   WS-PARM-SETTLE-QUOTE-DAYS "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 90
                 DISPLAY "Rejected: between 1 and 90 days."
              ELSE
                 MOVE "SQTDAYS" TO WS-FIELD-NAME
                 MOVE WS-PARM-SETTLE-QUOTE-DAYS TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-SETTLE-QUOTE-DAYS
                 MOVE WS-PARM-SETTLE-QUOTE-DAYS TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-SETTLE-FEE-PCT.

           DISPLAY "SETTLE-FEE-PCT ["
                   WS-PARM-SETTLE-FEE-PCT "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 0.1
                 DISPLAY "Rejected: the fee is a fraction "
                         "no higher than 0.1000."
              ELSE
                 MOVE "SETLFEE" TO WS-FIELD-NAME
                 MOVE WS-PARM-SETTLE-FEE-PCT TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-SETTLE-FEE-PCT
                 MOVE WS-PARM-SETTLE-FEE-PCT TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-ALM-CSV.

           DISPLAY "ALM-CSV Y/N ["
                   WS-PARM-ALM-CSV "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              IF WS-ANSWER = "Y" OR WS-ANSWER = "N"
                 MOVE "ALMCSV" TO WS-FIELD-NAME
                 MOVE WS-PARM-ALM-CSV TO WS-OLD-SHOW
                 MOVE WS-ANSWER TO WS-PARM-ALM-CSV
                 MOVE WS-PARM-ALM-CSV TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              ELSE
                 DISPLAY "Rejected: must be Y or N."
              END-IF
           END-IF.
       EXIT.

       AMEND-BONUS-RATE.

           DISPLAY "BONUS-RATE ["
                   WS-PARM-BONUS-RATE "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 0.05
                 DISPLAY "Rejected: the bonus is a fraction "
                         "no higher than 0.0500."
              ELSE
                 MOVE "BONUSRT" TO WS-FIELD-NAME
                 MOVE WS-PARM-BONUS-RATE TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-BONUS-RATE
                 MOVE WS-PARM-BONUS-RATE TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-BONUS-MIN-DEPOSIT.

           DISPLAY "BONUS-MIN-DEPOSIT ["
                   WS-PARM-BONUS-MIN-DEPOSIT "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0
                 DISPLAY "Rejected: cannot be negative."
              ELSE
                 MOVE "BONUSMIN" TO WS-FIELD-NAME
                 MOVE WS-PARM-BONUS-MIN-DEPOSIT TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-BONUS-MIN-DEPOSIT
                 MOVE WS-PARM-BONUS-MIN-DEPOSIT TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-SIGNON-MAX-TRIES.

           DISPLAY "SIGNON-MAX-TRIES ["
                   WS-PARM-SIGNON-MAX-TRIES "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 99
                 DISPLAY "Rejected: must be 1 to 99."
              ELSE
                 MOVE "MAXTRIES" TO WS-FIELD-NAME
                 MOVE WS-PARM-SIGNON-MAX-TRIES TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-SIGNON-MAX-TRIES
                 MOVE WS-PARM-SIGNON-MAX-TRIES TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-PASSWORD-DAYS.

           DISPLAY "PASSWORD-DAYS ["
                   WS-PARM-PASSWORD-DAYS "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 999
                 DISPLAY "Rejected: must be 1 to 999."
              ELSE
                 MOVE "PWDAYS" TO WS-FIELD-NAME
                 MOVE WS-PARM-PASSWORD-DAYS TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-PASSWORD-DAYS
                 MOVE WS-PARM-PASSWORD-DAYS TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-OPER-DORMANT-DAYS.

           DISPLAY "OPER-DORMANT-DAYS ["
                   WS-PARM-OPER-DORMANT-DAYS "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 999
                 DISPLAY "Rejected: must be 1 to 999."
              ELSE
                 MOVE "OPDORM" TO WS-FIELD-NAME
                 MOVE WS-PARM-OPER-DORMANT-DAYS TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-OPER-DORMANT-DAYS
                 MOVE WS-PARM-OPER-DORMANT-DAYS TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-DRAFT-ACCOUNT.

           DISPLAY "DRAFT-ACCOUNT ["
                   WS-PARM-DRAFT-ACCOUNT "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0
                 DISPLAY "Rejected: not an account number."
              ELSE
                 MOVE "DRAFTACCT" TO WS-FIELD-NAME
                 MOVE WS-PARM-DRAFT-ACCOUNT TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-DRAFT-ACCOUNT
                 MOVE WS-PARM-DRAFT-ACCOUNT TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-DRAFT-STALE-MONTHS.

           DISPLAY "DRAFT-STALE-MONTHS ["
                   WS-PARM-DRAFT-STALE-MONTHS "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 60
                 DISPLAY "Rejected: give 1 to 60 months."
              ELSE
                 MOVE "DRAFTSTALE" TO WS-FIELD-NAME
                 MOVE WS-PARM-DRAFT-STALE-MONTHS TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-DRAFT-STALE-MONTHS
                 MOVE WS-PARM-DRAFT-STALE-MONTHS TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-SDB-DRILL-DAYS.

           DISPLAY "SDB-DRILL-DAYS ["
                   WS-PARM-SDB-DRILL-DAYS "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 30 OR WS-NUM-WORK > 999
                 DISPLAY "Rejected: give 30 to 999 days."
              ELSE
                 MOVE "SDBDRILL" TO WS-FIELD-NAME
                 MOVE WS-PARM-SDB-DRILL-DAYS TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-SDB-DRILL-DAYS
                 MOVE WS-PARM-SDB-DRILL-DAYS TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-MAJORITY-AGE.

           DISPLAY "MAJORITY-AGE ["
                   WS-PARM-MAJORITY-AGE "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 16 OR WS-NUM-WORK > 21
                 DISPLAY "Rejected: give 16 to 21 years."
              ELSE
                 MOVE "MAJORAGE" TO WS-FIELD-NAME
                 MOVE WS-PARM-MAJORITY-AGE TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-MAJORITY-AGE
                 MOVE WS-PARM-MAJORITY-AGE TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-HOME-COUNTRY.

           DISPLAY "HOME-COUNTRY ["
                   WS-PARM-HOME-COUNTRY "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              IF WS-ANSWER(1:1) IS ALPHABETIC AND
                 WS-ANSWER(2:1) IS ALPHABETIC AND
                 WS-ANSWER(1:1) NOT = SPACE AND
                 WS-ANSWER(2:1) NOT = SPACE AND
                 WS-ANSWER(3:18) = SPACES
                 MOVE "HOMECTRY" TO WS-FIELD-NAME
                 MOVE WS-PARM-HOME-COUNTRY TO WS-OLD-SHOW
                 MOVE WS-ANSWER TO WS-PARM-HOME-COUNTRY
                 MOVE WS-PARM-HOME-COUNTRY TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              ELSE
                 DISPLAY "Rejected: give a two-letter country code."
              END-IF
           END-IF.
       EXIT.

       AMEND-HOME-DIAL-CODE.

           DISPLAY "HOME-DIAL-CODE ["
                   WS-PARM-HOME-DIAL-CODE "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              IF WS-ANSWER(1:1) IS NUMERIC AND
                 WS-ANSWER(4:17) = SPACES
                 MOVE "HOMEDIAL" TO WS-FIELD-NAME
                 MOVE WS-PARM-HOME-DIAL-CODE TO WS-OLD-SHOW
                 MOVE WS-ANSWER TO WS-PARM-HOME-DIAL-CODE
                 MOVE WS-PARM-HOME-DIAL-CODE TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              ELSE
                 DISPLAY "Rejected: give the dialling code digits, "
                         "e.g. 27."
              END-IF
           END-IF.
       EXIT.

       AMEND-RETENTION-YEARS.

           DISPLAY "RETENTION-YEARS ["
                   WS-PARM-RETENTION-YEARS "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 5 OR WS-NUM-WORK > 30
                 DISPLAY "Rejected: give 5 to 30 years."
              ELSE
                 MOVE "RETAINYR" TO WS-FIELD-NAME
                 MOVE WS-PARM-RETENTION-YEARS TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-RETENTION-YEARS
                 MOVE WS-PARM-RETENTION-YEARS TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-ATO-WINDOW-DAYS.

           DISPLAY "ATO-WINDOW-DAYS ["
                   WS-PARM-ATO-WINDOW-DAYS "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 90
                 DISPLAY "Rejected: give 0 (off) to 90 days."
              ELSE
                 MOVE "ATOWINDOW" TO WS-FIELD-NAME
                 MOVE WS-PARM-ATO-WINDOW-DAYS TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-ATO-WINDOW-DAYS
                 MOVE WS-PARM-ATO-WINDOW-DAYS TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-ATO-LARGE-DEBIT.

           DISPLAY "ATO-LARGE-DEBIT ["
                   WS-PARM-ATO-LARGE-DEBIT "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0
                 DISPLAY "Rejected: amount cannot be negative."
              ELSE
                 MOVE "ATOLARGE" TO WS-FIELD-NAME
                 MOVE WS-PARM-ATO-LARGE-DEBIT TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-ATO-LARGE-DEBIT
                 MOVE WS-PARM-ATO-LARGE-DEBIT TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-FTP-RATE.

           DISPLAY "FTP-RATE ["
                   WS-PARM-FTP-RATE "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0 OR WS-NUM-WORK > 0.2
                 DISPLAY "Rejected: give an annual rate of 0 to 0.2."
              ELSE
                 MOVE "FTPRATE" TO WS-FIELD-NAME
                 MOVE WS-PARM-FTP-RATE TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-FTP-RATE
                 MOVE WS-PARM-FTP-RATE TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-POSTING-STREAMS.

           DISPLAY "POSTING-STREAMS ["
                   WS-PARM-POSTING-STREAMS "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 9
                 DISPLAY "Rejected: give 1 to 9 streams."
              ELSE
                 MOVE "POSTSTRM" TO WS-FIELD-NAME
                 MOVE WS-PARM-POSTING-STREAMS TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-POSTING-STREAMS
                 MOVE WS-PARM-POSTING-STREAMS TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-CAPITAL-BASE.

           DISPLAY "CAPITAL-BASE ["
                   WS-PARM-CAPITAL-BASE "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 0
                 DISPLAY "Rejected: amount cannot be negative."
              ELSE
                 MOVE "CAPITAL" TO WS-FIELD-NAME
                 MOVE WS-PARM-CAPITAL-BASE TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-CAPITAL-BASE
                 MOVE WS-PARM-CAPITAL-BASE TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AMEND-LARGE-EXPOSURE-PCT.

           DISPLAY "LARGE-EXPOSURE-PCT ["
                   WS-PARM-LARGE-EXPOSURE-PCT "] (. keeps): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "."
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-ANSWER)
              IF WS-NUM-WORK < 1 OR WS-NUM-WORK > 99
                 DISPLAY "Rejected: give 1 to 99 percent."
              ELSE
                 MOVE "LARGEEXP" TO WS-FIELD-NAME
                 MOVE WS-PARM-LARGE-EXPOSURE-PCT TO WS-OLD-SHOW
                 MOVE WS-NUM-WORK TO WS-PARM-LARGE-EXPOSURE-PCT
                 MOVE WS-PARM-LARGE-EXPOSURE-PCT TO WS-NEW-SHOW
                 PERFORM AUDIT-PARM-CHANGE
              END-IF
           END-IF.
       EXIT.

       AUDIT-PARM-CHANGE.

           MOVE "Y" TO WS-CHANGED
