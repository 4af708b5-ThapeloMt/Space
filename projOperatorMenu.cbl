      *banner, reports which data files are currently present so
      *staff know what will work before they pick, and dispatches to
      *each function by number, returning to the menu after each.
      *The operator signs on first and is only shown, and only
      *allowed to pick, the functions their role permits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projOperatorMenu.
       01  WS-CHECK-FILENAME      PIC X(30).
       01  WS-PRESENT-WORD        PIC X(7).
       01  WS-MENU-CHOICE         PIC 9(2).
       COPY projectSignonBook.
       01  WS-MENU-IDX            PIC 9(2).
       01  WS-ROLE-HITS           PIC 9(2).
       01  WS-CHOICE-ALLOWED      PIC X VALUE "N".
      *Each option with the operator roles that may use it (see
      *projectOperatorBook for the role codes).
       01  WS-MENU-VALUES.
        05 FILLER PIC X(32) VALUE " 1  BALANCE INQUIRY".
        05 FILLER PIC X(6)  VALUE "TESBAX".
        05 FILLER PIC X(32) VALUE " 2  ACCOUNT STATEMENT".
        05 FILLER PIC X(6)  VALUE "TESBAX".
        05 FILLER PIC X(32) VALUE " 3  STATEMENT ARCHIVE INQUIRY".
        05 FILLER PIC X(6)  VALUE "TESBAX".
        05 FILLER PIC X(32) VALUE " 4  TRANSACTION ENTRY".
        05 FILLER PIC X(6)  VALUE "TESX".
        05 FILLER PIC X(32) VALUE " 5  KEYS COUNTER MAINTENANCE".
        05 FILLER PIC X(6)  VALUE "SX".
        05 FILLER PIC X(32) VALUE " 6  ACCOUNT ACTIVITY INQUIRY".
        05 FILLER PIC X(6)  VALUE "TESBAX".
        05 FILLER PIC X(32) VALUE " 7  CUSTOMER (CIF) POSITION".
        05 FILLER PIC X(6)  VALUE "TESBAX".
        05 FILLER PIC X(32) VALUE " 8  OVERDRAWN ACCOUNTS REPORT".
        05 FILLER PIC X(6)  VALUE "TESBAX".
        05 FILLER PIC X(32) VALUE " 9  DORMANT ACCOUNTS REPORT".
        05 FILLER PIC X(6)  VALUE "TESBAX".
        05 FILLER PIC X(32) VALUE "10  SPENDING CATEGORY REPORT".
        05 FILLER PIC X(6)  VALUE "TESBAX".
        05 FILLER PIC X(32) VALUE "11  CSV EXPORT".
        05 FILLER PIC X(6)  VALUE "SBAX".
        05 FILLER PIC X(32) VALUE "12  OPERATIONS STATUS DASHBOARD".
        05 FILLER PIC X(6)  VALUE "TESBAX".
        05 FILLER PIC X(32) VALUE "13  SAVINGS PASSBOOK".
        05 FILLER PIC X(6)  VALUE "TESX".
        05 FILLER PIC X(32) VALUE "14  BANK DRAFTS".
        05 FILLER PIC X(6)  VALUE "TESX".
        05 FILLER PIC X(32) VALUE "15  SAFE DEPOSIT BOXES".
        05 FILLER PIC X(6)  VALUE "TESX".
       01  WS-MENU-TABLE REDEFINES WS-MENU-VALUES.
        05 WS-MENU-ENTRY OCCURS 15 TIMES.
         10 WS-MENU-TEXT          PIC X(32).
         10 WS-MENU-ROLES         PIC X(6).
       01  WS-PARM-RECORD.
        05 WS-PARM-HIST-RETENTION-DAYS PIC 9(5).
        05 WS-PARM-OVERDRAFT-FLOOR     PIC S9(8)V99.
           MOVE WS-PARM-PRINT-ENV-TAG   TO PRINT-ENV-TAG
           call 'print' using PRINT-CONFIG

           MOVE "R" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized."
              STOP RUN
           END-IF

           PERFORM UNTIL WS-MENU-CHOICE = 99
             PERFORM SHOW-FILE-PRESENCE
             PERFORM SHOW-MENU
             ACCEPT WS-MENU-CHOICE
             PERFORM CHECK-CHOICE-ALLOWED
             IF WS-CHOICE-ALLOWED = "N"
                DISPLAY "Not available to your role: " WS-MENU-CHOICE
                MOVE 0 TO WS-MENU-CHOICE
             END-IF
             EVALUATE WS-MENU-CHOICE
               WHEN 1
                 CALL 'projBalanceInquiry'
                 CALL 'projCsvExport'
               WHEN 12
                 CALL 'projOpsDashboard'
               WHEN 13
                 CALL 'projPassbookPrint'
               WHEN 14
                 CALL 'projDraftMaintenance'
               WHEN 15
                 CALL 'projSafeBoxMaintenance'
               WHEN 99
                 DISPLAY "Goodbye."
               WHEN 0
                 CONTINUE
               WHEN OTHER
                 DISPLAY "Unknown choice: " WS-MENU-CHOICE
             END-EVALUATE

           DISPLAY " "
           DISPLAY "OPERATOR CONSOLE MENU"
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                   UNTIL WS-MENU-IDX > 15
             MOVE 0 TO WS-ROLE-HITS
             INSPECT WS-MENU-ROLES(WS-MENU-IDX) TALLYING WS-ROLE-HITS
                     FOR ALL SIGNON-OPERATOR-ROLE
             IF WS-ROLE-HITS > 0
                DISPLAY WS-MENU-TEXT(WS-MENU-IDX)
             END-IF
           END-PERFORM
           DISPLAY "99  EXIT"
           DISPLAY "Choice: ".
       EXIT.

      *Options outside the table fall through to the menu's own
      *unknown-choice handling.
       CHECK-CHOICE-ALLOWED.

           MOVE "Y" TO WS-CHOICE-ALLOWED
           IF WS-MENU-CHOICE > 0 AND WS-MENU-CHOICE NOT > 15
              MOVE 0 TO WS-ROLE-HITS
              INSPECT WS-MENU-ROLES(WS-MENU-CHOICE)
                      TALLYING WS-ROLE-HITS
                      FOR ALL SIGNON-OPERATOR-ROLE
              IF WS-ROLE-HITS = 0
                 MOVE "N" TO WS-CHOICE-ALLOWED
              END-IF
           END-IF.
       EXIT.

       SHOW-FILE-PRESENCE.

           DISPLAY " "
