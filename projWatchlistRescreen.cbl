      *Full-book watchlist re-screen
      *projWatchlistScreening only sees a name when it enters the
      *system, so a customer already on the books is never caught
      *by a later addition to the sanctions list. This batch works
      *out which watchlist entries are new or changed since its last
      *run - by comparing the list with the copy of it kept at the
      *end of that run (projectWatchlistScreened.dat) - and screens
      *every open customer master name, account name and active
      *beneficiary name against those entries only, with the same
      *case-blind comparison the screening module uses. Each
      *potential match goes to the screening queue for
      *projScreeningReview with the triggering list entry on it;
      *blocking it there freezes the linked accounts. The first run
      *has no copy to compare with, so it screens the whole book
      *against the whole list.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projWatchlistRescreen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WATCHLIST-FILE ASSIGN TO 'projectWatchlist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS.

       SELECT SCREENED-LIST-FILE ASSIGN TO
           'projectWatchlistScreened.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS1.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS2.

       SELECT CUSTOMER-FILE ASSIGN TO 'projectCusFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS  ACCOUNT-NUM
               ALTERNATE RECORD KEY IS ACCOUNT-NAMES WITH DUPLICATES
               FILE STATUS IS FILE-STATUS3.

       SELECT BENEFICIARY-FILE ASSIGN TO 'projectBeneficiary.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-KEY
                FILE STATUS IS FILE-STATUS4.

       SELECT SCREEN-QUEUE-FILE ASSIGN TO 'projectScreenQueue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FILE-STATUS5.

       DATA DIVISION.
       FILE SECTION.
       FD WATCHLIST-FILE.
       COPY projectWatchlistBook.

       FD SCREENED-LIST-FILE.
       01 SCREENED-LIST-RECORD    PIC X(68).

       FD CIF-FILE.
       COPY projectCifBook.

       FD CUSTOMER-FILE.
       COPY projectCusDataBook.

       FD BENEFICIARY-FILE.
       COPY projectBeneficiaryBook.

       FD SCREEN-QUEUE-FILE.
       COPY projectScreenQueueBook.

       WORKING-STORAGE SECTION.
       COPY projectAuditDataBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  FILE-STATUS3           PIC XX.
       01  FILE-STATUS4           PIC XX.
       01  FILE-STATUS5           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-FOUND               PIC X.
       01  WS-SEEN-COUNT          PIC 9(5) VALUE 0.
       01  WS-SEEN-IDX            PIC 9(5).
       01  WS-SEEN-OVERFLOW       PIC X VALUE "N".
       01  WS-SEEN-TABLE.
        05 WS-SEEN-ENTRY OCCURS 5000 TIMES PIC X(68).
       01  WS-NEW-COUNT           PIC 9(4) VALUE 0.
       01  WS-NEW-IDX             PIC 9(4).
       01  WS-NEW-OVERFLOW        PIC X VALUE "N".
       01  WS-NEW-TABLE.
        05 WS-NEW-ENTRY OCCURS 1000 TIMES.
         10 WS-NEW-UPPER          PIC X(50).
         10 WS-NEW-NAME           PIC X(50).
         10 WS-NEW-SOURCE         PIC X(10).
         10 WS-NEW-LISTED-DATE    PIC 9(8).
       01  WS-NAME-UPPER          PIC X(50).
       01  WS-HIT-IDX             PIC 9(4).
       01  WS-SCRQ-SOURCE         PIC X(12).
       01  WS-SCRQ-REF            PIC 9(10).
       01  WS-SCRQ-NAME           PIC X(50).
       01  WS-CIF-SCREENED        PIC 9(7) VALUE 0.
       01  WS-ACCT-SCREENED       PIC 9(7) VALUE 0.
       01  WS-BEN-SCREENED        PIC 9(7) VALUE 0.
       01  WS-HITS-QUEUED         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           CALL 'GetBusinessDate' USING WS-RUN-DATE

           PERFORM LOAD-SCREENED-LIST
           PERFORM FIND-NEW-ENTRIES

           DISPLAY "WATCHLIST ENTRIES NEW/CHANGED : " WS-NEW-COUNT
           IF WS-NEW-OVERFLOW = "Y"
              DISPLAY "NOTE: more than 1000 new entries - the rest "
                      "are screened on the next run."
           END-IF

           IF WS-NEW-COUNT > 0
              PERFORM RESCREEN-CIF-NAMES
              PERFORM RESCREEN-ACCOUNT-NAMES
              PERFORM RESCREEN-BENEFICIARY-NAMES
           END-IF

      *The copy is only moved on when every new entry was screened,
      *so an overflow leaves the unscreened ones new next time.
           IF WS-NEW-OVERFLOW = "N"
              PERFORM SAVE-SCREENED-LIST
           END-IF

           DISPLAY "CUSTOMER MASTERS SCREENED     : " WS-CIF-SCREENED
           DISPLAY "ACCOUNTS SCREENED             : " WS-ACCT-SCREENED
           DISPLAY "BENEFICIARIES SCREENED        : " WS-BEN-SCREENED
           DISPLAY "POTENTIAL MATCHES QUEUED      : " WS-HITS-QUEUED
           MOVE SPACES TO AUDIT-MESSAGE
           STRING "RESCREEN " WS-RUN-DATE " NEW " WS-NEW-COUNT
                  " HITS " WS-HITS-QUEUED
                  DELIMITED BY SIZE INTO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG.
         GOBACK.

      *The list as it stood at the end of the last run.
       LOAD-SCREENED-LIST.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT SCREENED-LIST-FILE
            IF FILE-STATUS1 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ SCREENED-LIST-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF WS-SEEN-COUNT < 5000
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE SCREENED-LIST-RECORD
                            TO WS-SEEN-ENTRY(WS-SEEN-COUNT)
                    ELSE
                       MOVE "Y" TO WS-SEEN-OVERFLOW
                    END-IF
                END-READ
              END-PERFORM
            ELSE
              DISPLAY "No screened copy of the watchlist yet - "
                      "screening against the whole list."
            END-IF
           CLOSE SCREENED-LIST-FILE
           IF WS-SEEN-OVERFLOW = "Y"
              DISPLAY "NOTE: screened copy exceeds 5000 entries - "
                      "the rest are treated as new."
           END-IF.
       EXIT.

      *An entry whose name, source or listed date differs from
      *every entry on the copy is new or has been changed.
       FIND-NEW-ENTRIES.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT WATCHLIST-FILE
            IF FILE-STATUS = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ WATCHLIST-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF WL-NAME NOT = SPACES
                       PERFORM CHECK-ENTRY-SEEN
                    END-IF
                END-READ
              END-PERFORM
            ELSE
              DISPLAY "No watchlist on file. FILE STATUS: "
                      FILE-STATUS
            END-IF
           CLOSE WATCHLIST-FILE.
       EXIT.

       CHECK-ENTRY-SEEN.

           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                      OR WS-FOUND = "Y"
             IF WS-SEEN-ENTRY(WS-SEEN-IDX) = WATCHLIST-RECORD
                MOVE "Y" TO WS-FOUND
             END-IF
           END-PERFORM
           IF WS-FOUND = "N"
              IF WS-NEW-COUNT < 1000
                 ADD 1 TO WS-NEW-COUNT
                 MOVE WL-NAME TO WS-NEW-NAME(WS-NEW-COUNT)
                 MOVE WL-NAME TO WS-NEW-UPPER(WS-NEW-COUNT)
                 INSPECT WS-NEW-UPPER(WS-NEW-COUNT) CONVERTING
                         "abcdefghijklmnopqrstuvwxyz" TO
                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 MOVE WL-SOURCE TO WS-NEW-SOURCE(WS-NEW-COUNT)
                 MOVE WL-LISTED-DATE
                      TO WS-NEW-LISTED-DATE(WS-NEW-COUNT)
              ELSE
                 MOVE "Y" TO WS-NEW-OVERFLOW
              END-IF
           END-IF.
       EXIT.

      *Open customer masters. An erased master's name is already
      *anonymised and is not screened.
       RESCREEN-CIF-NAMES.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT CIF-FILE
            IF FILE-STATUS2 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ CIF-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF CIF-ACTIVE AND CIF-ERASED-DATE = 0
                       ADD 1 TO WS-CIF-SCREENED
                       MOVE CIF-NAME TO WS-SCRQ-NAME
                       PERFORM MATCH-NEW-ENTRIES
                       IF WS-HIT-IDX > 0
                          MOVE "RESCREEN-CIF" TO WS-SCRQ-SOURCE
                          MOVE CIF-ID TO WS-SCRQ-REF
                          PERFORM WRITE-SCREEN-QUEUE-ITEM
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
            ELSE
              DISPLAY "CIF-FILE not available. FILE STATUS: "
                      FILE-STATUS2
            END-IF
           CLOSE CIF-FILE.
       EXIT.

      *Every account not closed, whatever its status.
       RESCREEN-ACCOUNT-NAMES.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT CUSTOMER-FILE
            IF FILE-STATUS3 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ CUSTOMER-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF NOT ACCOUNT-CLOSED
                       ADD 1 TO WS-ACCT-SCREENED
                       MOVE ACCOUNT-NAMES TO WS-SCRQ-NAME
                       PERFORM MATCH-NEW-ENTRIES
                       IF WS-HIT-IDX > 0
                          MOVE "RESCREEN-ACC" TO WS-SCRQ-SOURCE
                          MOVE ACCOUNT-NUM TO WS-SCRQ-REF
                          PERFORM WRITE-SCREEN-QUEUE-ITEM
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
            ELSE
              DISPLAY "CUSTOMER-FILE not available. FILE STATUS: "
                      FILE-STATUS3
            END-IF
           CLOSE CUSTOMER-FILE.
       EXIT.

      *A beneficiary hit is queued against the owning account, the
      *one that would be paying the listed party.
       RESCREEN-BENEFICIARY-NAMES.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT BENEFICIARY-FILE
            IF FILE-STATUS4 = "00"
              PERFORM UNTIL END-OF-FILE = "Y"
                READ BENEFICIARY-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF BEN-STATUS-ACTIVE
                       ADD 1 TO WS-BEN-SCREENED
                       MOVE BEN-NAME TO WS-SCRQ-NAME
                       PERFORM MATCH-NEW-ENTRIES
                       IF WS-HIT-IDX > 0
                          MOVE "RESCREEN-BEN" TO WS-SCRQ-SOURCE
                          MOVE BEN-ACCOUNT-NUM TO WS-SCRQ-REF
                          PERFORM WRITE-SCREEN-QUEUE-ITEM
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
            ELSE
              DISPLAY "No beneficiary register on file. "
                      "FILE STATUS: " FILE-STATUS4
            END-IF
           CLOSE BENEFICIARY-FILE.
       EXIT.

      *Leaves WS-HIT-IDX on the first new entry the name matches,
      *zero when it matches none.
       MATCH-NEW-ENTRIES.

           MOVE 0 TO WS-HIT-IDX
           MOVE WS-SCRQ-NAME TO WS-NAME-UPPER
           INSPECT WS-NAME-UPPER CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-NAME-UPPER NOT = SPACES
              PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                      UNTIL WS-NEW-IDX > WS-NEW-COUNT
                         OR WS-HIT-IDX > 0
                IF WS-NEW-UPPER(WS-NEW-IDX) = WS-NAME-UPPER
                   MOVE WS-NEW-IDX TO WS-HIT-IDX
                END-IF
              END-PERFORM
           END-IF.
       EXIT.

       WRITE-SCREEN-QUEUE-ITEM.

         OPEN EXTEND SCREEN-QUEUE-FILE
          IF FILE-STATUS5 = "35"
            CLOSE SCREEN-QUEUE-FILE
            OPEN OUTPUT SCREEN-QUEUE-FILE
          END-IF
          MOVE WS-RUN-DATE                TO SCRQ-DATE
          MOVE WS-SCRQ-SOURCE             TO SCRQ-SOURCE
          MOVE WS-SCRQ-REF                TO SCRQ-REF-ID
          MOVE WS-SCRQ-NAME               TO SCRQ-NAME
          MOVE WS-NEW-NAME(WS-HIT-IDX)    TO SCRQ-MATCHED-NAME
          MOVE "O"                        TO SCRQ-STATUS
          MOVE WS-NEW-SOURCE(WS-HIT-IDX)  TO SCRQ-LIST-SOURCE
          MOVE WS-NEW-LISTED-DATE(WS-HIT-IDX) TO SCRQ-LIST-DATE
          WRITE SCREEN-QUEUE-RECORD
         CLOSE SCREEN-QUEUE-FILE
         ADD 1 TO WS-HITS-QUEUED
         DISPLAY "POTENTIAL MATCH " WS-SCRQ-SOURCE " " WS-SCRQ-REF
                 " " WS-SCRQ-NAME.
       EXIT.

      *Keep the list as screened today for the next run to compare.
       SAVE-SCREENED-LIST.

           MOVE "N" TO END-OF-FILE
           OPEN INPUT WATCHLIST-FILE
           IF FILE-STATUS = "00"
              OPEN OUTPUT SCREENED-LIST-FILE
              PERFORM UNTIL END-OF-FILE = "Y"
                READ WATCHLIST-FILE
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    WRITE SCREENED-LIST-RECORD FROM WATCHLIST-RECORD
                END-READ
              END-PERFORM
              CLOSE SCREENED-LIST-FILE
           END-IF
           CLOSE WATCHLIST-FILE.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projWatchlistRescrn" TO AUDIT-PROGRAM-NAME
         MOVE "projectWatchlist.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS           TO AUDIT-FILE-STATUS
         MOVE "SYSTEM"              TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
