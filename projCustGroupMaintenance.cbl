      *Connected-party group maintenance utility
      *Sets up the connected groups credit judges exposure across:
      *opens a group with its name and group limit, amends the
      *name, limit or review date, closes a group, adds a CIF to a
      *group with its relationship and removes one, and lists a
      *group's members with the group's current exposure against
      *its limit. A CIF can be in only one group. Group ids come
      *from KEYS-ID 21. Group limits are a credit decision, so a
      *supervisor sign-on is required, and every change is written
      *to the audit log.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projCustGroupMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GROUP-FILE ASSIGN TO 'projectCustGroup.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGRP-KEY
               ALTERNATE RECORD KEY IS CGRP-CIF-ID WITH DUPLICATES
                FILE STATUS IS FILE-STATUS.

       SELECT CIF-FILE ASSIGN TO 'projectCifFile.dat'
           ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               ALTERNATE RECORD KEY IS CIF-NAME WITH DUPLICATES
                FILE STATUS IS FILE-STATUS1.

       SELECT KEYS ASSIGN TO 'KEEPING.dat'
           ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEYS-ID
              FILE STATUS IS FILE-STATUS2.

       DATA DIVISION.
       FILE SECTION.
       FD GROUP-FILE.
       COPY projectCustGroupBook.

       FD CIF-FILE.
       COPY projectCifBook.

       FD KEYS.
       01 KEYS-RECORD.
        05 KEYS-ID        PIC 9(5).
        05 KEYS-VALUE     PIC 9(10).

       WORKING-STORAGE SECTION.
       COPY projectSignonBook.
       COPY projectAuditDataBook.
       COPY projectGroupExposureReqBook.

       01  FILE-STATUS            PIC XX.
       01  FILE-STATUS1           PIC XX.
       01  FILE-STATUS2           PIC XX.
       01  END-OF-FILE            PIC X VALUE "N".
       01  WS-KEYS-RECORD.
        05 WS-KEYS-ID        PIC 9(5).
        05 WS-KEYS-VALUE     PIC 9(10).
       01  WS-NEXT-GROUP-ID       PIC 9(6) VALUE 1.
       01  WS-ACTION              PIC X.
       01  WS-ANOTHER             PIC X VALUE "Y".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PICK-GROUP-ID       PIC 9(6).
       01  WS-PICK-CIF-ID         PIC 9(8).
       01  WS-ENTRY-NAME          PIC X(40).
       01  WS-ENTRY-LIMIT         PIC 9(12)V99.
       01  WS-ENTRY-DATE          PIC 9(8).
       01  WS-ENTRY-REL           PIC X.
       01  WS-ENTRY-STATUS        PIC X.
       01  WS-CONFIRM             PIC X.
       01  WS-GROUP-FOUND         PIC X VALUE "N".
       01  WS-CIF-FOUND           PIC X VALUE "N".
       01  WS-CIF-NAME            PIC X(40).
       01  WS-HEADROOM            PIC S9(12)V99.
       01  WS-SHOW-AMOUNT         PIC Z(11)9.99.
       01  WS-SHOW-HEADROOM       PIC -(11)9.99.

       PROCEDURE DIVISION.

           MOVE "S" TO SIGNON-REQUIRED-ROLE
           CALL 'projOperatorSignon' USING SIGNON-REQUEST
           IF NOT SIGNON-AUTHORIZED
              DISPLAY "Not authorized: connected groups need a "
                      "supervisor sign-on."
              STOP RUN
           END-IF

           CALL 'GetBusinessDate' USING WS-RUN-DATE

           OPEN I-O GROUP-FILE
            IF FILE-STATUS = "35"
              OPEN OUTPUT GROUP-FILE
              CLOSE GROUP-FILE
              OPEN I-O GROUP-FILE
            END-IF
            IF FILE-STATUS NOT = "00"
              DISPLAY "Customer group file not available. "
                      "FILE STATUS: " FILE-STATUS
              STOP RUN
            END-IF

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "Action (N=new group A=amend group "
                     "J=join member R=remove member L=list group "
                     "F=find a CIF's group): "
             ACCEPT WS-ACTION
             EVALUATE WS-ACTION
                WHEN "N"
                WHEN "n"
                  PERFORM OPEN-NEW-GROUP
                WHEN "A"
                WHEN "a"
                  PERFORM AMEND-GROUP
                WHEN "J"
                WHEN "j"
                  PERFORM JOIN-GROUP-MEMBER
                WHEN "R"
                WHEN "r"
                  PERFORM REMOVE-GROUP-MEMBER
                WHEN "L"
                WHEN "l"
                  PERFORM LIST-GROUP
                WHEN "F"
                WHEN "f"
                  PERFORM FIND-CIF-GROUP
                WHEN OTHER
                  DISPLAY "Unknown action: " WS-ACTION
             END-EVALUATE
             DISPLAY "Another group action? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

           CLOSE GROUP-FILE.
         STOP RUN.

       OPEN-NEW-GROUP.

           DISPLAY "Group name: "
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-NAME = SPACES
              DISPLAY "Rejected: a group needs a name."
           ELSE
              DISPLAY "Group limit: "
              ACCEPT WS-ENTRY-LIMIT
              IF WS-ENTRY-LIMIT NOT > 0
                 DISPLAY "Rejected: group limit must be positive."
              ELSE
                 DISPLAY "Next review date (YYYYMMDD, 0 = none): "
                 ACCEPT WS-ENTRY-DATE
                 PERFORM ALLOCATE-GROUP-ID
                 MOVE SPACES            TO CUSTOMER-GROUP-RECORD
                 MOVE WS-NEXT-GROUP-ID  TO CGRP-GROUP-ID
                 MOVE 0                 TO CGRP-CIF-ID
                 MOVE WS-ENTRY-NAME     TO CGRP-GROUP-NAME
                 MOVE WS-ENTRY-LIMIT    TO CGRP-GROUP-LIMIT
                 MOVE "A"               TO CGRP-STATUS
                 MOVE WS-RUN-DATE       TO CGRP-OPENED-DATE
                 MOVE WS-ENTRY-DATE     TO CGRP-REVIEW-DATE
                 WRITE CUSTOMER-GROUP-RECORD
                  INVALID KEY
                    DISPLAY "Group id collision, group not opened: "
                            WS-NEXT-GROUP-ID
                  NOT INVALID KEY
                    DISPLAY "Group opened, id: " WS-NEXT-GROUP-ID
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "GROUP OPENED " CGRP-GROUP-ID
                           DELIMITED BY SIZE INTO AUDIT-MESSAGE
                    PERFORM WRITE-AUDIT-LOG
                 END-WRITE
              END-IF
           END-IF.
       EXIT.

      *A "." keeps the current value. Closing a group leaves its
      *members on file but takes it off the exposure report.
       AMEND-GROUP.

           PERFORM ACCEPT-GROUP-HEADER
           IF WS-GROUP-FOUND = "Y"
              MOVE CGRP-GROUP-LIMIT TO WS-SHOW-AMOUNT
              DISPLAY "Group name [" CGRP-GROUP-NAME "] (. keeps): "
              ACCEPT WS-ENTRY-NAME
              IF WS-ENTRY-NAME NOT = "." AND WS-ENTRY-NAME NOT = SPACES
                 MOVE WS-ENTRY-NAME TO CGRP-GROUP-NAME
              END-IF
              DISPLAY "Group limit [" WS-SHOW-AMOUNT
                      "] (0 keeps): "
              ACCEPT WS-ENTRY-LIMIT
              IF WS-ENTRY-LIMIT > 0
                 MOVE WS-ENTRY-LIMIT TO CGRP-GROUP-LIMIT
              END-IF
              DISPLAY "Review date [" CGRP-REVIEW-DATE
                      "] (0 keeps): "
              ACCEPT WS-ENTRY-DATE
              IF WS-ENTRY-DATE > 0
                 MOVE WS-ENTRY-DATE TO CGRP-REVIEW-DATE
              END-IF
              DISPLAY "Status A=active C=closed [" CGRP-STATUS
                      "] (. keeps): "
              ACCEPT WS-ENTRY-STATUS
              IF WS-ENTRY-STATUS = "A" OR WS-ENTRY-STATUS = "C"
                 MOVE WS-ENTRY-STATUS TO CGRP-STATUS
              END-IF
              REWRITE CUSTOMER-GROUP-RECORD
              DISPLAY "Group amended: " CGRP-GROUP-ID
              MOVE CGRP-GROUP-LIMIT TO WS-SHOW-AMOUNT
              MOVE SPACES TO AUDIT-MESSAGE
              STRING "GROUP " CGRP-GROUP-ID " LIMIT "
                     WS-SHOW-AMOUNT " " CGRP-STATUS
                     DELIMITED BY SIZE INTO AUDIT-MESSAGE
              PERFORM WRITE-AUDIT-LOG
           END-IF.
       EXIT.

      *The CIF must be on the CIF master and in no other group.
       JOIN-GROUP-MEMBER.

           PERFORM ACCEPT-GROUP-HEADER
           IF WS-GROUP-FOUND = "Y" AND NOT CGRP-STATUS-ACTIVE
              DISPLAY "Rejected: group is closed."
              MOVE "N" TO WS-GROUP-FOUND
           END-IF
           IF WS-GROUP-FOUND = "Y"
              DISPLAY "CIF id to join: "
              ACCEPT WS-PICK-CIF-ID
              PERFORM LOOKUP-CIF
              IF WS-CIF-FOUND = "Y"
                 MOVE WS-PICK-CIF-ID TO CGRP-CIF-ID
                 READ GROUP-FILE
                    KEY IS CGRP-CIF-ID
                    INVALID KEY
                      MOVE "N" TO WS-CIF-FOUND
                    NOT INVALID KEY
                      DISPLAY "Rejected: CIF " WS-PICK-CIF-ID
                              " is already in group " CGRP-GROUP-ID
                 END-READ
                 IF WS-CIF-FOUND = "N"
                    PERFORM WRITE-GROUP-MEMBER
                 END-IF
              END-IF
           END-IF.
       EXIT.

       WRITE-GROUP-MEMBER.

           DISPLAY "Relationship (P=parent/principal S=subsidiary "
                   "F=family C=common control O=other): "
           ACCEPT WS-ENTRY-REL
           MOVE SPACES             TO CUSTOMER-GROUP-RECORD
           MOVE WS-ENTRY-REL       TO CGRP-RELATIONSHIP
           IF NOT CGRP-REL-VALID
              DISPLAY "Rejected: unknown relationship " WS-ENTRY-REL
           ELSE
              MOVE WS-PICK-GROUP-ID   TO CGRP-GROUP-ID
              MOVE WS-PICK-CIF-ID     TO CGRP-CIF-ID
              MOVE WS-RUN-DATE        TO CGRP-ADDED-DATE
              MOVE SIGNON-OPERATOR-ID TO CGRP-ADDED-BY
              WRITE CUSTOMER-GROUP-RECORD
               INVALID KEY
                 DISPLAY "CIF already in this group."
               NOT INVALID KEY
                 DISPLAY "CIF " WS-PICK-CIF-ID " " WS-CIF-NAME
                 DISPLAY "joined group " WS-PICK-GROUP-ID
                 MOVE SPACES TO AUDIT-MESSAGE
                 STRING "GROUP " CGRP-GROUP-ID " JOINED CIF "
                        CGRP-CIF-ID
                        DELIMITED BY SIZE INTO AUDIT-MESSAGE
                 PERFORM WRITE-AUDIT-LOG
              END-WRITE
           END-IF.
       EXIT.

       REMOVE-GROUP-MEMBER.

           DISPLAY "Group id: "
           ACCEPT WS-PICK-GROUP-ID
           DISPLAY "CIF id to remove: "
           ACCEPT WS-PICK-CIF-ID
           IF WS-PICK-CIF-ID = 0
              DISPLAY "Rejected: give the member's CIF id."
           ELSE
              MOVE WS-PICK-GROUP-ID TO CGRP-GROUP-ID
              MOVE WS-PICK-CIF-ID   TO CGRP-CIF-ID
              READ GROUP-FILE
                 KEY IS CGRP-KEY
                 INVALID KEY
                   DISPLAY "CIF " WS-PICK-CIF-ID
                           " is not in group " WS-PICK-GROUP-ID
                 NOT INVALID KEY
                   DISPLAY "Remove CIF " WS-PICK-CIF-ID
                           " from group " WS-PICK-GROUP-ID
                           "? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                      DELETE GROUP-FILE RECORD
                      DISPLAY "Member removed."
                      MOVE SPACES TO AUDIT-MESSAGE
                      STRING "GROUP " WS-PICK-GROUP-ID
                             " REMOVED CIF " WS-PICK-CIF-ID
                             DELIMITED BY SIZE INTO AUDIT-MESSAGE
                      PERFORM WRITE-AUDIT-LOG
                   END-IF
              END-READ
           END-IF.
       EXIT.

      *Members in CIF order, then the group's exposure as the
      *monthly large-exposure report would count it today.
       LIST-GROUP.

           PERFORM ACCEPT-GROUP-HEADER
           IF WS-GROUP-FOUND = "Y"
              MOVE CGRP-GROUP-LIMIT TO WS-SHOW-AMOUNT
              DISPLAY "GROUP " CGRP-GROUP-ID " " CGRP-GROUP-NAME
              DISPLAY "LIMIT " WS-SHOW-AMOUNT "  STATUS "
                      CGRP-STATUS "  REVIEW " CGRP-REVIEW-DATE
              DISPLAY "CIF      R ADDED    BY       NAME"
              MOVE "N" TO END-OF-FILE
              START GROUP-FILE KEY IS GREATER THAN CGRP-KEY
                INVALID KEY
                  MOVE "Y" TO END-OF-FILE
              END-START
              PERFORM UNTIL END-OF-FILE = "Y"
                READ GROUP-FILE NEXT RECORD
                  AT END
                    MOVE "Y" TO END-OF-FILE
                  NOT AT END
                    IF CGRP-GROUP-ID NOT = WS-PICK-GROUP-ID
                       MOVE "Y" TO END-OF-FILE
                    ELSE
                       MOVE CGRP-CIF-ID TO WS-PICK-CIF-ID
                       PERFORM LOOKUP-CIF
                       DISPLAY CGRP-CIF-ID " " CGRP-RELATIONSHIP " "
                               CGRP-ADDED-DATE " " CGRP-ADDED-BY " "
                               WS-CIF-NAME
                    END-IF
                END-READ
              END-PERFORM
              PERFORM SHOW-GROUP-EXPOSURE
           END-IF.
       EXIT.

       SHOW-GROUP-EXPOSURE.

           MOVE 0 TO GEXQ-CIF-ID
           MOVE WS-PICK-GROUP-ID TO GEXQ-GROUP-ID
           CALL 'projGroupExposure' USING GROUP-EXPOSURE-REQUEST
           IF GEXQ-FOUND
              MOVE GEXQ-LOAN-TOTAL TO WS-SHOW-AMOUNT
              DISPLAY "LOANS OUTSTANDING  " WS-SHOW-AMOUNT
              MOVE GEXQ-OD-DRAWN-TOTAL TO WS-SHOW-AMOUNT
              DISPLAY "OVERDRAFTS DRAWN   " WS-SHOW-AMOUNT
              MOVE GEXQ-GUARANTEE-TOTAL TO WS-SHOW-AMOUNT
              DISPLAY "GUARANTEES GIVEN   " WS-SHOW-AMOUNT
              MOVE GEXQ-EXPOSURE-TOTAL TO WS-SHOW-AMOUNT
              DISPLAY "GROUP EXPOSURE     " WS-SHOW-AMOUNT
              COMPUTE WS-HEADROOM =
                      GEXQ-GROUP-LIMIT - GEXQ-EXPOSURE-TOTAL
              MOVE WS-HEADROOM TO WS-SHOW-HEADROOM
              DISPLAY "HEADROOM TO LIMIT " WS-SHOW-HEADROOM
           END-IF.
       EXIT.

       FIND-CIF-GROUP.

           DISPLAY "CIF id: "
           ACCEPT WS-PICK-CIF-ID
           IF WS-PICK-CIF-ID = 0
              DISPLAY "Rejected: give a CIF id."
           ELSE
              MOVE WS-PICK-CIF-ID TO CGRP-CIF-ID
              READ GROUP-FILE
                 KEY IS CGRP-CIF-ID
                 INVALID KEY
                   DISPLAY "CIF " WS-PICK-CIF-ID " is in no group."
                 NOT INVALID KEY
                   DISPLAY "CIF " WS-PICK-CIF-ID " is in group "
                           CGRP-GROUP-ID " as " CGRP-RELATIONSHIP
              END-READ
           END-IF.
       EXIT.

       ACCEPT-GROUP-HEADER.

           MOVE "N" TO WS-GROUP-FOUND
           DISPLAY "Group id: "
           ACCEPT WS-PICK-GROUP-ID
           MOVE WS-PICK-GROUP-ID TO CGRP-GROUP-ID
           MOVE 0 TO CGRP-CIF-ID
           READ GROUP-FILE
              KEY IS CGRP-KEY
              INVALID KEY
                DISPLAY "Group " WS-PICK-GROUP-ID " not found."
              NOT INVALID KEY
                MOVE "Y" TO WS-GROUP-FOUND
           END-READ.
       EXIT.

       LOOKUP-CIF.

           MOVE "N" TO WS-CIF-FOUND
           MOVE SPACES TO WS-CIF-NAME
           OPEN INPUT CIF-FILE
            IF FILE-STATUS1 = "00"
              MOVE WS-PICK-CIF-ID TO CIF-ID
              READ CIF-FILE
                 KEY IS CIF-ID
                 INVALID KEY
                   DISPLAY "CIF " WS-PICK-CIF-ID
                           " not on the CIF master."
                 NOT INVALID KEY
                   MOVE "Y" TO WS-CIF-FOUND
                   MOVE CIF-NAME TO WS-CIF-NAME
              END-READ
            ELSE
              DISPLAY "Error opening CIF-FILE. FILE STATUS: "
                      FILE-STATUS1
            END-IF
           CLOSE CIF-FILE.
       EXIT.

       ALLOCATE-GROUP-ID.

           MOVE 1 TO WS-NEXT-GROUP-ID
           OPEN I-O KEYS
            IF FILE-STATUS2 = "00"
               MOVE 21 TO KEYS-ID
               READ KEYS INTO WS-KEYS-RECORD
                  KEY IS KEYS-ID
                  INVALID KEY
                    MOVE 21 TO KEYS-ID
                    MOVE 2 TO KEYS-VALUE
                    WRITE KEYS-RECORD
                  NOT INVALID KEY
                    MOVE WS-KEYS-VALUE TO WS-NEXT-GROUP-ID
                    ADD 1 TO WS-KEYS-VALUE
                    MOVE WS-KEYS-VALUE TO KEYS-VALUE
                    REWRITE KEYS-RECORD
               END-READ

            ELSE IF FILE-STATUS2 = "35"
              CLOSE KEYS
              OPEN OUTPUT KEYS
                MOVE 21 TO KEYS-ID
                MOVE 2 TO KEYS-VALUE
                WRITE KEYS-RECORD

             ELSE
              DISPLAY "Error opening KEYS file. FILE STATUS: "
                      FILE-STATUS2
            END-IF
           CLOSE KEYS.
       EXIT.

       WRITE-AUDIT-LOG.

         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
         ACCEPT AUDIT-TIME FROM TIME
         MOVE "projCustGroupMaint"   TO AUDIT-PROGRAM-NAME
         MOVE "projectCustGroup.dat" TO AUDIT-FILE-NAME
         MOVE FILE-STATUS            TO AUDIT-FILE-STATUS
         MOVE SIGNON-OPERATOR-ID     TO AUDIT-OPERATOR-ID
         CALL 'projAuditWriter' USING AUDIT-RECORD.
       EXIT.
