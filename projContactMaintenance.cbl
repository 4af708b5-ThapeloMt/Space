      *Customer contact-details maintenance utility
      *Captures and amends the mailing address (with its country
      *where it is abroad), phone, email and statement delivery
      *preference held per account on the contact-details file.
      *Every amendment writes the old and new value of each changed
      *field to the audit log so customer-details changes can be
      *reconstructed.
      *A change of phone or email is dated and the old details kept,
      *and posting holds risky debits on the account until a
      *callback on the old details is confirmed here (action C).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projContactMaintenance.
       01  WS-OLD-VALUE           PIC X(40).
       01  WS-NEW-VALUE           PIC X(40).
       01  WS-FIELD-NAME          PIC X(8).
       01  WS-ACTION              PIC X VALUE "A".
       01  WS-CONFIRM             PIC X.
       01  WS-TODAY               PIC 9(8).
       01  WS-SAVED-PHONE         PIC X(15).
       01  WS-SAVED-EMAIL         PIC X(40).

       PROCEDURE DIVISION.

              STOP RUN
            END-IF

           CALL 'GetBusinessDate' USING WS-TODAY

           PERFORM UNTIL WS-ANOTHER NOT = "Y" AND WS-ANOTHER NOT = "y"
             DISPLAY "A)mend details or C)onfirm callback: "
             ACCEPT WS-ACTION
             IF WS-ACTION = "C" OR WS-ACTION = "c"
                PERFORM CONFIRM-CALLBACK
             ELSE
                PERFORM AMEND-CONTACT-DETAILS
             END-IF
             DISPLAY "Another account? (Y/N): "
             ACCEPT WS-ANOTHER
           END-PERFORM

                  MOVE SPACES TO CONT-ADDRESS-1 CONT-ADDRESS-2
                                 CONT-CITY CONT-POSTAL-CODE
                                 CONT-PHONE CONT-EMAIL
                                 CONT-COUNTRY-CODE
                                 CONT-PRIOR-PHONE CONT-PRIOR-EMAIL
                  MOVE 0 TO CONT-CHANGED-DATE CONT-CALLBACK-DATE
                  MOVE "P" TO CONT-STMT-DELIVERY
                  MOVE SPACES TO CONT-ESTMT-HINT-REF
                  MOVE 0 TO CONT-ESTMT-BOUNCE-DATE
             END-READ
             IF CONT-CHANGED-DATE IS NOT NUMERIC
                MOVE 0 TO CONT-CHANGED-DATE
             END-IF
             IF CONT-CALLBACK-DATE IS NOT NUMERIC
                MOVE 0 TO CONT-CALLBACK-DATE
             END-IF
             IF CONT-ESTMT-BOUNCE-DATE IS NOT NUMERIC
                MOVE 0 TO CONT-ESTMT-BOUNCE-DATE
             END-IF
             MOVE CONT-PHONE TO WS-SAVED-PHONE
             MOVE CONT-EMAIL TO WS-SAVED-EMAIL

             PERFORM AMEND-EACH-FIELD

             IF WS-RECORD-EXISTS = "Y"
                PERFORM STAMP-CONTACT-CHANGE
                REWRITE CONTACT-RECORD
                DISPLAY "Contact details amended for "
                        WS-ENTRY-ACCOUNT-NUM
              PERFORM AUDIT-FIELD-CHANGE
           END-IF

           MOVE "COUNTRY" TO WS-FIELD-NAME
           MOVE CONT-COUNTRY-CODE TO WS-OLD-VALUE
           DISPLAY "Country code, blank for home [" CONT-COUNTRY-CODE
                   "] (. to keep): "
           ACCEPT WS-NEW-VALUE
           IF WS-NEW-VALUE NOT = "."
              MOVE WS-NEW-VALUE TO CONT-COUNTRY-CODE
              PERFORM AUDIT-FIELD-CHANGE
           END-IF

           MOVE "PHONE"   TO WS-FIELD-NAME
           MOVE CONT-PHONE TO WS-OLD-VALUE
           DISPLAY "Phone [" CONT-PHONE "] (. to keep): "
           IF WS-NEW-VALUE NOT = "."
              MOVE WS-NEW-VALUE TO CONT-EMAIL
              PERFORM AUDIT-FIELD-CHANGE
           END-IF

           PERFORM AMEND-STATEMENT-DELIVERY.
       EXIT.

      *Statements go by email only where there is an email to send
      *them to; taking the email away puts the customer back on
      *paper.
       AMEND-STATEMENT-DELIVERY.

           IF CONT-STMT-PAPER
              MOVE "P" TO CONT-STMT-DELIVERY
           END-IF
           MOVE "STMTDLV" TO WS-FIELD-NAME
           MOVE CONT-STMT-DELIVERY TO WS-OLD-VALUE
           DISPLAY "Statements by P)aper E)mail B)oth ["
                   CONT-STMT-DELIVERY "] (. to keep): "
           ACCEPT WS-NEW-VALUE
           IF WS-NEW-VALUE NOT = "."
              INSPECT WS-NEW-VALUE CONVERTING "peb" TO "PEB"
              IF WS-NEW-VALUE(2:) NOT = SPACES OR
                 (WS-NEW-VALUE(1:1) NOT = "P" AND
                  WS-NEW-VALUE(1:1) NOT = "E" AND
                  WS-NEW-VALUE(1:1) NOT = "B")
                 DISPLAY "Unknown delivery choice, kept as "
                         CONT-STMT-DELIVERY
              ELSE
                 MOVE WS-NEW-VALUE(1:1) TO CONT-STMT-DELIVERY
                 PERFORM AUDIT-FIELD-CHANGE
              END-IF
           END-IF
           IF NOT CONT-STMT-PAPER AND CONT-EMAIL = SPACES
              DISPLAY "No email held - statements stay on paper."
              MOVE "STMTDLV" TO WS-FIELD-NAME
              MOVE CONT-STMT-DELIVERY TO WS-OLD-VALUE
              MOVE "P" TO WS-NEW-VALUE
              MOVE "P" TO CONT-STMT-DELIVERY
              PERFORM AUDIT-FIELD-CHANGE
           END-IF

           IF NOT CONT-STMT-PAPER
              MOVE "HINTREF" TO WS-FIELD-NAME
              MOVE CONT-ESTMT-HINT-REF TO WS-OLD-VALUE
              DISPLAY "Statement password hint reference ["
                      CONT-ESTMT-HINT-REF "] (. to keep): "
              ACCEPT WS-NEW-VALUE
              IF WS-NEW-VALUE NOT = "."
                 MOVE WS-NEW-VALUE TO CONT-ESTMT-HINT-REF
                 PERFORM AUDIT-FIELD-CHANGE
              END-IF
           END-IF.
       EXIT.

      *A new phone or email on an existing record is the first step
      *of an account takeover: date the change so posting can hold
      *risky debits until the customer is called back. The old
      *details are kept for that callback - but while an earlier
      *change is still unconfirmed the details already kept are the
      *genuine ones, and a second change must not replace them.
       STAMP-CONTACT-CHANGE.

           IF CONT-PHONE NOT = WS-SAVED-PHONE OR
              CONT-EMAIL NOT = WS-SAVED-EMAIL
              IF CONT-CHANGED-DATE NOT > CONT-CALLBACK-DATE
                 MOVE WS-SAVED-PHONE TO CONT-PRIOR-PHONE
                 MOVE WS-SAVED-EMAIL TO CONT-PRIOR-EMAIL
              END-IF
              MOVE WS-TODAY TO CONT-CHANGED-DATE
              DISPLAY "Phone/email changed - risky debits are held "
                      "until a callback on the old details."
           END-IF.
       EXIT.

      *The call centre has reached the customer on the phone or
      *email held before the change and the customer confirms it.
      *Items held meanwhile are resubmitted in projSuspenseRepair.
       CONFIRM-CALLBACK.

           DISPLAY "Account number: "
           ACCEPT WS-ENTRY-ACCOUNT-NUM
           MOVE WS-ENTRY-ACCOUNT-NUM TO CONT-ACCOUNT-NUM
           READ CONTACT-FILE
              KEY IS CONT-ACCOUNT-NUM
              INVALID KEY
                DISPLAY "No contact details held for "
                        WS-ENTRY-ACCOUNT-NUM
              NOT INVALID KEY
                IF CONT-CHANGED-DATE IS NOT NUMERIC OR
                   CONT-CALLBACK-DATE IS NOT NUMERIC OR
                   CONT-CHANGED-DATE = 0 OR
                   CONT-CALLBACK-DATE NOT < CONT-CHANGED-DATE
                   DISPLAY "No unconfirmed contact change on "
                           WS-ENTRY-ACCOUNT-NUM
                ELSE
                   DISPLAY "Changed on    : " CONT-CHANGED-DATE
                   DISPLAY "Call back on  : " CONT-PRIOR-PHONE
                           " / " CONT-PRIOR-EMAIL
                   DISPLAY "New phone     : " CONT-PHONE
                   DISPLAY "New email     : " CONT-EMAIL
                   DISPLAY "Customer confirmed the change? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                      MOVE WS-TODAY TO CONT-CALLBACK-DATE
                      REWRITE CONTACT-RECORD
                      MOVE SPACES TO AUDIT-MESSAGE
                      STRING "CALLBACK CONFIRMED " WS-ENTRY-ACCOUNT-NUM
                             DELIMITED BY SIZE INTO AUDIT-MESSAGE
                      PERFORM WRITE-AUDIT-LOG
                      DISPLAY "Callback recorded. Resubmit held "
                              "items in projSuspenseRepair."
                   ELSE
                      DISPLAY "Callback not confirmed - items stay "
                              "held."
                   END-IF
                END-IF
           END-READ.
       EXIT.

      *Two audit records per changed field: the value before and the
      *value after, tagged with the field name.
       AUDIT-FIELD-CHANGE.
