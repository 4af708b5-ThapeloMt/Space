      *Branch master maintenance utility
      *Captures and amends the branch master records (code, name,
      *region) that projBranchReport totals against, and the
      *insured vault limit projVaultProof checks the vault against.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projBranchMaintenance.
       01  WS-ENTRY-CODE          PIC X(5).
       01  WS-ENTRY-NAME          PIC X(30).
       01  WS-ENTRY-REGION        PIC X(20).
       01  WS-ENTRY-VAULT-LIMIT   PIC 9(10)V99.
       01  WS-ANOTHER             PIC X VALUE "Y".

       PROCEDURE DIVISION.
           ACCEPT WS-ENTRY-NAME
           DISPLAY "Region: "
           ACCEPT WS-ENTRY-REGION
           DISPLAY "Insured vault limit (0 = none): "
           ACCEPT WS-ENTRY-VAULT-LIMIT

           MOVE WS-ENTRY-CODE   TO BRN-CODE
           MOVE WS-ENTRY-NAME   TO BRN-NAME
           MOVE WS-ENTRY-REGION TO BRN-REGION
           MOVE WS-ENTRY-VAULT-LIMIT TO BRN-VAULT-LIMIT
           WRITE BRANCH-RECORD
            INVALID KEY
              REWRITE BRANCH-RECORD
             INVALID KEY
               MOVE "Y" TO END-OF-FILE
           END-START
           DISPLAY "CODE  NAME                           REGION    "
                   "           VAULT LIMIT"
           PERFORM UNTIL END-OF-FILE = "Y"
             READ BRANCH-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO END-OF-FILE
               NOT AT END
                 DISPLAY BRN-CODE " " BRN-NAME " " BRN-REGION " "
                         BRN-VAULT-LIMIT
             END-READ
           END-PERFORM.
       EXIT.
