        05 BRN-CODE                PIC X(5).
        05 BRN-NAME                PIC X(30).
        05 BRN-REGION              PIC X(20).
      *Insurance cover on the branch vault: the most cash the
      *branch may hold overnight. Zero means no limit has been set.
        05 BRN-VAULT-LIMIT         PIC 9(10)V99.
