      *Holders from the ownership link file; an account with no
      *link records belongs wholly to its ACCOUNT-CIF-ID (zero for
      *never-linked accounts, which group under depositor zero so
      *the money is still counted, not dropped). A minor's guardian
      *operates the account but does not own the money in it.
       COLLECT-ACCOUNT-HOLDERS.

           MOVE 0 TO WS-HLD-COUNT
                   IF OWN-ACCOUNT-NUM NOT = CUS-ACCOUNT-NUM
                      MOVE "Y" TO WS-LINK-DONE
                   ELSE
                     IF WS-HLD-COUNT < 8 AND NOT OWN-ROLE-GUARDIAN
                        ADD 1 TO WS-HLD-COUNT
                        MOVE OWN-CIF-ID
                             TO WS-HLD-CIF(WS-HLD-COUNT)
