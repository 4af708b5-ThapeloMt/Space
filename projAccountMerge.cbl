         10 WS-LNK-CIF-ID         PIC 9(8).
         10 WS-LNK-ROLE           PIC X(1).
         10 WS-LNK-ADDED          PIC 9(8).
         10 WS-LNK-AUTH-CHANNEL   PIC X(10).
       01  END-OF-FILE            PIC X VALUE "N".

       01  WS-SOURCE-ACCOUNT      PIC 9(10).
                              WS-LNK-ROLE(WS-LNK-COUNT)
                         MOVE OWN-ADDED-DATE TO
                              WS-LNK-ADDED(WS-LNK-COUNT)
                         MOVE OWN-AUTH-CHANNEL TO
                              WS-LNK-AUTH-CHANNEL(WS-LNK-COUNT)
                      END-IF
                    END-IF
                END-READ
                MOVE WS-LNK-CIF-ID(WS-LNK-IDX) TO OWN-CIF-ID
                MOVE WS-LNK-ROLE(WS-LNK-IDX) TO OWN-ROLE
                MOVE WS-LNK-ADDED(WS-LNK-IDX) TO OWN-ADDED-DATE
                MOVE WS-LNK-AUTH-CHANNEL(WS-LNK-IDX)
                     TO OWN-AUTH-CHANNEL
                WRITE OWNER-LINK-RECORD
                 INVALID KEY
                   CONTINUE
