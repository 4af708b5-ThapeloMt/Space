      *Safe Deposit Box Rate Databook
      *Annual rental fee for each box size (S, M, L). A new rental
      *agreement takes the fee for its box's size at the time it is
      *signed and keeps it for the life of the agreement.
       01 SAFE-BOX-RATE-RECORD.
        05 SBR-SIZE                PIC X(1).
        05 SBR-ANNUAL-FEE          PIC 9(6)V99.
        05 SBR-DESCRIPTION         PIC X(20).
