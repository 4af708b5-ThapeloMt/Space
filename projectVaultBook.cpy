      *Branch Vault Databook
      *One record per branch per business date. The vault opens
      *with the cash counted into it at the previous close; through
      *the day it issues opening floats to teller drawers and takes
      *their counted cash back at drawer close, and receives cash
      *delivered by, or hands cash to, the cash-in-transit company.
      *The custodian's closing count by denomination is proved
      *against opening plus movements by projVaultProof.
       01 VAULT-RECORD.
        05 VLT-KEY.
         10 VLT-BRANCH-CODE        PIC X(05).
         10 VLT-DATE               PIC 9(8).
        05 VLT-OPENING-BALANCE     PIC S9(10)V99.
        05 VLT-ISSUED-TO-DRAWERS   PIC S9(10)V99.
        05 VLT-RETURNED-BY-DRAWERS PIC S9(10)V99.
        05 VLT-CIT-RECEIVED        PIC S9(10)V99.
        05 VLT-CIT-DISPATCHED      PIC S9(10)V99.
      *Closing count by note denomination, plus coins as an amount.
        05 VLT-COUNT-200           PIC 9(6).
        05 VLT-COUNT-100           PIC 9(6).
        05 VLT-COUNT-50            PIC 9(6).
        05 VLT-COUNT-20            PIC 9(6).
        05 VLT-COUNT-10            PIC 9(6).
        05 VLT-COINS-AMOUNT        PIC 9(7)V99.
        05 VLT-COUNTED             PIC S9(10)V99.
        05 VLT-DIFFERENCE          PIC S9(10)V99.
        05 VLT-STATUS              PIC X(1).
           88 VLT-STATUS-OPEN      VALUE "O".
           88 VLT-STATUS-CLOSED    VALUE "C".
        05 VLT-OPENED-BY           PIC X(8).
        05 VLT-CLOSED-BY           PIC X(8).
