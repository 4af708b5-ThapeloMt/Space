      *Bank Draft Register Databook
      *One record per bank draft (manager's cheque), keyed by draft
      *number. A draft is issued UNFUNDED and becomes OUTSTANDING
      *when its purchase TRF from the customer to the
      *PARM-DRAFT-ACCOUNT control account posts; it is PAID when
      *presented as a CHQ on the control account for the same
      *number and amount, CANCELLED when refunded to the customer
      *with a supervisor's approval, and ESCHEATED when surrendered
      *unpaid after PARM-ESCHEAT-YEARS.
       01 DRAFT-RECORD.
        05 DRF-NUMBER              PIC 9(8).
        05 DRF-ACCOUNT-NUM         PIC 9(10).
        05 DRF-PAYEE               PIC X(40).
        05 DRF-AMOUNT              PIC 9(6)V99.
        05 DRF-BRANCH-CODE         PIC X(05).
        05 DRF-ISSUE-DATE          PIC 9(8).
        05 DRF-ISSUED-BY           PIC X(8).
        05 DRF-ISSUE-TRANS-ID      PIC 9(10).
        05 DRF-STATUS              PIC X(1).
           88 DRF-STATUS-UNFUNDED  VALUE "N".
           88 DRF-STATUS-OUTSTANDING VALUE "O".
           88 DRF-STATUS-PAID      VALUE "P".
           88 DRF-STATUS-CANCELLED VALUE "C".
           88 DRF-STATUS-ESCHEATED VALUE "E".
      *Business date the draft was paid, cancelled or escheated,
      *and for a cancellation the supervisor who approved it.
        05 DRF-CLOSED-DATE         PIC 9(8).
        05 DRF-CANCEL-APPROVER     PIC X(8).
