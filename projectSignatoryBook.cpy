      *Signatory Mandate Databook
      *One record per account operated under a signing mandate -
      *typically a business account - keyed by account number: the
      *customers (CIF-IDs) authorized to sign on it, how many of
      *them must sign, and the largest single item each may sign.
      *Counter WIT, TRF and CHQ items on the account are refused
      *unless the signatories presented meet the mandate. Every
      *change is approved by a supervisor when it is keyed.
       01 SIGNATORY-MANDATE-RECORD.
        05 SGM-ACCOUNT-NUM         PIC 9(10).
      *1 = any one signatory, 2 = any two together, N = the named
      *signatory together with any other.
        05 SGM-RULE                PIC X(1).
           88 SGM-RULE-ANY-ONE     VALUE "1".
           88 SGM-RULE-ANY-TWO     VALUE "2".
           88 SGM-RULE-NAMED-PLUS-ONE VALUE "N".
        05 SGM-NAMED-CIF-ID        PIC 9(8).
        05 SGM-SIGNATORY-COUNT     PIC 9(1).
      *Zero limit: the signatory may sign any amount.
        05 SGM-SIGNATORY OCCURS 6 TIMES.
         10 SGM-SIG-CIF-ID         PIC 9(8).
         10 SGM-SIG-LIMIT          PIC 9(10)V99.
        05 SGM-STATUS              PIC X(1).
           88 SGM-STATUS-ACTIVE    VALUE "A".
           88 SGM-STATUS-CANCELLED VALUE "C".
        05 SGM-KEYED-BY            PIC X(8).
        05 SGM-APPROVED-BY         PIC X(8).
        05 SGM-APPROVED-DATE       PIC 9(8).
