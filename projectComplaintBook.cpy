      *Customer Complaint Databook
      *One record per customer complaint, keyed by a complaint
      *number from KEYS-ID 17 and held against the customer's CIF,
      *with the account complained about where there is one. The
      *acknowledgment and resolution deadlines are set when the
      *complaint is logged, from the service levels for its
      *category in projectComplaintSlaBook. A complaint closed with
      *redress carries the TRANS-ID of the credit entered for it,
      *which waits for supervisor release in projApproval.
       01 COMPLAINT-RECORD.
        05 CMP-COMPLAINT-ID        PIC 9(8).
        05 CMP-CIF-ID              PIC 9(8).
        05 CMP-ACCOUNT-NUM         PIC 9(10).
        05 CMP-CATEGORY            PIC X(4).
        05 CMP-CHANNEL             PIC X(6).
           88 CMP-CHANNEL-VALID    VALUE "BRANCH" "PHONE" "EMAIL"
                                         "LETTER" "ONLINE".
        05 CMP-OWNER-ID            PIC X(8).
        05 CMP-LOGGED-BY           PIC X(8).
        05 CMP-RECEIVED-DATE       PIC 9(8).
        05 CMP-ACK-DUE-DATE        PIC 9(8).
        05 CMP-RESOLVE-DUE-DATE    PIC 9(8).
        05 CMP-ACK-DATE            PIC 9(8).
        05 CMP-STATUS              PIC X(1).
           88 CMP-STATUS-OPEN      VALUE "O".
           88 CMP-STATUS-ACKED     VALUE "A".
           88 CMP-STATUS-CLOSED    VALUE "C".
        05 CMP-OUTCOME             PIC X(1).
           88 CMP-OUTCOME-UPHELD   VALUE "U".
           88 CMP-OUTCOME-PARTLY   VALUE "P".
           88 CMP-OUTCOME-REJECTED VALUE "N".
           88 CMP-OUTCOME-WITHDRAWN VALUE "W".
           88 CMP-OUTCOME-VALID    VALUE "U" "P" "N" "W".
        05 CMP-CLOSED-DATE         PIC 9(8).
        05 CMP-REDRESS-AMOUNT      PIC 9(8)V99.
        05 CMP-REDRESS-TRANS-ID    PIC 9(10).
        05 CMP-SUMMARY             PIC X(40).
