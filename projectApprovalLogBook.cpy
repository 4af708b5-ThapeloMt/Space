      *Approval Decision Log Databook
      *One record per release or rejection taken in projApproval,
      *appended to projectApprovalLog.dat: which item, what it was,
      *who decided and when. Set against the teller journal and the
      *suspense repair log it shows who keyed what each approver
      *released.
       01 APPROVAL-LOG-RECORD.
        05 APL-DATE                PIC 9(8).
        05 APL-TIME                PIC 9(8).
        05 APL-TRANS-ID            PIC 9(10).
        05 APL-TRANS-TYPE          PIC X(3).
        05 APL-ACCOUNT-NUM         PIC 9(10).
        05 APL-AMOUNT              PIC S9(8)V99.
        05 APL-DECISION            PIC X(1).
           88 APL-RELEASED         VALUE "R".
           88 APL-REJECTED         VALUE "X".
        05 APL-APPROVER-ID         PIC X(8).
