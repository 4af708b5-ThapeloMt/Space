      *Suspense Repair Log Databook
      *One record per suspense item projSuspenseRepair resubmitted,
      *appended to projectSuspenseRepairLog.dat: who repaired it,
      *the item it came from, the TRANS-ID it went back in as and
      *whether it went straight to posting or waited for approval.
       01 SUSP-REPAIR-LOG-RECORD.
        05 SRL-DATE                PIC 9(8).
        05 SRL-TIME                PIC 9(8).
        05 SRL-OPERATOR-ID         PIC X(8).
        05 SRL-ORIG-TRANS-ID       PIC 9(10).
        05 SRL-NEW-TRANS-ID        PIC 9(10).
        05 SRL-ACCOUNT-NUM         PIC 9(10).
        05 SRL-AMOUNT              PIC S9(6)V99.
        05 SRL-TRANS-STATUS        PIC X(1).
