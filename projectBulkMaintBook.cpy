      *Bulk Account-Maintenance Staging Databook
      *One record per line of a bulk maintenance upload, keyed by
      *the upload number (KEYS-ID 14) and the line's place in the
      *file. projBulkMaintenance stages the validated lines here
      *under a single PENDING "BLK" item on TRANSACTION-FILE; when
      *a supervisor decides that item in projApproval the lines are
      *applied (or refused) by projBulkMaintApply, which records
      *each line's outcome.
       01 BULK-MAINT-RECORD.
        05 BLKM-KEY.
         10 BLKM-UPLOAD-ID         PIC 9(8).
         10 BLKM-LINE-NUM          PIC 9(5).
        05 BLKM-TRANS-ID           PIC 9(10).
        05 BLKM-MAKER-ID           PIC X(8).
        05 BLKM-STAGED-DATE        PIC 9(8).
        05 BLKM-ACTION             PIC X(3).
           88 BLKM-FREEZE          VALUE "FRZ".
           88 BLKM-UNFREEZE        VALUE "UFZ".
           88 BLKM-STMT-CYCLE      VALUE "CYC".
           88 BLKM-BRANCH          VALUE "BRN".
           88 BLKM-ALERT           VALUE "ALR".
           88 BLKM-DORMANCY        VALUE "DRM".
        05 BLKM-ACCOUNT-NUM        PIC 9(10).
      *The new value the action sets; only the one the action
      *names is used.
        05 BLKM-NEW-CYCLE          PIC 9(2).
        05 BLKM-NEW-BRANCH         PIC X(5).
        05 BLKM-LOW-THRESHOLD      PIC S9(8)V99.
        05 BLKM-LARGE-DEBIT        PIC 9(8)V99.
        05 BLKM-DORMANT-FLAG       PIC X(1).
        05 BLKM-STATUS             PIC X(1).
           88 BLKM-STATUS-STAGED   VALUE "S".
           88 BLKM-STATUS-APPLIED  VALUE "A".
           88 BLKM-STATUS-REJECTED VALUE "R".
        05 BLKM-RESULT             PIC X(40).
