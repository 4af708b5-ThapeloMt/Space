      *Bulk Maintenance Apply Interface Databook
      *Passed to projBulkMaintApply by projApproval when a
      *supervisor decides a bulk maintenance item: the upload to
      *act on, the decision (R release, X reject) and who took it.
      *The module hands back how many lines were applied and how
      *many refused, and the name of the per-line report it wrote.
       01 BULK-APPLY-REQUEST.
        05 BLKQ-UPLOAD-ID          PIC 9(8).
        05 BLKQ-DECISION           PIC X(1).
           88 BLKQ-RELEASE         VALUE "R".
           88 BLKQ-REJECT          VALUE "X".
        05 BLKQ-APPROVER-ID        PIC X(8).
        05 BLKQ-APPLIED-COUNT      PIC 9(5).
        05 BLKQ-REJECTED-COUNT     PIC 9(5).
        05 BLKQ-REPORT-NAME        PIC X(30).
