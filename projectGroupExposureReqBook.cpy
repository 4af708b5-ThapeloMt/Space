      *Group Exposure Request Databook
      *Passed to projGroupExposure. The caller names a group, or
      *leaves GEXQ-GROUP-ID zero and names a CIF to work from the
      *group that CIF belongs to. The module hands back the group's
      *name and limit, how many members it has, and the group's
      *current exposure: loans outstanding, overdrafts drawn on
      *arranged facilities, and guarantees the members have given.
       01 GROUP-EXPOSURE-REQUEST.
        05 GEXQ-CIF-ID             PIC 9(8).
        05 GEXQ-GROUP-ID           PIC 9(6).
        05 GEXQ-GROUP-NAME         PIC X(40).
        05 GEXQ-GROUP-LIMIT        PIC 9(12)V99.
        05 GEXQ-MEMBER-COUNT       PIC 9(4).
        05 GEXQ-LOAN-TOTAL         PIC 9(12)V99.
        05 GEXQ-OD-DRAWN-TOTAL     PIC 9(12)V99.
        05 GEXQ-GUARANTEE-TOTAL    PIC 9(12)V99.
        05 GEXQ-EXPOSURE-TOTAL     PIC 9(12)V99.
        05 GEXQ-RESULT             PIC X(1).
           88 GEXQ-FOUND           VALUE "Y".
           88 GEXQ-NOT-IN-GROUP    VALUE "N".
