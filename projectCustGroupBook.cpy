      *Connected-Party Group Databook
      *Links CIFs that are related companies or family members into
      *a connected group, so credit exposure can be judged across
      *the group and not one loan at a time. Each group has one
      *header row (CGRP-CIF-ID zero) holding its name and group
      *limit, and one member row per CIF in it; the group id comes
      *off KEYS-ID 21. A CIF belongs to one group at most, and the
      *alternate key finds the group a CIF is in.
       01 CUSTOMER-GROUP-RECORD.
        05 CGRP-KEY.
         10 CGRP-GROUP-ID          PIC 9(6).
         10 CGRP-CIF-ID            PIC 9(8).
        05 CGRP-DETAIL             PIC X(80).
        05 CGRP-HEADER-DETAIL REDEFINES CGRP-DETAIL.
         10 CGRP-GROUP-NAME        PIC X(40).
         10 CGRP-GROUP-LIMIT       PIC 9(12)V99.
         10 CGRP-STATUS            PIC X(1).
            88 CGRP-STATUS-ACTIVE  VALUE "A".
            88 CGRP-STATUS-CLOSED  VALUE "C".
         10 CGRP-OPENED-DATE       PIC 9(8).
         10 CGRP-REVIEW-DATE       PIC 9(8).
         10 FILLER                 PIC X(9).
        05 CGRP-MEMBER-DETAIL REDEFINES CGRP-DETAIL.
      *P = parent or principal, S = subsidiary, F = family member,
      *C = under common control, O = other connection.
         10 CGRP-RELATIONSHIP      PIC X(1).
            88 CGRP-REL-VALID      VALUES "P" "S" "F" "C" "O".
         10 CGRP-ADDED-DATE        PIC 9(8).
         10 CGRP-ADDED-BY          PIC X(8).
         10 FILLER                 PIC X(63).
