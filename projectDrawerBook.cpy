        05 DRW-STATUS              PIC X(1).
           88 DRW-STATUS-OPEN      VALUE "O".
           88 DRW-STATUS-CLOSED    VALUE "C".
      *Branch whose vault issued the float and takes the closing
      *cash back.
        05 DRW-BRANCH-CODE         PIC X(05).
