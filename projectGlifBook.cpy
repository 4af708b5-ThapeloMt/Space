      *header (H) with the batch date, paired DR/CR detail lines (D)
      *summarized by branch, account type, and transaction type, and
      *one trailer (T) carrying the line count and amount hash.
      *Each detail line carries the number of the GL posting rule
      *that produced it and whether it is the customer-balance side
      *of its pair (C) or the offsetting side (O).
       01 GLIF-RECORD.
        05 GLIF-REC-TYPE           PIC X(1).
           88 GLIF-HEADER-REC      VALUE "H".
         10 GLIF-GL-ACCOUNT        PIC X(8).
         10 GLIF-DRCR              PIC X(2).
         10 GLIF-AMOUNT            PIC 9(10)V99.
         10 GLIF-RULE-NUM          PIC 9(4).
         10 GLIF-LINE-SIDE         PIC X(1).
            88 GLIF-CUSTOMER-LINE  VALUE "C".
            88 GLIF-OFFSET-LINE    VALUE "O".
         10 FILLER                 PIC X(8).
        05 GLIF-TRAILER REDEFINES GLIF-BODY.
         10 GLIF-TRL-COUNT         PIC 9(7).
         10 GLIF-TRL-HASH          PIC 9(12)V99.
