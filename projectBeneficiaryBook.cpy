      *so a fat-fingered contra account no longer moves money.
      *BEN-DAILY-LIMIT caps any single day's transfer to the
      *beneficiary; zero means no cap.
      *An external beneficiary banks elsewhere: it is paid by XPT
      *through the outbound clearing file rather than by TRF, and
      *its BEN-CONTRA-ACCOUNT is only a reference number allocated
      *from 9000000001 upward per owning account - the real account
      *is BEN-EXT-ACCOUNT at the bank/branch in BEN-EXT-BANK-CODE.
       01 BENEFICIARY-RECORD.
        05 BEN-KEY.
         10 BEN-ACCOUNT-NUM        PIC 9(10).
        05 BEN-STATUS              PIC X(1).
           88 BEN-STATUS-ACTIVE    VALUE "A".
           88 BEN-STATUS-CANCELLED VALUE "C".
        05 BEN-TYPE                PIC X(1).
           88 BEN-INTERNAL         VALUE "I" " ".
           88 BEN-EXTERNAL         VALUE "E".
        05 BEN-EXT-BANK-CODE       PIC X(11).
        05 BEN-EXT-ACCOUNT         PIC X(20).
