        05 WS-HIS-REF-ID              PIC 9(10).
        05 WS-HIS-MEMO                PIC X(30).
        05 WS-HIS-CHANNEL             PIC X(10).
        05 WS-HIS-TRANS-TYPE          PIC X(3).
