      *Posting Stream Control Databook
      *When PARM-POSTING-STREAMS is more than one, the posting run
      *cuts the day's NEW transactions into that many contiguous
      *TRANS-ACCOUNT-NUM ranges of roughly equal volume and posts
      *each range as its own stream, so several copies of the run
      *(projMainProg plus projPostingStream workers) can work the
      *book at once. Keyed by business date and stream number:
      *  - stream 00 "S" is the run's plan (stream count, book
      *    balance before posting, plan and merge status);
      *  - streams 01-nn "S" carry the partition, the TRANS-ID and
      *    HOLD-ID blocks reserved for it, when it ran, and the
      *    control totals it posted;
      *  - "B" and "I" records under a stream hold its batch-control
      *    counts and inter-branch positions, one per batch / branch
      *    pair, for the merge into the single end-of-run result.
       01 POST-STREAM-RECORD.
        05 PSTR-KEY.
         10 PSTR-RUN-DATE          PIC 9(8).
         10 PSTR-STREAM            PIC 9(2).
         10 PSTR-REC-TYPE          PIC X(1).
            88 PSTR-REC-STREAM     VALUE "S".
            88 PSTR-REC-BATCH      VALUE "B".
            88 PSTR-REC-IBS        VALUE "I".
         10 PSTR-SEQ               PIC 9(3).
      *On the plan: P = streams posting, M = merged into the run.
      *On a stream: R = ready, A = active (claimed), C = complete.
        05 PSTR-STATUS             PIC X(1).
           88 PSTR-PLAN-POSTING    VALUE "P".
           88 PSTR-PLAN-MERGED     VALUE "M".
           88 PSTR-STREAM-READY    VALUE "R".
           88 PSTR-STREAM-ACTIVE   VALUE "A".
           88 PSTR-STREAM-COMPLETE VALUE "C".
        05 PSTR-DETAIL             PIC X(240).
      *Plan view (stream 00).
        05 PSTR-PLAN-DETAIL REDEFINES PSTR-DETAIL.
         10 PSTR-STREAM-COUNT      PIC 9(2).
         10 PSTR-PLAN-ITEMS        PIC 9(9).
         10 PSTR-BALANCE-BEFORE    PIC S9(10)V99.
         10 PSTR-PLAN-TIME         PIC 9(8).
         10 PSTR-MERGE-TIME        PIC 9(8).
         10 FILLER                 PIC X(201).
      *Stream view (streams 01-nn).
        05 PSTR-STREAM-DETAIL REDEFINES PSTR-DETAIL.
         10 PSTR-LOW-ACCOUNT       PIC 9(10).
         10 PSTR-HIGH-ACCOUNT      PIC 9(10).
         10 PSTR-ITEMS-PLANNED     PIC 9(9).
         10 PSTR-FIRST-TRANS-ID    PIC 9(10).
         10 PSTR-LAST-TRANS-ID     PIC 9(10).
         10 PSTR-FIRST-HOLD-ID     PIC 9(5).
         10 PSTR-LAST-HOLD-ID      PIC 9(5).
         10 PSTR-START-TIME        PIC 9(8).
         10 PSTR-END-TIME          PIC 9(8).
         10 PSTR-ELAPSED-SECS      PIC 9(7).
         10 PSTR-DEFERRED-COUNT    PIC 9(7).
         10 PSTR-RECON-POSTED      PIC S9(9)V99.
         10 PSTR-HASH-TOTAL        PIC S9(9)V99.
         10 PSTR-SUSPENSE-COUNT    PIC 9(5).
         10 PSTR-WHS-DIVERTED      PIC 9(5).
         10 PSTR-CARD-BREACHES     PIC 9(5).
         10 PSTR-DD-UNPAID-COUNT   PIC 9(5).
         10 PSTR-XPT-COUNT         PIC 9(5).
         10 PSTR-XPT-TOTAL         PIC 9(10)V99.
         10 PSTR-ICH-COUNT         PIC 9(5).
         10 PSTR-ICH-TOTAL         PIC S9(9)V99.
         10 PSTR-ALERT-COUNT       PIC 9(5).
         10 PSTR-TRF-CONV-INCOME   PIC S9(10)V99.
         10 PSTR-BATCH-ENTRIES     PIC 9(3).
         10 PSTR-IBS-ENTRIES       PIC 9(2).
         10 FILLER                 PIC X(54).
      *Batch-control view ("B").
        05 PSTR-BATCH-DETAIL REDEFINES PSTR-DETAIL.
         10 PSTR-BATCH-ID          PIC X(10).
         10 PSTR-BATCH-COUNT       PIC 9(7).
         10 PSTR-BATCH-NEW-AMOUNT  PIC S9(12)V99.
         10 FILLER                 PIC X(209).
      *Inter-branch view ("I").
        05 PSTR-IBS-DETAIL REDEFINES PSTR-DETAIL.
         10 PSTR-IBS-FROM          PIC X(5).
         10 PSTR-IBS-TO            PIC X(5).
         10 PSTR-IBS-AMOUNT        PIC S9(10)V99.
         10 PSTR-IBS-ITEMS         PIC 9(7).
         10 FILLER                 PIC X(211).
