      *Posting Stream Worker Request
      *Shared across the run unit: projPostingStream sets the marker
      *before it calls projMainProg, which then works only as an
      *extra posting stream - claiming ready partitions off the
      *stream control file until none are left - instead of running
      *the whole posting job. projMainProg clears the marker as soon
      *as it has seen it.
       01 POST-STREAM-REQUEST EXTERNAL.
        05 PSRQ-MARKER             PIC X(8).
           88 PSRQ-WORKER          VALUE "PSTREAMW".
