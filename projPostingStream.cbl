      *Posting stream worker
      *With PARM-POSTING-STREAMS above one, the nightly posting run
      *(projMainProg) splits the day's transactions into account
      *ranges and posts them as separate streams. Each copy of this
      *program started while the run is posting is one more worker:
      *it waits for the run to plan the day's streams, then claims
      *and posts ready streams until none are left, and ends. The
      *main run posts whatever no worker has taken, waits for the
      *rest, and merges every stream's totals into its own before
      *reconciliation and the checkpoint. Start as many copies as
      *there are streams beyond the first; with none started the
      *main run simply posts every stream itself.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. projPostingStream.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY projectPostStreamReqBook.

       PROCEDURE DIVISION.

           MOVE "PSTREAMW" TO PSRQ-MARKER
           CALL 'projMainProg'
           MOVE SPACES TO PSRQ-MARKER
           STOP RUN.
