      *****************************************************************
      * Copybook name:   DELTSEQ
      * Purpose:          FD record for the partner delta sequence
      *                   control file (DELTSEQ.DAT) -- one record
      *                   holding the last file sequence number
      *                   SSNDELT issued and the run date it was
      *                   issued for.  A run on a new date takes the
      *                   next number; a rerun on the same date
      *                   reissues the same one, so the replacement
      *                   file does not open a gap.  The record is
      *                   rewritten only after the delta has proved
      *                   against the promotion counts.
      *                   It also bounds the window of death-match
      *                   stamps (S audit entries, SSNDMAT) each delta
      *                   ships: those dated after the previous
      *                   delta's run date, plus any dated that same
      *                   day beyond the number already on the trail
      *                   when it ran.  A rerun keeps the window it
      *                   was first given.
      *****************************************************************
       01  DELTA-SEQ-RECORD.
           05 DQ-LAST-SEQ         PIC 9(6).
           05 DQ-LAST-RUN-DATE    PIC 9(8).
      *    S entries dated DQ-LAST-RUN-DATE on the trail when that
      *    delta was cut -- the ones it shipped.
           05 DQ-LAST-STAMPS      PIC 9(5).
      *    The window that delta was given, for a rerun to reuse.
           05 DQ-WINDOW-FROM-DATE PIC 9(8).
           05 DQ-WINDOW-FROM-SKIP PIC 9(5).
