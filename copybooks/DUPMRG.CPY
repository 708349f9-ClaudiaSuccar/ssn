      *****************************************************************
      * Copybook name:   DUPMRG
      * Purpose:          FD record for the pre-built merge file
      *                   (DUPMRG.DAT): M transactions the merge build
      *                   (SSNDUPS MERGE) made from supervisor-
      *                   confirmed duplicate pairs, waiting for the
      *                   night stream.  DM-TX-IMAGE is a complete
      *                   TRANREC image -- the retired Ident in
      *                   TX-IDENT, the survivor in
      *                   TX-SURVIVING-IDENT, a blank origin (no
      *                   office sent it).  SSNPREP releases every
      *                   waiting ("W") item on a night whose batch
      *                   balances, outside the transmittal count
      *                   the same way corrected recycle items ride,
      *                   and marks it released ("R") with the run
      *                   date; an item released on tonight's date is
      *                   released again if the night is rerun.
      *                   DM-BUILT-BY is the supervisor who signed
      *                   the build on; SSNPREP holds the merge for
      *                   second-operator approval like any keyed
      *                   Merge, with the builder standing as the
      *                   keyer, so a different operator must approve
      *                   it before it reaches maintenance.
      *****************************************************************
       01  DUP-MERGE-RECORD.
           05 DM-STATUS           PIC X.
              88 DM-WAITING       VALUE "W".
              88 DM-RELEASED      VALUE "R".
           05 DM-RELEASE-DATE     PIC 9(8).
           05 DM-BUILT-BY         PIC X(8).
           05 DM-TX-IMAGE         PIC X(72).
