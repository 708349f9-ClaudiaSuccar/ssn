      *                   refuses a check-in whose predecessor has
      *                   not completed clean.  The counts are pulled
      *                   from the step's own control file at
      *                   check-out (MNTCTL, BALST, RUNCTL, RUNSTAT) so
      *                   the status board shows the same numbers the
      *                   night's reports carry.  A back-out
      *                   (MODE=BACKOUT) empties the file once every
      *                   other file is proved back to the pre-night
      *                   picture (NITEPRE).
      *****************************************************************
       01  NIGHT-STEP-RECORD.
           05 NC-RUN-DATE         PIC 9(8).
