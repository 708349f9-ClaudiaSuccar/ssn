      *                     SSNRCYC   1 new rejects
      *                               2 outstanding pool
      *                               3 escalated 4 corrected-dropped
      *                     SSNACK    1 applied   2 rejected
      *                               3 resubmitted corrections
      *                               4 offices out of balance
      *                     SSNDELT   1 delta details
      *                               2 added
      *                               3 changed, deceased or
      *                                 re-addressed
      *                               4 deleted or merged
      *                     SSNMAIL   1 extracted
      *                               2 held back undeliverable
      *                               3 deceased  4 no address
      *                     SSNRETM   1 returns read
      *                               2 addresses stamped
      *                               3 exceptions
      *                               4 undeliverable on master
      *                     SSNVNOT   1 first notices
      *                               2 second notices
      *                               3 new supervisor referrals
      *                               4 failures cleared after a
      *                                 notice
      *                     SSNQUAL   1 records checked
      *                               2 passing every check
      *                               3 quality percent in tenths
      *                                 (987 is 98.7%)
      *                               4 failing one or more
      *                     SSNQUAL1  1 edit failures
      *                               2 unverified past 90 days
      *                               3 over 110, not deceased
      *                               4 death before birth
      *                     SSNQUAL2  1 partial address
      *                               2 ZIP not in state
      *                               3 no phone  4 unused
      *                     SSNNITE   (MODE=BACKOUT only)
      *                               1 master records after
      *                               2 audit entries cut
      *                               3 office batches rolled back
      *                               4 files not proved
      *                     SSNINAC   1 old master records
      *                               2 moved to inactive history
      *                               3 new master records
      *                               4 IDXREF entries moved
      *                   The scorecard writes all three SSNQUAL
      *                   lines each run -- more figures than one
      *                   line holds.
      *                   The file is only ever extended; never
      *                   rewritten, never truncated by a run.
      *****************************************************************
