      *                   operator, which program, the outcome, and
      *                   how many records the run extracted.  This
      *                   is the file the auditors get; it is only
      *                   ever extended, never rewritten.  The
      *                   monthly access review (SSNSECR) reads it.
      *****************************************************************
       01  SECURITY-LOG-RECORD.
           05 SL-RUN-DATE     PIC 9(8).
