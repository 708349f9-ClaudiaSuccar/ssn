      *****************************************************************
      * Copybook name:   VNTRACK
      * Purpose:          FD record for the verification-notice
      *                   tracking file (VNTRACK.DAT), kept by the
      *                   notice run (SSNVNOT) apart from the master
      *                   so the notice cycle never touches
      *                   CIVMAST.  One record per Ident with a notice
      *                   cycle open, in Ident order: the stage it
      *                   has reached and the date of each step.  The
      *                   run rewrites the whole file; a record drops
      *                   off when the Ident is verified (the cycle
      *                   cleared it), stamped deceased, or gone from
      *                   the master.
      *****************************************************************
       01  VERIF-TRACK-RECORD.
           05 VT-IDENT               PIC 9(7).
           05 VT-STAGE               PIC X.
              88 VT-FIRST-SENT       VALUE "1".
              88 VT-SECOND-SENT      VALUE "2".
              88 VT-REFERRED         VALUE "R".
           05 VT-FIRST-NOTICE-DATE   PIC 9(8).
           05 VT-SECOND-NOTICE-DATE  PIC 9(8).
           05 VT-REFERRAL-DATE       PIC 9(8).
           05 FILLER                 PIC X(8).
