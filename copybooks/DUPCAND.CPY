      *****************************************************************
      * Copybook name:   DUPCAND
      * Purpose:          FD record for the probable-duplicate
      *                   candidate file (DUPCAND.DAT) written by the
      *                   duplicate sweep (SSNDUPS) -- one record per
      *                   pair of Idents the sweep thinks may be the
      *                   same person, in ranked order, best score
      *                   first.  DC-IDENT-A is always the lower
      *                   Ident.  DC-RULES shows which tests the pair
      *                   hit: "P" same phonetic surname key and date
      *                   of birth, "T" SSNs one transposition apart
      *                   with matching names, "A" same mailing
      *                   address with a similar name.  The
      *                   supervisor works the file in place, the
      *                   same way data entry works RECYCLE.DAT:
      *                   status "P" pending review as written, "C"
      *                   confirmed -- the two are one person, and
      *                   DC-SURVIVOR-SW says which Ident survives
      *                   ("A" or "B"; blank keeps the lower, older
      *                   Ident) -- or "N" not a duplicate.  The
      *                   merge build (SSNDUPS MERGE) turns each "C"
      *                   into an M transaction and marks it "B"
      *                   built.  The next sweep carries every "N",
      *                   "C" and "B" decision forward so a pair
      *                   already worked is not put back in front of
      *                   the supervisor; a built pair drops off once
      *                   the night applies the merge and the retired
      *                   Ident leaves the master.
      *****************************************************************
       01  DUP-CANDIDATE-RECORD.
           05 DC-STATUS           PIC X.
              88 DC-PENDING       VALUE "P".
              88 DC-CONFIRMED     VALUE "C".
              88 DC-NOT-DUPLICATE VALUE "N".
              88 DC-BUILT         VALUE "B".
           05 DC-RANK             PIC 9(4).
           05 DC-SCORE            PIC 9(3).
           05 DC-RULES.
              06 DC-RULE-PHONETIC PIC X.
              06 DC-RULE-TRANSPOSE PIC X.
              06 DC-RULE-ADDRESS  PIC X.
           05 DC-IDENT-A          PIC 9(7).
           05 DC-IDENT-B          PIC 9(7).
           05 DC-SURVIVOR-SW      PIC X.
              88 DC-KEEP-A        VALUE "A" " ".
              88 DC-KEEP-B        VALUE "B".
           05 DC-SWEEP-DATE       PIC 9(8).
           05 DC-BUILT-BY         PIC X(8).
           05 DC-BUILT-DATE       PIC 9(8).
           05 FILLER              PIC X(30).
