      *                   of the merge.  The Ident inquiry (SSNINQ)
      *                   follows this file so correspondence quoting
      *                   a retired Ident still reaches the surviving
      *                   record instead of "not found", and the
      *                   partner delta (SSNDELT) reports tonight's
      *                   merges with their surviving Ident.
      *****************************************************************
       01  IDENT-XREF-RECORD.
           05 IX-RETIRED-IDENT    PIC 9(7).
