      *****************************************************************
      * Copybook name:   NITEPRE
      * Purpose:          FD record for the pre-night picture
      *                   (NITEPRE.DAT) the sequencer (SSNNITE) takes
      *                   when SSNPREP is checked in -- the state of
      *                   every file the night changes, before any
      *                   step has touched it: the live master's
      *                   and the two newer retained generations'
      *                   record counts and Ident hash totals, the
      *                   audit trail's length, the office sequence
      *                   total and the batch count SSNBTCH ran on,
      *                   and the record counts of the files copied
      *                   aside at the same moment (RECYPRE,
      *                   PENDPRE, DUPMPRE, DSEQPRE, RCTLPRE,
      *                   IDXRPRE, and the master and two newer
      *                   generations whole as CIVMPRE, CGN1PRE,
      *                   CGN2PRE).  MODE=BACKOUT puts the night's
      *                   files back to this picture and proves each
      *                   one against it by count, the master levels
      *                   record for record.  One record, for
      *                   one night; a back-out that proves empties
      *                   the file, and the next SSNPREP check-in
      *                   takes a new picture.
      *****************************************************************
       01  PRE-NIGHT-RECORD.
           05 NP-RUN-DATE         PIC 9(8).
           05 NP-TAKEN-TIME       PIC 9(6).
           05 NP-MASTER-COUNT     PIC 9(5).
           05 NP-MASTER-HASH      PIC 9(13).
           05 NP-GEN1-COUNT       PIC 9(5).
           05 NP-GEN1-HASH        PIC 9(13).
           05 NP-GEN2-COUNT       PIC 9(5).
           05 NP-GEN2-HASH        PIC 9(13).
           05 NP-AUDIT-COUNT      PIC 9(7).
           05 NP-IDXREF-COUNT     PIC 9(7).
           05 NP-RUNCTL-COUNT     PIC 9(5).
           05 NP-RECYCLE-COUNT    PIC 9(5).
           05 NP-PENDAPR-COUNT    PIC 9(5).
           05 NP-DUPMRG-COUNT     PIC 9(5).
           05 NP-DELTSEQ-COUNT    PIC 9(1).
           05 NP-DELTA-LAST-SEQ   PIC 9(6).
           05 NP-OFCSEQ-TOTAL     PIC 9(7).
           05 NP-BATCH-COUNT      PIC 9(5).
           05 FILLER              PIC X(9).
