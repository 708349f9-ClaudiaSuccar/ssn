      *                   (TRANOFC.DAT) the branch offices transmit:
      *                   each office's submission is a batch header
      *                   (code "H" -- office ID, batch date,
      *                   sequence number, and the operator ID of the
      *                   clerk who keyed the batch, which the
      *                   pre-edit (SSNPREP) carries onto any item it
      *                   holds for second-operator approval), the
      *                   keyed transactions in
      *                   TRANREC format, and a batch trailer (code
      *                   "T" -- record count and a hash total of the
      *                   keyed TX-IDENTs, summed into 13 digits so
      *                   it).  A file may carry several batches from
      *                   several offices back to back.  The intake
      *                   run (SSNBTCH) proves every batch whole --
      *                   count, hash, unbroken sequence per
      *                   office, and a keyer who is on OPAUTH --
      *                   before anything is released to
      *                   TRANRAW.DAT.  The three 01 levels share the
      *                   FD's record area.
      *****************************************************************
           05 OH-OFFICE-ID    PIC X(3).
           05 OH-BATCH-DATE   PIC 9(8).
           05 OH-SEQUENCE     PIC 9(4).
           05 OH-KEYED-BY     PIC X(8).
           05 FILLER          PIC X(41).

       01  OFFICE-BATCH-TRAILER.
           05 OT-CODE         PIC X.
