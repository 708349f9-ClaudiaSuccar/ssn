      *                   Ident into its surviving one, or an address
      *                   transaction (E address add, X address
      *                   change) that carries mailing address and
      *                   phone data in place of the identity fields,
      *                   or a deceased transaction (K set deceased,
      *                   R reverse deceased) that carries only the
      *                   date of death (K) in the data area.
      *                   A Merge transaction carries the retired
      *                   (duplicate) Ident in TX-IDENT and the
      *                   surviving Ident in the first bytes of the
      *                   data area (TX-SURVIVING-IDENT).  TX-DATA is
      *                   one shared area with three views: identity
      *                   fields (A/C), the merge fields (M), the
      *                   address fields (E/X), and the deceased
      *                   fields (K/R).
      *                   Maintenance applies each
      *                   transaction with a keyed read against the
      *                   indexed master, so TX-IDENT order is no
      *                   longer load-bearing, but batches are still
      *                   kept in ascending TX-IDENT sequence for
      *                   readable reject and audit output.
      *                   TX-ORIGIN carries the office and batch
      *                   sequence the transaction was transmitted
      *                   under; SSNBTCH stamps it on release and it
      *                   rides with the image through PREREJ, RCYIN,
      *                   and RECYCLE so the end-of-night
      *                   acknowledgment (SSNACK) can report each
      *                   item back to the office that sent it.
      *****************************************************************
       01  TRANSACTION-RECORD.
           05 TX-CODE         PIC X.
              88 TX-MERGE        VALUE "M".
              88 TX-ADDR-ADD     VALUE "E".
              88 TX-ADDR-CHANGE  VALUE "X".
              88 TX-DECEASED-SET     VALUE "K".
              88 TX-DECEASED-REVERSE VALUE "R".
           05 TX-IDENT        PIC 9(7).
           05 TX-DATA.
              06 TX-CIVI-NAME    PIC X(20).
              06 TX-STATE        PIC X(2).
              06 TX-ZIP          PIC 9(5).
              06 TX-PHONE        PIC 9(10).
           05 TX-DECEASED-FIELDS REDEFINES TX-DATA.
              06 TX-DATE-OF-DEATH    PIC 9(8).
              06 FILLER              PIC X(49).
           05 TX-ORIGIN.
              06 TX-OFFICE-ID    PIC X(3).
              06 TX-BATCH-SEQ    PIC 9(4).
