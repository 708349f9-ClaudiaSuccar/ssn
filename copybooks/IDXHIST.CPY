      *****************************************************************
      * Copybook name:   IDXHIST
      * Purpose:          FD record for the retired-Ident history
      *                   (IDXHIST.DAT): the retired-Ident cross-
      *                   reference entries (IDXREF) the annual
      *                   retention sweep (SSNINAC) takes off the
      *                   live IDXREF.DAT -- merges older than the
      *                   retention period, and merges whose
      *                   surviving Ident has itself moved to the
      *                   inactive history (CIVHIST).  Same shape as
      *                   IDENT-XREF-RECORD; kept as its own
      *                   copybook (XH- prefix) so a program can
      *                   have the live cross-reference and its
      *                   history open side by side.  The sweep only
      *                   ever appends; the Ident inquiry (SSNINQ)
      *                   and the workbench (SSNWORK) follow it when
      *                   the live cross-reference has no entry.
      *****************************************************************
       01  IDENT-XREF-HISTORY-RECORD.
           05 XH-RETIRED-IDENT    PIC 9(7).
           05 XH-SURVIVING-IDENT  PIC 9(7).
           05 XH-RUN-DATE         PIC 9(8).
