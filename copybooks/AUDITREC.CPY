      *                   of whatever changed so a Civilian's history
      *                   can be reconstructed later.  For an Add the
      *                   before-image is blank; for a Delete the
      *                   after-image is blank.  A Change, Delete or
      *                   Merge is released only after a second
      *                   operator approves it, and its entry carries
      *                   the operator who keyed it (AU-KEYED-BY)
      *                   and the operator who approved it
      *                   (AU-APPROVED-BY); both are blank on every
      *                   other entry.  Every entry also carries the
      *                   record's deceased status and date of death
      *                   on each side (blank and zero on a missing
      *                   side), so a K or R -- which leaves the
      *                   identity alone -- still records the death
      *                   set or cleared.
      *****************************************************************
       01  AUDIT-RECORD.
           05 AU-IDENT            PIC 9(7).
                 07 AU-AFTER-SSAREA   PIC 999.
                 07 AU-AFTER-SSGROUP  PIC 99.
                 07 AU-AFTER-SSSERIAL PIC 9999.
           05 AU-KEYED-BY         PIC X(8).
           05 AU-APPROVED-BY      PIC X(8).
           05 AU-BEFORE-DEATH.
              06 AU-BEFORE-DECEASED-STATUS PIC X.
              06 AU-BEFORE-DATE-OF-DEATH   PIC 9(8).
           05 AU-AFTER-DEATH.
              06 AU-AFTER-DECEASED-STATUS  PIC X.
              06 AU-AFTER-DATE-OF-DEATH    PIC 9(8).
