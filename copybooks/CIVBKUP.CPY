      *                   to promise.  The two 01 levels share the
      *                   FD's record area.
      *****************************************************************
       01  BACKUP-MASTER-RECORD   PIC X(130).

       01  BACKUP-TRAILER-RECORD.
           05 BT-MARKER           PIC X(8).
           05 BT-RECORD-COUNT     PIC 9(7).
           05 BT-IDENT-HASH       PIC 9(13).
           05 BT-SSNUM-HASH       PIC 9(13).
           05 FILLER              PIC X(89).
