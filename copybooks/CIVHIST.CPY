      *****************************************************************
      * Copybook name:   CIVHIST
      * Purpose:          FD record for the inactive-history file
      *                   (CIVHIST.DAT, INDEXED on the Ident) the
      *                   annual retention sweep (SSNINAC) moves
      *                   master records to once records policy lets
      *                   them leave the live master -- a person
      *                   deceased more than seven years.  The
      *                   master record is carried whole, byte for
      *                   byte as CIVMAST lays it out, so an inquiry
      *                   can move it into CIVILIAN-MASTER-RECORD and
      *                   show it the same way; the sweep adds the
      *                   date it was moved and why.  Nothing on the
      *                   history file is ever maintained -- the
      *                   Ident inquiry (SSNINQ) and the workbench
      *                   (SSNWORK) only read it, so a person who has
      *                   left the master is never simply "not
      *                   found".
      *****************************************************************
       01  INACTIVE-HISTORY-RECORD.
           05 IH-MASTER-IMAGE.
              10 IH-IDENT         PIC 9(7).
              10 IH-CIVI-NAME     PIC X(20).
              10 FILLER           PIC X(103).
           05 IH-MOVED-DATE       PIC 9(8).
           05 IH-MOVE-REASON      PIC X.
              88 IH-DECEASED-PAST-RETENTION VALUE "D".
           05 FILLER              PIC X(11).
