      *                   every record after it is a maintenance
      *                   transaction in TRANREC format.  The two 01
      *                   levels share the FD's record area.
      *                   RT-ORIGIN (office ID and batch sequence)
      *                   is stamped by SSNBTCH from the office batch
      *                   header; see TX-ORIGIN in TRANREC.
      *****************************************************************
       01  RAW-TRANSACTION-RECORD.
           05 RT-CODE         PIC X.
              88 RT-VALID-CODE           VALUE "A" "C" "D" "M"
                                               "E" "X" "K" "R".
              88 RT-MERGE-CODE           VALUE "M".
              88 RT-DECEASED-SET-CODE    VALUE "K".
              88 RT-ADDRESS-CODE         VALUE "E" "X".
           05 RT-IDENT        PIC 9(7).
           05 RT-DATA.
           05 RT-MERGE-FIELDS REDEFINES RT-DATA.
              06 RT-SURVIVING-IDENT  PIC 9(7).
              06 FILLER              PIC X(50).
           05 RT-DECEASED-FIELDS REDEFINES RT-DATA.
              06 RT-DATE-OF-DEATH    PIC 9(8).
              06 FILLER              PIC X(49).
           05 RT-ORIGIN.
              06 RT-OFFICE-ID    PIC X(3).
              06 RT-BATCH-SEQ    PIC 9(4).

       01  RAW-BATCH-CONTROL.
           05 BC-CODE         PIC X.
              88 BC-CONTROL-RECORD       VALUE "B".
           05 BC-EXPECTED-COUNT  PIC 9(5).
           05 FILLER          PIC X(66).
