      *****************************************************************
      * Copybook name:   OFCACK
      * Purpose:          FD record layouts for the per-office
      *                   disposition acknowledgment file
      *                   (ACKnnn.DAT, one per office, nnn the office
      *                   ID) written at the end of the night by
      *                   SSNACK.  A header (code "H" -- office and
      *                   run date), one detail (code "D") for every
      *                   transaction the office sent that reached
      *                   the night stream, and a trailer (code "T")
      *                   carrying the counts the office proves
      *                   against its own batch trailers.  A detail's
      *                   disposition is "A" applied by SSNMAINT, "P"
      *                   rejected at the pre-edit (PREREJ), "M"
      *                   rejected by maintenance (MNTREJ), or "H"
      *                   held for second-operator approval
      *                   (PENDAPR); a
      *                   rejected item found outstanding on the
      *                   recycle pool carries AK-RECYCLE-SW "Y".  A
      *                   corrected recycle item resubmitted tonight
      *                   carries AK-RESUBMIT-SW "Y" and its original
      *                   batch sequence; it rides outside the batch
      *                   balance, as does an approved item released
      *                   tonight from an earlier night's batch.  The
      *                   three 01 levels share the
      *                   FD's record area.
      *****************************************************************
       01  ACK-HEADER-RECORD.
           05 AH-TYPE             PIC X.
              88 AH-HEADER        VALUE "H".
           05 AH-OFFICE-ID        PIC X(3).
           05 AH-RUN-DATE         PIC 9(8).
           05 FILLER              PIC X(68).

       01  ACK-DETAIL-RECORD.
           05 AK-TYPE             PIC X.
              88 AK-DETAIL        VALUE "D".
           05 AK-OFFICE-ID        PIC X(3).
           05 AK-BATCH-SEQ        PIC 9(4).
           05 AK-TX-CODE          PIC X.
           05 AK-TX-IDENT         PIC X(7).
           05 AK-DISPOSITION      PIC X.
              88 AK-APPLIED           VALUE "A".
              88 AK-PRE-EDIT-REJECT   VALUE "P".
              88 AK-MAINT-REJECT      VALUE "M".
              88 AK-HELD              VALUE "H".
           05 AK-RECYCLE-SW       PIC X.
              88 AK-ON-RECYCLE    VALUE "Y".
           05 AK-RESUBMIT-SW      PIC X.
              88 AK-RESUBMITTED   VALUE "Y".
           05 AK-REASON           PIC X(40).
           05 FILLER              PIC X(21).

       01  ACK-TRAILER-RECORD.
           05 AT-TYPE             PIC X.
              88 AT-TRAILER       VALUE "T".
           05 AT-OFFICE-ID        PIC X(3).
           05 AT-BATCH-COUNT      PIC 9(3).
           05 AT-EXPECTED-COUNT   PIC 9(5).
           05 AT-APPLIED          PIC 9(5).
           05 AT-PRE-EDIT-REJECTED PIC 9(5).
           05 AT-MAINT-REJECTED   PIC 9(5).
           05 AT-ON-RECYCLE       PIC 9(5).
           05 AT-RESUBMITTED      PIC 9(5).
           05 AT-HELD             PIC 9(5).
           05 AT-BALANCE-SW       PIC X.
              88 AT-IN-BALANCE    VALUE "B".
              88 AT-OUT-OF-BALANCE VALUE "O".
           05 FILLER              PIC X(37).
