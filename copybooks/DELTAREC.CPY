      *****************************************************************
      * Copybook name:   DELTAREC
      * Purpose:          FD record for the daily partner delta file
      *                   (DELTA.DAT) written by SSNDELT after the
      *                   night's promotion: a header, one detail per
      *                   Ident that differs between the retired
      *                   master (CIVMGEN1) and the one just
      *                   installed, and a trailer.  DD-CHANGE-TYPE
      *                   uses the transaction letters: "A" added,
      *                   "C" changed, "D" deleted, "M" merged away
      *                   (DD-SURVIVING-IDENT is the Ident the person
      *                   now answers to), "K" stamped deceased, "X"
      *                   re-addressed.  Added, changed, deceased and
      *                   re-addressed details carry the Ident's new
      *                   image; deleted and merged details carry the
      *                   Ident only.  DD-SSNUM is masked to the last
      *                   four digits ("XXXXX" and the serial) unless
      *                   the run passed the operator gate, and
      *                   DH-SSN-FORM says which.  DH-FILE-SEQ counts
      *                   up by one per night so the partner can spot
      *                   a missing file; a rerun of the same night
      *                   reissues the same number.  The trailer
      *                   carries the detail counts and the sum of
      *                   the detail Idents as a hash total.
      *****************************************************************
       01  DELTA-RECORD.
           05 DL-RECORD-TYPE      PIC X.
              88 DL-HEADER        VALUE "H".
              88 DL-DETAIL        VALUE "D".
              88 DL-TRAILER       VALUE "T".
           05 DL-BODY             PIC X(119).
           05 DL-HEADER-FIELDS REDEFINES DL-BODY.
              10 DH-RUN-DATE      PIC 9(8).
              10 DH-FILE-SEQ      PIC 9(6).
              10 DH-GENERATION    PIC 9(4).
              10 DH-SSN-FORM      PIC X.
                 88 DH-SSN-MASKED VALUE "M".
                 88 DH-SSN-FULL   VALUE "F".
              10 FILLER           PIC X(100).
           05 DL-DETAIL-FIELDS REDEFINES DL-BODY.
              10 DD-CHANGE-TYPE   PIC X.
                 88 DD-ADDED      VALUE "A".
                 88 DD-CHANGED    VALUE "C".
                 88 DD-DELETED    VALUE "D".
                 88 DD-MERGED     VALUE "M".
                 88 DD-DECEASED   VALUE "K".
                 88 DD-READDRESSED VALUE "X".
              10 DD-IDENT         PIC 9(7).
              10 DD-SURVIVING-IDENT PIC 9(7).
              10 DD-CIVI-NAME     PIC X(20).
              10 DD-DATE-OF-BIRTH PIC 9(8).
              10 DD-SSNUM         PIC X(9).
              10 DD-STREET-ADDR   PIC X(25).
              10 DD-CITY          PIC X(15).
              10 DD-STATE         PIC X(2).
              10 DD-ZIP           PIC 9(5).
              10 DD-PHONE         PIC 9(10).
              10 DD-DECEASED-STATUS PIC X.
              10 DD-DATE-OF-DEATH PIC 9(8).
              10 FILLER           PIC X(1).
           05 DL-TRAILER-FIELDS REDEFINES DL-BODY.
              10 DT-FILE-SEQ      PIC 9(6).
              10 DT-DETAIL-COUNT  PIC 9(7).
              10 DT-ADDED-COUNT   PIC 9(7).
              10 DT-CHANGED-COUNT PIC 9(7).
              10 DT-DELETED-COUNT PIC 9(7).
              10 DT-MERGED-COUNT  PIC 9(7).
              10 DT-DECEASED-COUNT PIC 9(7).
              10 DT-READDRESSED-COUNT PIC 9(7).
              10 DT-IDENT-HASH    PIC 9(15).
              10 FILLER           PIC X(49).
