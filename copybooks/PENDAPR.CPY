      *****************************************************************
      * Copybook name:   PENDAPR
      * Purpose:          FD record for the pending-approval file
      *                   (PENDAPR.DAT).  A Change, Delete or Merge
      *                   touches a Civilian's identity -- name, date
      *                   of birth, SSN -- or takes the record off the
      *                   master, so the pre-edit (SSNPREP) does not
      *                   release it to maintenance on the night it
      *                   is keyed: it holds it here as pending ("P")
      *                   with the operator who keyed it.  A second
      *                   operator, on OPAUTH and not the keyer,
      *                   approves ("A") or declines ("D") each item
      *                   from the workstation (SSNWORK A).  The next
      *                   night whose batch balances releases every
      *                   approved item and marks it released ("R")
      *                   with the run date; an item released on
      *                   tonight's date is released again if the
      *                   night is rerun.  A declined item is kept
      *                   for one night's approval report and then
      *                   dropped (PA-REPORTED-SW).  PA-TX-IMAGE is a
      *                   complete TRANREC image.
      *****************************************************************
       01  PENDING-APPROVAL-RECORD.
           05 PA-STATUS           PIC X.
              88 PA-PENDING       VALUE "P".
              88 PA-APPROVED      VALUE "A".
              88 PA-DECLINED      VALUE "D".
              88 PA-RELEASED      VALUE "R".
           05 PA-HELD-DATE        PIC 9(8).
           05 PA-KEYED-BY         PIC X(8).
           05 PA-DECIDED-BY       PIC X(8).
           05 PA-DECISION-DATE    PIC 9(8).
           05 PA-RELEASE-DATE     PIC 9(8).
           05 PA-REPORTED-SW      PIC X.
              88 PA-REPORTED      VALUE "Y".
           05 PA-DECLINE-REASON   PIC X(30).
           05 PA-TX-IMAGE         PIC X(72).
