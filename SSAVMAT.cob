      *                         (run date, responses, stamped,
      *                         exceptions) to the shared
      *                         run-statistics history (RUNSTATS).
      * 10/15/26  Maintenance   Master record widened to 130 bytes for
      *                         the returned-mail (undeliverable
      *                         address) stamp (CIVMAST).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

