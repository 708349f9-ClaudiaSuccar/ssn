      *                         SSAVOUT.DAT is opened, and appends
      *                         every attempt -- granted or denied --
      *                         to the security access log (OPSEC).
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

