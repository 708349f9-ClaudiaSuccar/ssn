      *                         refusal or count mismatch ends with
      *                         RETURN-CODE 8 and the live master
      *                         still recoverable from CIVMGEN1.
      * 10/15/26  Maintenance   Master record widened to 130 bytes for
      *                         the returned-mail (undeliverable
      *                         address) stamp (CIVMAST).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY NEWMAST.

           COPY RUNCTL.

       FD  GENERATION-1-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GENERATION-1-RECORD     PIC X(130).

       FD  GENERATION-2-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GENERATION-2-RECORD     PIC X(130).

       FD  GENERATION-3-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GENERATION-3-RECORD     PIC X(130).

       WORKING-STORAGE SECTION.
           COPY RUNDATE.
