      *                         pool, escalated, corrected-dropped)
      *                         to the shared run-statistics history
      *                         (RUNSTATS).
      * 10/15/26  Maintenance   Transaction image widened to 72 for
      *                         the originating office and batch
      *                         sequence (TX-ORIGIN): RCYIN and
      *                         PREREJ to 112, RECYCLE to 131 (with
      *                         the correcting operator,
      *                         RC-CORRECTED-BY; new rejects enter the
      *                         pool with it blank).  The sort work
      *                         record follows the full recycle record
      *                         length.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  RECYCLE-FILE
           RECORD CONTAINS 131 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RCYREC.

       FD  RECYCLE-INPUT-FILE
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RCYIN.

       FD  PRE-EDIT-REJECT-FILE
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY PREREJ.
       01  ESCALATION-REPORT-RECORD    PIC X(80).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 131 CHARACTERS.
       01  SORT-RECYCLE-RECORD.
           05 SW-STATUS           PIC X.
           05 SW-CYCLE-COUNT      PIC 9(2).
           05 SW-FIRST-DATE       PIC 9(8).
           05 SW-TX-IMAGE         PIC X(72).
           05 SW-REASON           PIC X(40).
           05 SW-CORRECTED-BY     PIC X(8).


       FD  RUN-STATS-FILE
                           TO SW-FIRST-DATE
                       MOVE RY-TX-IMAGE TO SW-TX-IMAGE
                       MOVE RY-REASON   TO SW-REASON
                       MOVE SPACES      TO SW-CORRECTED-BY
                       RELEASE SORT-RECYCLE-RECORD
                       ADD 1 TO WS-NEW-REJECTS
               END-READ
                           TO SW-FIRST-DATE
                       MOVE PR-TX-IMAGE TO SW-TX-IMAGE
                       MOVE PR-REASON   TO SW-REASON
                       MOVE SPACES      TO SW-CORRECTED-BY
                       RELEASE SORT-RECYCLE-RECORD
                       ADD 1 TO WS-NEW-REJECTS
               END-READ
