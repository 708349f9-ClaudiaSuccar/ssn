      * 08/25/26  Maintenance   A record stamped deceased (SSNDMAT)
      *                         is counted and skipped -- no more
      *                         correspondence addressed to the dead.
      * 10/15/26  Maintenance   A record whose address came back
      *                         undeliverable (SSNRETM) is held back and
      *                         counted, and each run appends a
      *                         statistics line (RUNSTATS) so the
      *                         held-back pieces can be priced as
      *                         postage saved.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT MAILING-EXTRACT-FILE ASSIGN TO "MAILX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAILX-STATUS.

           COPY RUNSTSEL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

           RECORDING MODE IS F.
           COPY MAILX.

       FD  RUN-STATS-FILE
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           COPY RUNDATE.

       01  WS-CIVIL-STATUS            PIC XX.
           88 WS-CIVIL-OK             VALUE "00".

       01  WS-MAILX-STATUS            PIC XX.
           88 WS-MAILX-OK             VALUE "00".

      *    "05" is a successful OPEN of an OPTIONAL file that isn't
      *    there yet -- normal before the first run is recorded.
       01  WS-RUNSTAT-STATUS          PIC XX.
           88 WS-RUNSTAT-OK           VALUE "00" "05".

       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 WS-END-OF-FILE          VALUE "Y".

       01  WS-RECORDS-EXTRACTED       PIC 9(5) VALUE 0.
       01  WS-NO-ADDRESS-COUNT        PIC 9(5) VALUE 0.
       01  WS-DECEASED-SKIPPED        PIC 9(5) VALUE 0.
       01  WS-UNDELIVERABLE-SKIPPED   PIC 9(5) VALUE 0.
      *****************************************************************
       PROCEDURE DIVISION.

                       ADD 1 TO WS-DECEASED-SKIPPED
                   WHEN CM-STREET-ADDR = SPACES
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                   WHEN CM-ADDR-UNDELIVERABLE
                       ADD 1 TO WS-UNDELIVERABLE-SKIPPED
                   WHEN OTHER
                       PERFORM 3000-WRITE-EXTRACT-RECORD
               END-EVALUATE
                   WS-MAILX-STATUS
               STOP RUN
           END-IF.
           ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.

       2000-READ-CIVILIAN.
           READ CIVILIAN-MASTER-FILE
           WRITE MAILING-EXTRACT-RECORD.
           ADD 1 TO WS-RECORDS-EXTRACTED.

      *    One statistics line per run onto the shared history file
      *    (RUNSTATS) -- the pieces held back from the mailing, which
      *    finance prices as postage not spent on known-bad
      *    addresses.
       8950-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF NOT WS-RUNSTAT-OK
               DISPLAY "ERROR OPENING RUN-STATS-FILE, STATUS: "
                   WS-RUNSTAT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO RS-RUN-DATE.
           MOVE "SSNMAIL "               TO RS-PROGRAM.
           MOVE WS-RECORDS-EXTRACTED     TO RS-COUNT-1.
           MOVE WS-UNDELIVERABLE-SKIPPED TO RS-COUNT-2.
           MOVE WS-DECEASED-SKIPPED      TO RS-COUNT-3.
           MOVE WS-NO-ADDRESS-COUNT      TO RS-COUNT-4.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       9000-TERMINATE.
           PERFORM 8950-WRITE-RUN-STATS.
           CLOSE CIVILIAN-MASTER-FILE.
           CLOSE MAILING-EXTRACT-FILE.
           DISPLAY "MASTER RECORDS READ:      " WS-RECORDS-READ.
           DISPLAY "MAILING RECORDS WRITTEN:  " WS-RECORDS-EXTRACTED.
           DISPLAY "RECORDS WITH NO ADDRESS:  " WS-NO-ADDRESS-COUNT.
           DISPLAY "DECEASED - NOT EXTRACTED: " WS-DECEASED-SKIPPED.
           DISPLAY "UNDELIVERABLE - HELD BACK: "
               WS-UNDELIVERABLE-SKIPPED.
