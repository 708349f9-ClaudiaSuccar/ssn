      *****************************************************************
      * Program name:    SSNINAC
      * Original author: Maintenance
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  Maintenance   Created as the annual retention sweep.
      *                         A deceased record stays on the master
      *                         (CIVMAST), so every nightly program
      *                         and the SSArea summary were still
      *                         reading people who died years ago,
      *                         and every merge ever applied was still
      *                         on the retired-Ident cross-reference
      *                         (IDXREF.DAT) the inquiries scan end to
      *                         end.  Records policy moves a person
      *                         deceased more than seven years to
      *                         inactive storage: this run moves each
      *                         such master record whole onto the
      *                         inactive history (CIVHIST.DAT, INDEXED
      *                         on the Ident, stamped with the date
      *                         moved), writes an I audit entry for
      *                         it, takes it off the live master, and
      *                         takes the person off both cross-
      *                         references SSNXREF builds (NAMEXREF
      *                         and SSNXR).  Retired-Ident entries
      *                         for merges older than the same seven
      *                         years, or whose surviving Ident has
      *                         moved to the inactive history, move
      *                         to IDXHIST.DAT.  The inactive-history
      *                         report (INACRPT.DAT) lists every
      *                         person moved and balances the run the
      *                         way SSNBAL balances the night: old
      *                         master count less records moved must
      *                         equal the new master count, the
      *                         history must grow by what was added,
      *                         and each cross-reference must reload
      *                         to its kept count.  Any exception
      *                         ends RETURN-CODE 8.  The inquiry
      *                         (SSNINQ) and the workbench (SSNWORK)
      *                         fall back to the history files and
      *                         say the record is inactive.  Changes
      *                         the LIVE master in place, so like
      *                         SSNRETM it must not run while a night
      *                         is in progress; take the master
      *                         backup (SSNUNLD) first.  Each I entry
      *                         carries the record's deceased status
      *                         and date of death, unchanged, on both
      *                         sides.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SSNINAC.
       AUTHOR. Maintenance.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIVILIAN-MASTER-FILE ASSIGN TO "CIVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-IDENT
               FILE STATUS IS WS-CIVIL-STATUS.

      *    OPTIONAL so the very first sweep creates the history.
           SELECT OPTIONAL INACTIVE-HISTORY-FILE
               ASSIGN TO "CIVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-IDENT
               FILE STATUS IS WS-CIVHIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SSN-XREF-FILE ASSIGN TO "SSNXR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-SSNUM
               FILE STATUS IS WS-SSNXR-STATUS.

           SELECT NAME-XREF-FILE ASSIGN TO "NAMEXREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT NAME-XREF-KEEP-FILE ASSIGN TO "NAMXKEEP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMXKEEP-STATUS.

           SELECT OPTIONAL IDENT-XREF-FILE ASSIGN TO "IDXREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDXREF-STATUS.

           SELECT IDENT-XREF-KEEP-FILE ASSIGN TO "IDXKEEP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDXKEEP-STATUS.

           SELECT OPTIONAL IDENT-XREF-HISTORY-FILE
               ASSIGN TO "IDXHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDXHIST-STATUS.

           SELECT RETENTION-REPORT-FILE ASSIGN TO "INACRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INACRPT-STATUS.

           COPY RUNSTSEL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

       FD  INACTIVE-HISTORY-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVHIST.

       FD  AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  SSN-XREF-FILE
           RECORD CONTAINS 16 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY SSNXR.

       FD  NAME-XREF-FILE
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY NAMXREF.

       FD  NAME-XREF-KEEP-FILE
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  NAME-XREF-KEEP-RECORD   PIC X(44).

       FD  IDENT-XREF-FILE
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY IDXREF.

       FD  IDENT-XREF-KEEP-FILE
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  IDENT-XREF-KEEP-RECORD  PIC X(22).

       FD  IDENT-XREF-HISTORY-FILE
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY IDXHIST.

       FD  RETENTION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RETENTION-REPORT-RECORD PIC X(80).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           COPY RUNDATE.

       01  WS-CIVIL-STATUS            PIC XX.
           88 WS-CIVIL-OK             VALUE "00".

      *    "05" is a successful OPEN of an OPTIONAL file that isn't
      *    there yet -- normal before the first sweep.
       01  WS-CIVHIST-STATUS          PIC XX.
           88 WS-CIVHIST-OK           VALUE "00" "05".

       01  WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK             VALUE "00".

       01  WS-SSNXR-STATUS            PIC XX.
           88 WS-SSNXR-OK             VALUE "00".

       01  WS-XREF-STATUS             PIC XX.
           88 WS-XREF-OK              VALUE "00".

       01  WS-NAMXKEEP-STATUS         PIC XX.
           88 WS-NAMXKEEP-OK          VALUE "00".

       01  WS-IDXREF-STATUS           PIC XX.
           88 WS-IDXREF-OK            VALUE "00" "05".

       01  WS-IDXKEEP-STATUS          PIC XX.
           88 WS-IDXKEEP-OK           VALUE "00".

       01  WS-IDXHIST-STATUS          PIC XX.
           88 WS-IDXHIST-OK           VALUE "00" "05".

       01  WS-INACRPT-STATUS          PIC XX.
           88 WS-INACRPT-OK           VALUE "00".

       01  WS-RUNSTAT-STATUS          PIC XX.
           88 WS-RUNSTAT-OK           VALUE "00" "05".

       01  WS-SWEEP-EOF-SW            PIC X VALUE "N".
           88 WS-SWEEP-EOF            VALUE "Y".

       01  WS-NAME-EOF-SW             PIC X VALUE "N".
           88 WS-NAME-EOF             VALUE "Y".

       01  WS-IDX-EOF-SW              PIC X VALUE "N".
           88 WS-IDX-EOF              VALUE "Y".

       01  WS-RELOAD-EOF-SW           PIC X VALUE "N".
           88 WS-RELOAD-EOF           VALUE "Y".

       01  WS-FOUND-SW                PIC X VALUE "N".
           88 WS-RECORD-FOUND         VALUE "Y".

       01  WS-HIST-WRITTEN-SW         PIC X VALUE "N".
           88 WS-HIST-WRITTEN         VALUE "Y".

      *    Records policy: seven full years after the date of death.
      *    The cut-off is today's date that many years back; a death
      *    before it has passed the retention period.
       01  WS-RETENTION-YEARS         PIC 9(2) VALUE 7.
       01  WS-CUTOFF-DATE             PIC 9(8).
       01  WS-CUTOFF-BROKEN REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY          PIC 9(4).
           05 WS-CUTOFF-MM            PIC 99.
           05 WS-CUTOFF-DD            PIC 99.

      *    Every Ident due to move is chosen in one read-only pass
      *    before the master is touched, so a year too big for the
      *    table stops the run with nothing moved.
       01  WS-MOVE-COUNT              PIC 9(5) VALUE 0.
       01  WS-MV-IDX                  PIC 9(5) VALUE 0.
       01  WS-MOVE-TABLE.
           05 WS-MV-IDENT             PIC 9(7) OCCURS 20000 TIMES.

       01  WS-OLD-READ                PIC 9(5) VALUE 0.
       01  WS-NEW-READ                PIC 9(5) VALUE 0.
       01  WS-EXPECTED-NEW-COUNT      PIC 9(5) VALUE 0.
       01  WS-RECORDS-MOVED           PIC 9(5) VALUE 0.
       01  WS-DECEASED-KEPT           PIC 9(5) VALUE 0.
       01  WS-NO-DEATH-DATE           PIC 9(5) VALUE 0.
       01  WS-HIST-COUNT              PIC 9(7) VALUE 0.
       01  WS-HIST-BEFORE             PIC 9(7) VALUE 0.
       01  WS-HIST-AFTER              PIC 9(7) VALUE 0.
       01  WS-HIST-ADDED              PIC 9(7) VALUE 0.
       01  WS-HIST-REPLACED           PIC 9(7) VALUE 0.
       01  WS-AUDIT-WRITTEN           PIC 9(5) VALUE 0.
       01  WS-SSNXR-REMOVED           PIC 9(5) VALUE 0.
       01  WS-SSNXR-NOT-FOUND         PIC 9(5) VALUE 0.
       01  WS-NAMES-READ              PIC 9(7) VALUE 0.
       01  WS-NAMES-REMOVED           PIC 9(7) VALUE 0.
       01  WS-NAMES-KEPT              PIC 9(7) VALUE 0.
       01  WS-NAMES-RELOADED          PIC 9(7) VALUE 0.
       01  WS-IDX-READ                PIC 9(7) VALUE 0.
       01  WS-IDX-AGED                PIC 9(7) VALUE 0.
       01  WS-IDX-SURVIVOR-INACTIVE   PIC 9(7) VALUE 0.
       01  WS-IDX-KEPT                PIC 9(7) VALUE 0.
       01  WS-IDX-RELOADED            PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(5) VALUE 0.

       01  WS-INAC-HEADING-LINE.
           05 FILLER                  PIC X(23)  VALUE SPACES.
           05 FILLER                  PIC X(34)  VALUE
               "INACTIVE HISTORY RETENTION REPORT".
           05 FILLER                  PIC X(23)  VALUE SPACES.

       01  WS-INAC-RUN-DATE-LINE.
           05 FILLER                  PIC X(6)   VALUE "RUN: ".
           05 RH-RUN-MM               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RH-RUN-DD               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RH-RUN-YYYY             PIC 9(4).
           05 FILLER                  PIC X(64)  VALUE SPACES.

       01  WS-INAC-CUTOFF-LINE.
           05 FILLER                  PIC X(16)  VALUE
               "DECEASED BEFORE ".
           05 RK-CUTOFF-MM            PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RK-CUTOFF-DD            PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RK-CUTOFF-YYYY          PIC 9(4).
           05 FILLER                  PIC X(40)  VALUE
               " MOVE TO INACTIVE HISTORY (CIVHIST.DAT)".
           05 FILLER                  PIC X(14)  VALUE SPACES.

       01  WS-INAC-COLUMN-HEADING.
           05 FILLER                  PIC X(9)   VALUE "IDENT".
           05 FILLER                  PIC X(22)  VALUE "NAME".
           05 FILLER                  PIC X(12)  VALUE "BORN".
           05 FILLER                  PIC X(12)  VALUE "DIED".
           05 FILLER                  PIC X(25)  VALUE "SSN".

      *    One line per person moved, SSN masked to the last four
      *    like every other report.
       01  WS-INAC-DETAIL-LINE.
           05 RD-IDENT                PIC 9(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RD-CIVI-NAME            PIC X(20).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RD-BIRTH-MM             PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RD-BIRTH-DD             PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RD-BIRTH-YYYY           PIC 9(4).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RD-DEATH-MM             PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RD-DEATH-DD             PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RD-DEATH-YYYY           PIC 9(4).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(7)   VALUE "XXX-XX-".
           05 RD-SSSERIAL             PIC 9(4).
           05 FILLER                  PIC X(14)  VALUE SPACES.

       01  WS-INAC-EXCEPTION-LINE.
           05 FILLER                  PIC X(6)   VALUE "IDENT ".
           05 RX-IDENT                PIC 9(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RX-REASON               PIC X(50).
           05 FILLER                  PIC X(15)  VALUE SPACES.

       01  WS-INAC-COUNT-LINE.
           05 RC-LABEL                PIC X(36).
           05 RC-COUNT                PIC ZZZZZZ9.
           05 FILLER                  PIC X(37)  VALUE SPACES.

       01  WS-INAC-RESULT-LINE.
           05 RR-MESSAGE              PIC X(60).
           05 FILLER                  PIC X(20)  VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 6500-COUNT-HISTORY.
           MOVE WS-HIST-COUNT TO WS-HIST-BEFORE.
           PERFORM 2000-SELECT-RECORDS-DUE.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COLUMN-HEADING.
           PERFORM 3000-MOVE-ONE-RECORD
               VARYING WS-MV-IDX FROM 1 BY 1
               UNTIL WS-MV-IDX > WS-MOVE-COUNT.
           PERFORM 4000-TRIM-NAME-XREF.
           PERFORM 5000-RETIRE-IDENT-XREF.
           PERFORM 6000-COUNT-NEW-MASTER.
           PERFORM 6500-COUNT-HISTORY.
           MOVE WS-HIST-COUNT TO WS-HIST-AFTER.
           PERFORM 7000-CHECK-BALANCE.
           PERFORM 7500-PRINT-BALANCE-RESULT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *    Every file is opened before anything is moved, so a
      *    missing cross-reference stops the run with the master
      *    untouched.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-CUTOFF-DATE.
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YYYY.

           OPEN I-O CIVILIAN-MASTER-FILE.
           IF NOT WS-CIVIL-OK
               DISPLAY "ERROR OPENING CIVILIAN-MASTER-FILE, STATUS: "
                   WS-CIVIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O INACTIVE-HISTORY-FILE.
           IF NOT WS-CIVHIST-OK
               DISPLAY "ERROR OPENING INACTIVE-HISTORY-FILE, STATUS: "
                   WS-CIVHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT-FILE, STATUS: "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SSN-XREF-FILE.
           IF NOT WS-SSNXR-OK
               DISPLAY "ERROR OPENING SSN-XREF-FILE, STATUS: "
                   WS-SSNXR-STATUS
               DISPLAY "RUN SSNXREF TO BUILD THE CROSS-REFERENCES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NAME-XREF-FILE.
           IF NOT WS-XREF-OK
               DISPLAY "ERROR OPENING NAME-XREF-FILE, STATUS: "
                   WS-XREF-STATUS
               DISPLAY "RUN SSNXREF TO BUILD THE CROSS-REFERENCES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NAME-XREF-KEEP-FILE.
           IF NOT WS-NAMXKEEP-OK
               DISPLAY "ERROR OPENING NAME-XREF-KEEP-FILE, STATUS: "
                   WS-NAMXKEEP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT IDENT-XREF-FILE.
           IF NOT WS-IDXREF-OK
               DISPLAY "ERROR OPENING IDENT-XREF-FILE, STATUS: "
                   WS-IDXREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT IDENT-XREF-KEEP-FILE.
           IF NOT WS-IDXKEEP-OK
               DISPLAY "ERROR OPENING IDENT-XREF-KEEP-FILE, STATUS: "
                   WS-IDXKEEP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND IDENT-XREF-HISTORY-FILE.
           IF NOT WS-IDXHIST-OK
               DISPLAY "ERROR OPENING IDENT-XREF-HISTORY-FILE, "
                   "STATUS: " WS-IDXHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RETENTION-REPORT-FILE.
           IF NOT WS-INACRPT-OK
               DISPLAY "ERROR OPENING RETENTION-REPORT-FILE, STATUS: "
                   WS-INACRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-HEADING-LINE.
           MOVE WS-CUR-MM   TO RH-RUN-MM.
           MOVE WS-CUR-DD   TO RH-RUN-DD.
           MOVE WS-CUR-YYYY TO RH-RUN-YYYY.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-RUN-DATE-LINE.
           MOVE WS-CUTOFF-MM   TO RK-CUTOFF-MM.
           MOVE WS-CUTOFF-DD   TO RK-CUTOFF-DD.
           MOVE WS-CUTOFF-YYYY TO RK-CUTOFF-YYYY.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-CUTOFF-LINE.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD.

      *    One read-only pass of the master: the old count, and the
      *    Ident of every record past retention.  A deceased record
      *    with no usable date of death cannot be shown to be past
      *    retention, so it stays and is listed for the death-match
      *    owners to complete.
       2000-SELECT-RECORDS-DUE.
           MOVE "N" TO WS-SWEEP-EOF-SW.
           MOVE ZEROS TO CM-IDENT.
           START CIVILIAN-MASTER-FILE KEY >= CM-IDENT
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SWEEP-EOF
               READ CIVILIAN-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-SWEEP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OLD-READ
                       IF CM-DECEASED
                           PERFORM 2100-CHECK-RETENTION
                       END-IF
               END-READ
           END-PERFORM.

       2100-CHECK-RETENTION.
           EVALUATE TRUE
               WHEN CM-DATE-OF-DEATH NOT NUMERIC
               WHEN CM-DATE-OF-DEATH = ZEROS
                   ADD 1 TO WS-NO-DEATH-DATE
                   MOVE CM-IDENT TO RX-IDENT
                   MOVE "DECEASED, NO DATE OF DEATH - KEPT ON MASTER"
                       TO RX-REASON
                   WRITE RETENTION-REPORT-RECORD
                       FROM WS-INAC-EXCEPTION-LINE
               WHEN CM-DATE-OF-DEATH < WS-CUTOFF-DATE
                   IF WS-MOVE-COUNT >= 20000
                       DISPLAY "MOVE TABLE FULL - RESIZE "
                           "WS-MOVE-TABLE AND RECOMPILE"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MOVE-COUNT
                   MOVE CM-IDENT TO WS-MV-IDENT(WS-MOVE-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-DECEASED-KEPT
           END-EVALUATE.

      *    History first, master last: a run that stops part way
      *    leaves each person on the master, or on the history, or
      *    (between the two writes) on both -- never on neither --
      *    and the rerun picks up where it stopped.
       3000-MOVE-ONE-RECORD.
           MOVE WS-MV-IDENT(WS-MV-IDX) TO CM-IDENT.
           PERFORM 3100-READ-MASTER-BY-IDENT.
           IF NOT WS-RECORD-FOUND
               MOVE WS-MV-IDENT(WS-MV-IDX) TO RX-IDENT
               MOVE "NOT ON MASTER WHEN MOVED - NOTHING DONE"
                   TO RX-REASON
               PERFORM 8000-WRITE-EXCEPTION
           ELSE
               PERFORM 3200-WRITE-HISTORY-RECORD
               IF WS-HIST-WRITTEN
                   PERFORM 3400-DELETE-FROM-MASTER
               END-IF
           END-IF.

       3100-READ-MASTER-BY-IDENT.
           MOVE "Y" TO WS-FOUND-SW.
           READ CIVILIAN-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
           END-READ.

      *    An Ident already on the history is a rerun after a sweep
      *    that stopped between the two writes; the master image
      *    replaces it.
       3200-WRITE-HISTORY-RECORD.
           MOVE "Y" TO WS-HIST-WRITTEN-SW.
           MOVE SPACES                   TO INACTIVE-HISTORY-RECORD.
           MOVE CIVILIAN-MASTER-RECORD   TO IH-MASTER-IMAGE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO IH-MOVED-DATE.
           SET IH-DECEASED-PAST-RETENTION TO TRUE.
           WRITE INACTIVE-HISTORY-RECORD
               INVALID KEY
                   PERFORM 3250-REPLACE-HISTORY-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-ADDED
           END-WRITE.

       3250-REPLACE-HISTORY-RECORD.
           REWRITE INACTIVE-HISTORY-RECORD
               INVALID KEY
                   MOVE "N" TO WS-HIST-WRITTEN-SW
                   MOVE CM-IDENT TO RX-IDENT
                   MOVE "HISTORY WRITE FAILED - LEFT ON MASTER"
                       TO RX-REASON
                   PERFORM 8000-WRITE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-REPLACED
           END-REWRITE.

       3400-DELETE-FROM-MASTER.
           DELETE CIVILIAN-MASTER-FILE
               INVALID KEY
                   MOVE CM-IDENT TO RX-IDENT
                   MOVE "MASTER DELETE FAILED - ON MASTER AND HISTORY"
                       TO RX-REASON
                   PERFORM 8000-WRITE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-MOVED
                   PERFORM 8500-WRITE-AUDIT-RECORD
                   PERFORM 3500-REMOVE-SSN-XREF
                   PERFORM 3600-PRINT-MOVED-RECORD
           END-DELETE.

      *    SSNXREF skips a duplicate SSNum, so the entry under this
      *    SSNum can belong to another Ident -- only this person's
      *    own entry comes off.
       3500-REMOVE-SSN-XREF.
           MOVE CM-SSNUM TO SX-SSNUM.
           MOVE "Y" TO WS-FOUND-SW.
           READ SSN-XREF-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
           END-READ.
           IF WS-RECORD-FOUND AND SX-IDENT = CM-IDENT
               DELETE SSN-XREF-FILE
                   INVALID KEY
                       ADD 1 TO WS-SSNXR-NOT-FOUND
                   NOT INVALID KEY
                       ADD 1 TO WS-SSNXR-REMOVED
               END-DELETE
           ELSE
               ADD 1 TO WS-SSNXR-NOT-FOUND
           END-IF.

       3600-PRINT-MOVED-RECORD.
           MOVE CM-IDENT               TO RD-IDENT.
           MOVE CM-CIVI-NAME           TO RD-CIVI-NAME.
           MOVE CM-MOB                 TO RD-BIRTH-MM.
           MOVE CM-DOB                 TO RD-BIRTH-DD.
           MOVE CM-YOB                 TO RD-BIRTH-YYYY.
           MOVE CM-DATE-OF-DEATH(5:2)  TO RD-DEATH-MM.
           MOVE CM-DATE-OF-DEATH(7:2)  TO RD-DEATH-DD.
           MOVE CM-DATE-OF-DEATH(1:4)  TO RD-DEATH-YYYY.
           MOVE CM-SSSERIAL            TO RD-SSSERIAL.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-DETAIL-LINE.

      *    The name cross-reference is cut to a retained copy and
      *    reloaded from it, the way the audit archive (SSNAARC)
      *    rewrites the live trail.  Any Ident on the inactive
      *    history comes off -- this year's moves and any earlier
      *    one a rebuild has not yet dropped.
       4000-TRIM-NAME-XREF.
           PERFORM UNTIL WS-NAME-EOF
               READ NAME-XREF-FILE
                   AT END
                       SET WS-NAME-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NAMES-READ
                       MOVE NX-IDENT TO IH-IDENT
                       PERFORM 6600-READ-HISTORY-BY-IDENT
                       IF WS-RECORD-FOUND
                           ADD 1 TO WS-NAMES-REMOVED
                       ELSE
                           MOVE NAME-XREF-RECORD
                               TO NAME-XREF-KEEP-RECORD
                           WRITE NAME-XREF-KEEP-RECORD
                           ADD 1 TO WS-NAMES-KEPT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NAME-XREF-FILE.
           CLOSE NAME-XREF-KEEP-FILE.
           OPEN INPUT NAME-XREF-KEEP-FILE.
           IF NOT WS-NAMXKEEP-OK
               DISPLAY "ERROR REOPENING NAME-XREF-KEEP-FILE, STATUS: "
                   WS-NAMXKEEP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NAME-XREF-FILE.
           IF NOT WS-XREF-OK
               DISPLAY "ERROR REOPENING NAME-XREF-FILE, STATUS: "
                   WS-XREF-STATUS
               DISPLAY "RESTORE NAMEXREF.DAT FROM NAMXKEEP.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-RELOAD-EOF-SW.
           PERFORM UNTIL WS-RELOAD-EOF
               READ NAME-XREF-KEEP-FILE
                   AT END
                       SET WS-RELOAD-EOF TO TRUE
                   NOT AT END
                       MOVE NAME-XREF-KEEP-RECORD TO NAME-XREF-RECORD
                       WRITE NAME-XREF-RECORD
                       ADD 1 TO WS-NAMES-RELOADED
               END-READ
           END-PERFORM.
           CLOSE NAME-XREF-KEEP-FILE.
           CLOSE NAME-XREF-FILE.

      *    A retired-Ident entry leaves the live cross-reference when
      *    its merge is older than the retention period, or when the
      *    person it forwards to has moved to the inactive history.
      *    It is kept on IDXHIST.DAT, which the inquiries follow when
      *    the live file has no entry.
       5000-RETIRE-IDENT-XREF.
           PERFORM UNTIL WS-IDX-EOF
               READ IDENT-XREF-FILE
                   AT END
                       SET WS-IDX-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IDX-READ
                       PERFORM 5100-SPLIT-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE IDENT-XREF-FILE.
           CLOSE IDENT-XREF-KEEP-FILE.
           CLOSE IDENT-XREF-HISTORY-FILE.
           OPEN INPUT IDENT-XREF-KEEP-FILE.
           IF NOT WS-IDXKEEP-OK
               DISPLAY "ERROR REOPENING IDENT-XREF-KEEP-FILE, STATUS: "
                   WS-IDXKEEP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT IDENT-XREF-FILE.
           IF NOT WS-IDXREF-OK
               DISPLAY "ERROR REOPENING IDENT-XREF-FILE, STATUS: "
                   WS-IDXREF-STATUS
               DISPLAY "RESTORE IDXREF.DAT FROM IDXKEEP.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-RELOAD-EOF-SW.
           PERFORM UNTIL WS-RELOAD-EOF
               READ IDENT-XREF-KEEP-FILE
                   AT END
                       SET WS-RELOAD-EOF TO TRUE
                   NOT AT END
                       MOVE IDENT-XREF-KEEP-RECORD
                           TO IDENT-XREF-RECORD
                       WRITE IDENT-XREF-RECORD
                       ADD 1 TO WS-IDX-RELOADED
               END-READ
           END-PERFORM.
           CLOSE IDENT-XREF-KEEP-FILE.
           CLOSE IDENT-XREF-FILE.

       5100-SPLIT-ONE-ENTRY.
           MOVE IX-SURVIVING-IDENT TO IH-IDENT.
           PERFORM 6600-READ-HISTORY-BY-IDENT.
           EVALUATE TRUE
               WHEN IX-RUN-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-IDX-AGED
                   MOVE IDENT-XREF-RECORD
                       TO IDENT-XREF-HISTORY-RECORD
                   WRITE IDENT-XREF-HISTORY-RECORD
               WHEN WS-RECORD-FOUND
                   ADD 1 TO WS-IDX-SURVIVOR-INACTIVE
                   MOVE IDENT-XREF-RECORD
                       TO IDENT-XREF-HISTORY-RECORD
                   WRITE IDENT-XREF-HISTORY-RECORD
               WHEN OTHER
                   MOVE IDENT-XREF-RECORD TO IDENT-XREF-KEEP-RECORD
                   WRITE IDENT-XREF-KEEP-RECORD
                   ADD 1 TO WS-IDX-KEPT
           END-EVALUATE.

       6000-COUNT-NEW-MASTER.
           MOVE "N" TO WS-SWEEP-EOF-SW.
           MOVE ZEROS TO CM-IDENT.
           START CIVILIAN-MASTER-FILE KEY >= CM-IDENT
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SWEEP-EOF
               READ CIVILIAN-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-SWEEP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NEW-READ
               END-READ
           END-PERFORM.

       6500-COUNT-HISTORY.
           MOVE 0 TO WS-HIST-COUNT.
           MOVE "N" TO WS-SWEEP-EOF-SW.
           MOVE ZEROS TO IH-IDENT.
           START INACTIVE-HISTORY-FILE KEY >= IH-IDENT
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SWEEP-EOF
               READ INACTIVE-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-SWEEP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-COUNT
               END-READ
           END-PERFORM.

       6600-READ-HISTORY-BY-IDENT.
           MOVE "Y" TO WS-FOUND-SW.
           READ INACTIVE-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
           END-READ.

      *    The balancing equations: old count - moved = new count,
      *    the history grew by exactly the records added to it, one
      *    audit entry per record moved, and each cross-reference
      *    reloaded to the count kept.
       7000-CHECK-BALANCE.
           COMPUTE WS-EXPECTED-NEW-COUNT =
               WS-OLD-READ - WS-RECORDS-MOVED.
           IF WS-EXPECTED-NEW-COUNT NOT = WS-NEW-READ
               MOVE ZEROS TO RX-IDENT
               MOVE "NEW MASTER COUNT OUT OF BALANCE" TO RX-REASON
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.
           IF WS-HIST-BEFORE + WS-HIST-ADDED NOT = WS-HIST-AFTER
               MOVE ZEROS TO RX-IDENT
               MOVE "INACTIVE HISTORY COUNT OUT OF BALANCE"
                   TO RX-REASON
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.
           IF WS-AUDIT-WRITTEN NOT = WS-RECORDS-MOVED
               MOVE ZEROS TO RX-IDENT
               MOVE "AUDIT ENTRIES DO NOT MATCH RECORDS MOVED"
                   TO RX-REASON
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.
           IF WS-NAMES-RELOADED NOT = WS-NAMES-KEPT
               MOVE ZEROS TO RX-IDENT
               MOVE "NAMEXREF RELOAD SHORT - RESTORE FROM NAMXKEEP.DAT"
                   TO RX-REASON
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.
           IF WS-IDX-RELOADED NOT = WS-IDX-KEPT
               MOVE ZEROS TO RX-IDENT
               MOVE "IDXREF RELOAD SHORT - RESTORE FROM IDXKEEP.DAT"
                   TO RX-REASON
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

       7500-PRINT-BALANCE-RESULT.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD.
           MOVE "OLD MASTER RECORDS:" TO RC-LABEL.
           MOVE WS-OLD-READ TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "MOVED TO INACTIVE HISTORY:" TO RC-LABEL.
           MOVE WS-RECORDS-MOVED TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "NEW MASTER RECORDS:" TO RC-LABEL.
           MOVE WS-NEW-READ TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "DECEASED INSIDE RETENTION - KEPT:" TO RC-LABEL.
           MOVE WS-DECEASED-KEPT TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "DECEASED, NO DATE OF DEATH - KEPT:" TO RC-LABEL.
           MOVE WS-NO-DEATH-DATE TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD.
           MOVE "INACTIVE HISTORY BEFORE:" TO RC-LABEL.
           MOVE WS-HIST-BEFORE TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "ADDED:" TO RC-LABEL.
           MOVE WS-HIST-ADDED TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           IF WS-HIST-REPLACED > 0
               MOVE "REPLACED - EARLIER RUN STOPPED:"
                   TO RC-LABEL
               MOVE WS-HIST-REPLACED TO RC-COUNT
               WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE
           END-IF.
           MOVE "INACTIVE HISTORY AFTER:" TO RC-LABEL.
           MOVE WS-HIST-AFTER TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "AUDIT ENTRIES WRITTEN:" TO RC-LABEL.
           MOVE WS-AUDIT-WRITTEN TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD.
           MOVE "NAME XREF ENTRIES READ:" TO RC-LABEL.
           MOVE WS-NAMES-READ TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "NAME XREF ENTRIES REMOVED:" TO RC-LABEL.
           MOVE WS-NAMES-REMOVED TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "NAME XREF ENTRIES RELOADED:" TO RC-LABEL.
           MOVE WS-NAMES-RELOADED TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "SSN XREF ENTRIES REMOVED:" TO RC-LABEL.
           MOVE WS-SSNXR-REMOVED TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "MOVED WITH NO SSN XREF ENTRY:" TO RC-LABEL.
           MOVE WS-SSNXR-NOT-FOUND TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD.
           MOVE "RETIRED-IDENT ENTRIES READ:" TO RC-LABEL.
           MOVE WS-IDX-READ TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "TO IDXHIST - MERGED BEFORE CUT-OFF:" TO RC-LABEL.
           MOVE WS-IDX-AGED TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "TO IDXHIST - SURVIVOR INACTIVE:" TO RC-LABEL.
           MOVE WS-IDX-SURVIVOR-INACTIVE TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE "LEFT ON IDXREF.DAT:" TO RC-LABEL.
           MOVE WS-IDX-RELOADED TO RC-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-COUNT-LINE.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "RETENTION IN BALANCE - NEW MASTER PROVED"
                   TO RR-MESSAGE
           ELSE
               MOVE "RETENTION OUT OF BALANCE - SEE EXCEPTIONS ABOVE"
                   TO RR-MESSAGE
           END-IF.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-RESULT-LINE.
           DISPLAY RR-MESSAGE.

       8000-WRITE-EXCEPTION.
           WRITE RETENTION-REPORT-RECORD FROM WS-INAC-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

      *    The move changes no identity field, so the entry carries
      *    the record's identity as both images (the E/X precedent)
      *    and the person can still be reconstructed (SSNASOF); the
      *    code and run date say what happened.  Nobody keys or
      *    approves a retention move.
       8500-WRITE-AUDIT-RECORD.
           MOVE CM-IDENT                 TO AU-IDENT.
           MOVE "I"                      TO AU-CODE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO AU-RUN-DATE.
           MOVE CM-CIVI-NAME             TO AU-BEFORE-CIVI-NAME.
           MOVE CM-DATE-OF-BIRTH         TO AU-BEFORE-DATE-OF-BIRTH.
           MOVE CM-SSNUM                 TO AU-BEFORE-SSNUM.
           MOVE CM-CIVI-NAME             TO AU-AFTER-CIVI-NAME.
           MOVE CM-DATE-OF-BIRTH         TO AU-AFTER-DATE-OF-BIRTH.
           MOVE CM-SSNUM                 TO AU-AFTER-SSNUM.
           MOVE CM-DECEASED-STATUS       TO AU-BEFORE-DECEASED-STATUS.
           MOVE CM-DATE-OF-DEATH         TO AU-BEFORE-DATE-OF-DEATH.
           MOVE CM-DECEASED-STATUS       TO AU-AFTER-DECEASED-STATUS.
           MOVE CM-DATE-OF-DEATH         TO AU-AFTER-DATE-OF-DEATH.
           MOVE SPACES                   TO AU-KEYED-BY.
           MOVE SPACES                   TO AU-APPROVED-BY.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-WRITTEN.

      *    One statistics line per run onto the shared history file
      *    (RUNSTATS).
       8950-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF NOT WS-RUNSTAT-OK
               DISPLAY "ERROR OPENING RUN-STATS-FILE, STATUS: "
                   WS-RUNSTAT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO RS-RUN-DATE.
           MOVE "SSNINAC "               TO RS-PROGRAM.
           MOVE WS-OLD-READ              TO RS-COUNT-1.
           MOVE WS-RECORDS-MOVED         TO RS-COUNT-2.
           MOVE WS-NEW-READ              TO RS-COUNT-3.
           COMPUTE RS-COUNT-4 =
               WS-IDX-AGED + WS-IDX-SURVIVOR-INACTIVE.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       9000-TERMINATE.
           PERFORM 8950-WRITE-RUN-STATS.
           CLOSE CIVILIAN-MASTER-FILE.
           CLOSE INACTIVE-HISTORY-FILE.
           CLOSE AUDIT-FILE.
           CLOSE SSN-XREF-FILE.
           CLOSE RETENTION-REPORT-FILE.
           DISPLAY "OLD MASTER RECORDS:        " WS-OLD-READ.
           DISPLAY "MOVED TO INACTIVE HISTORY: " WS-RECORDS-MOVED.
           DISPLAY "NEW MASTER RECORDS:        " WS-NEW-READ.
           DISPLAY "RETIRED-IDENT ENTRIES MOVED: "
               WS-IDX-AGED " + " WS-IDX-SURVIVOR-INACTIVE.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
