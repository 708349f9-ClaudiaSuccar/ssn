      *****************************************************************
      * Program name:    SSNVNOT
      * Original author: Maintenance
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  Maintenance   Created as the verification-failure
      *                         notice run: sweeps the Civilian
      *                         master for records answered F by the
      *                         verification service (SSAVMAT) and
      *                         writes a notice for the
      *                         correspondence vendor (VNOTICE.DAT,
      *                         the MAILX layout plus a notice type)
      *                         asking the person to bring in
      *                         identity documents.  The cycle is
      *                         tracked off the master on VNTRACK.DAT:
      *                         a first notice, a second notice when
      *                         the record is still failed
      *                         WS-NOTICE-WAIT-DAYS after the first,
      *                         and a supervisor referral (VNREFR.DAT)
      *                         when it is still failed the same
      *                         wait after the second.  A notice
      *                         needs a deliverable address on file;
      *                         a deceased record is skipped.  A
      *                         record that is no longer failed drops
      *                         out of the cycle and is counted as
      *                         cleared, and the counts go onto the
      *                         run-statistics history (RUNSTATS) so
      *                         the trend report shows how well the
      *                         notices clear failures.  Reads the
      *                         master only.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SSNVNOT.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-IDENT
               FILE STATUS IS WS-CIVIL-STATUS.

      *    OPTIONAL so the very first run starts with no cycles open.
           SELECT OPTIONAL VERIF-TRACK-FILE ASSIGN TO "VNTRACK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VNTRACK-STATUS.

           SELECT VERIF-NOTICE-FILE ASSIGN TO "VNOTICE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VNOTICE-STATUS.

           SELECT REFERRAL-REPORT-FILE ASSIGN TO "VNREFR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VNREFR-STATUS.

           COPY RUNSTSEL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

       FD  VERIF-TRACK-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY VNTRACK.

       FD  VERIF-NOTICE-FILE
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY VNOTICE.

       FD  REFERRAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REFERRAL-REPORT-RECORD  PIC X(80).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           COPY RUNDATE.
           COPY DAYNUMWS.

       01  WS-CIVIL-STATUS            PIC XX.
           88 WS-CIVIL-OK             VALUE "00".

      *    "05" is a successful OPEN of an OPTIONAL file that isn't
      *    there yet -- normal before the first notice goes out.
       01  WS-VNTRACK-STATUS          PIC XX.
           88 WS-VNTRACK-OK           VALUE "00" "05".

       01  WS-VNOTICE-STATUS          PIC XX.
           88 WS-VNOTICE-OK           VALUE "00".

       01  WS-VNREFR-STATUS           PIC XX.
           88 WS-VNREFR-OK            VALUE "00".

      *    "05" is a successful OPEN of an OPTIONAL file that isn't
      *    there yet -- normal before the first run is recorded.
       01  WS-RUNSTAT-STATUS          PIC XX.
           88 WS-RUNSTAT-OK           VALUE "00" "05".

       01  WS-TRACK-EOF-SW            PIC X VALUE "N".
           88 WS-TRACK-EOF            VALUE "Y".

       01  WS-MASTER-EOF-SW           PIC X VALUE "N".
           88 WS-MASTER-EOF           VALUE "Y".

       01  WS-TRACKED-SW              PIC X VALUE "N".
           88 WS-TRACKED              VALUE "Y".

      *    Days a notice is given to work before the next step.
       01  WS-NOTICE-WAIT-DAYS        PIC 9(3) VALUE 30.

       01  WS-TODAY-DAYS              PIC 9(7) VALUE 0.
       01  WS-DAYS-WAITED             PIC S9(7) VALUE 0.
       01  WS-NOTICE-TYPE             PIC X.

      *    The open cycles from the last run, loaded whole so
      *    VNTRACK.DAT can be rewritten as the master is swept.  Both
      *    are in Ident order, so the table is walked alongside the
      *    master rather than searched.
       01  WS-TRACK-COUNT             PIC 9(4) VALUE 0.
       01  WS-TRK-IDX                 PIC 9(4) VALUE 1.
       01  WS-TRACK-TABLE.
           05 WS-TT-ENTRY OCCURS 5000 TIMES.
              10 WS-TT-IDENT          PIC 9(7).
              10 WS-TT-REST           PIC X(33).

       01  WS-RECORDS-READ            PIC 9(5) VALUE 0.
       01  WS-FAILED-ON-MASTER        PIC 9(5) VALUE 0.
       01  WS-FIRST-NOTICES           PIC 9(5) VALUE 0.
       01  WS-SECOND-NOTICES          PIC 9(5) VALUE 0.
       01  WS-NEW-REFERRALS           PIC 9(5) VALUE 0.
       01  WS-OPEN-REFERRALS          PIC 9(5) VALUE 0.
       01  WS-AWAITING-REPLY          PIC 9(5) VALUE 0.
       01  WS-NO-ADDRESS-SKIPPED      PIC 9(5) VALUE 0.
       01  WS-DECEASED-SKIPPED        PIC 9(5) VALUE 0.
       01  WS-CLEARED-AFTER-FIRST     PIC 9(5) VALUE 0.
       01  WS-CLEARED-AFTER-SECOND    PIC 9(5) VALUE 0.
       01  WS-CLEARED-AFTER-REFERRAL  PIC 9(5) VALUE 0.
       01  WS-CLEARED-COUNT           PIC 9(5) VALUE 0.
       01  WS-OFF-MASTER-DROPPED      PIC 9(5) VALUE 0.

       01  WS-REF-HEADING-LINE.
           05 FILLER                  PIC X(22)  VALUE SPACES.
           05 FILLER                  PIC X(36)  VALUE
               "VERIFICATION FAILURE REFERRAL LIST".
           05 FILLER                  PIC X(22)  VALUE SPACES.

       01  WS-REF-RUN-DATE-LINE.
           05 FILLER                  PIC X(6)   VALUE "RUN: ".
           05 RH-RUN-MM               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RH-RUN-DD               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RH-RUN-YYYY             PIC 9(4).
           05 FILLER                  PIC X(64)  VALUE SPACES.

       01  WS-REF-COLUMN-HEADING.
           05 FILLER                  PIC X(9)   VALUE "IDENT".
           05 FILLER                  PIC X(22)  VALUE "NAME".
           05 FILLER                  PIC X(13)  VALUE "SSN".
           05 FILLER                  PIC X(12)  VALUE "1ST NOTICE".
           05 FILLER                  PIC X(12)  VALUE "2ND NOTICE".
           05 FILLER                  PIC X(12)  VALUE "REFERRAL".

      *    Every record referred and still failed prints on every
      *    run until it clears; NEW marks the ones referred today.
       01  WS-REF-DETAIL-LINE.
           05 RD-IDENT                PIC 9(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RD-CIVI-NAME            PIC X(20).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RD-SSN-MASKED           PIC X(11).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RD-FIRST-MM             PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RD-FIRST-DD             PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RD-FIRST-YYYY           PIC 9(4).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RD-SECOND-MM            PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RD-SECOND-DD            PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RD-SECOND-YYYY          PIC 9(4).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RD-REFERRAL-STATUS      PIC X(4).
           05 FILLER                  PIC X(7)   VALUE SPACES.

       01  WS-REF-NONE-LINE.
           05 FILLER                  PIC X(6)   VALUE "(NONE)".
           05 FILLER                  PIC X(74)  VALUE SPACES.

       01  WS-REF-TOTAL-LINE.
           05 RT-LABEL                PIC X(26).
           05 RT-COUNT                PIC ZZZZ9.
           05 FILLER                  PIC X(49)  VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-TRACK-TABLE.
           PERFORM 2000-READ-MASTER.
           PERFORM 3000-WORK-ONE-RECORD
               UNTIL WS-MASTER-EOF.
           PERFORM 3200-DROP-OFF-MASTER
               UNTIL WS-TRK-IDX > WS-TRACK-COUNT.
           PERFORM 7000-PRINT-CONTROL-TOTALS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CIVILIAN-MASTER-FILE.
           IF NOT WS-CIVIL-OK
               DISPLAY "ERROR OPENING CIVILIAN-MASTER-FILE, STATUS: "
                   WS-CIVIL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT VERIF-NOTICE-FILE.
           IF NOT WS-VNOTICE-OK
               DISPLAY "ERROR OPENING VERIF-NOTICE-FILE, STATUS: "
                   WS-VNOTICE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REFERRAL-REPORT-FILE.
           IF NOT WS-VNREFR-OK
               DISPLAY "ERROR OPENING REFERRAL-REPORT-FILE, STATUS: "
                   WS-VNREFR-STATUS
               STOP RUN
           END-IF.

           ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-DN-DATE.
           PERFORM 8600-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS.

           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-HEADING-LINE.
           MOVE WS-CUR-MM   TO RH-RUN-MM.
           MOVE WS-CUR-DD   TO RH-RUN-DD.
           MOVE WS-CUR-YYYY TO RH-RUN-YYYY.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-RUN-DATE-LINE.
           MOVE SPACES TO REFERRAL-REPORT-RECORD.
           WRITE REFERRAL-REPORT-RECORD.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-COLUMN-HEADING.

      *    Loads last run's open cycles, then reopens the file for
      *    this run's.  The file is written in Ident order; one out
      *    of order would throw the walk off, so it stops the run
      *    before anything is rewritten.
       1500-LOAD-TRACK-TABLE.
           OPEN INPUT VERIF-TRACK-FILE.
           IF NOT WS-VNTRACK-OK
               DISPLAY "ERROR OPENING VERIF-TRACK-FILE, STATUS: "
                   WS-VNTRACK-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TRACK-EOF
               READ VERIF-TRACK-FILE
                   AT END
                       SET WS-TRACK-EOF TO TRUE
                   NOT AT END
                       IF WS-TRACK-COUNT >= 5000
                           DISPLAY "TRACK TABLE FULL - RESIZE "
                               "WS-TRACK-TABLE AND RECOMPILE"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF WS-TRACK-COUNT > 0
                          AND VT-IDENT
                              NOT > WS-TT-IDENT(WS-TRACK-COUNT)
                           DISPLAY "VNTRACK.DAT OUT OF IDENT ORDER AT "
                               VT-IDENT
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TRACK-COUNT
                       MOVE VERIF-TRACK-RECORD
                           TO WS-TT-ENTRY(WS-TRACK-COUNT)
               END-READ
           END-PERFORM.
           CLOSE VERIF-TRACK-FILE.
           OPEN OUTPUT VERIF-TRACK-FILE.
           IF NOT WS-VNTRACK-OK
               DISPLAY "ERROR OPENING VERIF-TRACK-FILE, STATUS: "
                   WS-VNTRACK-STATUS
               STOP RUN
           END-IF.

       2000-READ-MASTER.
           READ CIVILIAN-MASTER-FILE
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *    A record no longer failed -- verified, or reset to
      *    unverified by a correction -- has done what the notices
      *    asked, and its cycle closes as cleared.
       3000-WORK-ONE-RECORD.
           PERFORM 3100-FIND-OPEN-CYCLE.
           EVALUATE TRUE
               WHEN CM-DECEASED
                   IF CM-VERIF-FAILED OR WS-TRACKED
                       ADD 1 TO WS-DECEASED-SKIPPED
                   END-IF
               WHEN NOT CM-VERIF-FAILED
                   IF WS-TRACKED
                       PERFORM 3500-COUNT-CLEARED
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FAILED-ON-MASTER
                   IF WS-TRACKED
                       PERFORM 4100-WORK-OPEN-CYCLE
                   ELSE
                       PERFORM 4000-START-CYCLE
                   END-IF
           END-EVALUATE.
           PERFORM 2000-READ-MASTER.

      *    Walks the table up to the current Ident.  Cycles passed
      *    over belong to Idents no longer on the master (deleted or
      *    merged away) and are dropped.
       3100-FIND-OPEN-CYCLE.
           MOVE "N" TO WS-TRACKED-SW.
           PERFORM 3200-DROP-OFF-MASTER
               UNTIL WS-TRK-IDX > WS-TRACK-COUNT
                  OR WS-TT-IDENT(WS-TRK-IDX) NOT < CM-IDENT.
           IF WS-TRK-IDX NOT > WS-TRACK-COUNT
               IF WS-TT-IDENT(WS-TRK-IDX) = CM-IDENT
                   SET WS-TRACKED TO TRUE
                   MOVE WS-TT-ENTRY(WS-TRK-IDX) TO VERIF-TRACK-RECORD
                   ADD 1 TO WS-TRK-IDX
               END-IF
           END-IF.

       3200-DROP-OFF-MASTER.
           ADD 1 TO WS-OFF-MASTER-DROPPED.
           ADD 1 TO WS-TRK-IDX.

       3500-COUNT-CLEARED.
           ADD 1 TO WS-CLEARED-COUNT.
           EVALUATE TRUE
               WHEN VT-FIRST-SENT
                   ADD 1 TO WS-CLEARED-AFTER-FIRST
               WHEN VT-SECOND-SENT
                   ADD 1 TO WS-CLEARED-AFTER-SECOND
               WHEN OTHER
                   ADD 1 TO WS-CLEARED-AFTER-REFERRAL
           END-EVALUATE.

      *    A failed record with no cycle yet gets its first notice,
      *    provided there is somewhere to send it.  No address, or
      *    an address the vendor has returned (SSNRETM), leaves it
      *    to the clerks' exception list for now.
       4000-START-CYCLE.
           IF CM-STREET-ADDR = SPACES OR CM-ADDR-UNDELIVERABLE
               ADD 1 TO WS-NO-ADDRESS-SKIPPED
           ELSE
               MOVE SPACES TO VERIF-TRACK-RECORD
               MOVE CM-IDENT TO VT-IDENT
               SET VT-FIRST-SENT TO TRUE
               MOVE WS-CURRENT-DATE-YYYYMMDD TO VT-FIRST-NOTICE-DATE
               MOVE ZEROS TO VT-SECOND-NOTICE-DATE
               MOVE ZEROS TO VT-REFERRAL-DATE
               MOVE "1" TO WS-NOTICE-TYPE
               PERFORM 4500-WRITE-NOTICE
               WRITE VERIF-TRACK-RECORD
           END-IF.

      *    A step taken today is taken again on a rerun, so a
      *    replacement notice file is complete; otherwise the next
      *    step waits out WS-NOTICE-WAIT-DAYS from the last one.  A
      *    second notice due with no deliverable address holds at
      *    the first until one is on file.
       4100-WORK-OPEN-CYCLE.
           EVALUATE TRUE
               WHEN VT-FIRST-SENT
                       AND VT-FIRST-NOTICE-DATE
                           = WS-CURRENT-DATE-YYYYMMDD
                   PERFORM 4200-REISSUE-NOTICE
               WHEN VT-SECOND-SENT
                       AND VT-SECOND-NOTICE-DATE
                           = WS-CURRENT-DATE-YYYYMMDD
                   PERFORM 4200-REISSUE-NOTICE
               WHEN VT-FIRST-SENT
                   MOVE VT-FIRST-NOTICE-DATE TO WS-DN-DATE
                   PERFORM 4400-AGE-LAST-STEP
                   EVALUATE TRUE
                       WHEN WS-DAYS-WAITED < WS-NOTICE-WAIT-DAYS
                           ADD 1 TO WS-AWAITING-REPLY
                       WHEN CM-STREET-ADDR = SPACES
                       WHEN CM-ADDR-UNDELIVERABLE
                           ADD 1 TO WS-NO-ADDRESS-SKIPPED
                       WHEN OTHER
                           SET VT-SECOND-SENT TO TRUE
                           MOVE WS-CURRENT-DATE-YYYYMMDD
                               TO VT-SECOND-NOTICE-DATE
                           MOVE "2" TO WS-NOTICE-TYPE
                           PERFORM 4500-WRITE-NOTICE
                   END-EVALUATE
               WHEN VT-SECOND-SENT
                   MOVE VT-SECOND-NOTICE-DATE TO WS-DN-DATE
                   PERFORM 4400-AGE-LAST-STEP
                   IF WS-DAYS-WAITED < WS-NOTICE-WAIT-DAYS
                       ADD 1 TO WS-AWAITING-REPLY
                   ELSE
                       SET VT-REFERRED TO TRUE
                       MOVE WS-CURRENT-DATE-YYYYMMDD
                           TO VT-REFERRAL-DATE
                       PERFORM 4600-WRITE-REFERRAL
                   END-IF
               WHEN OTHER
                   PERFORM 4600-WRITE-REFERRAL
           END-EVALUATE.
           WRITE VERIF-TRACK-RECORD.

       4200-REISSUE-NOTICE.
           IF CM-STREET-ADDR = SPACES OR CM-ADDR-UNDELIVERABLE
               ADD 1 TO WS-NO-ADDRESS-SKIPPED
           ELSE
               MOVE VT-STAGE TO WS-NOTICE-TYPE
               PERFORM 4500-WRITE-NOTICE
           END-IF.

       4400-AGE-LAST-STEP.
           PERFORM 8600-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYS-WAITED = WS-TODAY-DAYS - WS-DN-DAYS.

       4500-WRITE-NOTICE.
           MOVE CM-IDENT        TO VN-IDENT.
           MOVE CM-CIVI-NAME    TO VN-CIVI-NAME.
           MOVE CM-STREET-ADDR  TO VN-STREET-ADDR.
           MOVE CM-CITY         TO VN-CITY.
           MOVE CM-STATE        TO VN-STATE.
           MOVE CM-ZIP          TO VN-ZIP.
           MOVE CM-PHONE        TO VN-PHONE.
           MOVE WS-NOTICE-TYPE  TO VN-NOTICE-TYPE.
           WRITE VERIF-NOTICE-RECORD.
           IF VN-FIRST-NOTICE
               ADD 1 TO WS-FIRST-NOTICES
           ELSE
               ADD 1 TO WS-SECOND-NOTICES
           END-IF.

       4600-WRITE-REFERRAL.
           MOVE CM-IDENT     TO RD-IDENT.
           MOVE CM-CIVI-NAME TO RD-CIVI-NAME.
           MOVE "XXX-XX-"    TO RD-SSN-MASKED(1:7).
           MOVE CM-SSSERIAL  TO RD-SSN-MASKED(8:4).
           MOVE VT-FIRST-NOTICE-DATE(5:2)  TO RD-FIRST-MM.
           MOVE VT-FIRST-NOTICE-DATE(7:2)  TO RD-FIRST-DD.
           MOVE VT-FIRST-NOTICE-DATE(1:4)  TO RD-FIRST-YYYY.
           MOVE VT-SECOND-NOTICE-DATE(5:2) TO RD-SECOND-MM.
           MOVE VT-SECOND-NOTICE-DATE(7:2) TO RD-SECOND-DD.
           MOVE VT-SECOND-NOTICE-DATE(1:4) TO RD-SECOND-YYYY.
           IF VT-REFERRAL-DATE = WS-CURRENT-DATE-YYYYMMDD
               MOVE "NEW " TO RD-REFERRAL-STATUS
               ADD 1 TO WS-NEW-REFERRALS
           ELSE
               MOVE "OPEN" TO RD-REFERRAL-STATUS
           END-IF.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-DETAIL-LINE.
           ADD 1 TO WS-OPEN-REFERRALS.

       7000-PRINT-CONTROL-TOTALS.
           IF WS-OPEN-REFERRALS = 0
               WRITE REFERRAL-REPORT-RECORD FROM WS-REF-NONE-LINE
           END-IF.
           MOVE SPACES TO REFERRAL-REPORT-RECORD.
           WRITE REFERRAL-REPORT-RECORD.
           MOVE "FAILED RECORDS ON MASTER: " TO RT-LABEL.
           MOVE WS-FAILED-ON-MASTER TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.
           MOVE "FIRST NOTICES WRITTEN:    " TO RT-LABEL.
           MOVE WS-FIRST-NOTICES TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.
           MOVE "SECOND NOTICES WRITTEN:   " TO RT-LABEL.
           MOVE WS-SECOND-NOTICES TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.
           MOVE "NEW REFERRALS:            " TO RT-LABEL.
           MOVE WS-NEW-REFERRALS TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.
           MOVE "OPEN REFERRALS:           " TO RT-LABEL.
           MOVE WS-OPEN-REFERRALS TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.
           MOVE "AWAITING REPLY:           " TO RT-LABEL.
           MOVE WS-AWAITING-REPLY TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.
           MOVE "NO DELIVERABLE ADDRESS:   " TO RT-LABEL.
           MOVE WS-NO-ADDRESS-SKIPPED TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.
           MOVE "DECEASED - SKIPPED:       " TO RT-LABEL.
           MOVE WS-DECEASED-SKIPPED TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.
           MOVE SPACES TO REFERRAL-REPORT-RECORD.
           WRITE REFERRAL-REPORT-RECORD.
           MOVE "CLEARED AFTER 1ST NOTICE: " TO RT-LABEL.
           MOVE WS-CLEARED-AFTER-FIRST TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.
           MOVE "CLEARED AFTER 2ND NOTICE: " TO RT-LABEL.
           MOVE WS-CLEARED-AFTER-SECOND TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.
           MOVE "CLEARED AFTER REFERRAL:   " TO RT-LABEL.
           MOVE WS-CLEARED-AFTER-REFERRAL TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.
           MOVE "DROPPED - OFF MASTER:     " TO RT-LABEL.
           MOVE WS-OFF-MASTER-DROPPED TO RT-COUNT.
           WRITE REFERRAL-REPORT-RECORD FROM WS-REF-TOTAL-LINE.

      *    One statistics line per run onto the shared history file
      *    (RUNSTATS) -- the notices sent against the failures they
      *    cleared.
       8950-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF NOT WS-RUNSTAT-OK
               DISPLAY "ERROR OPENING RUN-STATS-FILE, STATUS: "
                   WS-RUNSTAT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO RS-RUN-DATE.
           MOVE "SSNVNOT "               TO RS-PROGRAM.
           MOVE WS-FIRST-NOTICES         TO RS-COUNT-1.
           MOVE WS-SECOND-NOTICES        TO RS-COUNT-2.
           MOVE WS-NEW-REFERRALS         TO RS-COUNT-3.
           MOVE WS-CLEARED-COUNT         TO RS-COUNT-4.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       9000-TERMINATE.
           PERFORM 8950-WRITE-RUN-STATS.
           CLOSE CIVILIAN-MASTER-FILE.
           CLOSE VERIF-TRACK-FILE.
           CLOSE VERIF-NOTICE-FILE.
           CLOSE REFERRAL-REPORT-FILE.
           DISPLAY "MASTER RECORDS READ:    " WS-RECORDS-READ.
           DISPLAY "FIRST NOTICES WRITTEN:  " WS-FIRST-NOTICES.
           DISPLAY "SECOND NOTICES WRITTEN: " WS-SECOND-NOTICES.
           DISPLAY "NEW REFERRALS:          " WS-NEW-REFERRALS.
           DISPLAY "CLEARED AFTER NOTICE:   " WS-CLEARED-COUNT.

       COPY DAYNUM.
