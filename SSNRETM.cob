      *****************************************************************
      * Program name:    SSNRETM
      * Original author: Maintenance
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  Maintenance   Created as the returned-mail intake:
      *                         reads the correspondence vendor's
      *                         returned-mail file (RETMAIL.DAT --
      *                         Ident, return reason, return date)
      *                         and stamps each matching master
      *                         record's address undeliverable with
      *                         the vendor's reason and date, writing
      *                         a U entry to the audit trail for each
      *                         stamp.  SSNMAIL holds a stamped
      *                         record back from the mailing, and the
      *                         next E/X address transaction clears
      *                         the stamp.  A return for an Ident not
      *                         on the master, a record with no
      *                         address, an unusable return date, or
      *                         an address changed on or after the
      *                         return date (the letter went to the
      *                         old address) goes to the intake report
      *                         (RMLRPT.DAT) unstamped; a record
      *                         already stamped keeps its first
      *                         return.  Every undeliverable address
      *                         on the master then goes onto the
      *                         clerks' worklist (UNDLWRK.DAT), oldest
      *                         return first, with the phone number
      *                         to call for a new address.  Stamps
      *                         the LIVE master in place, so like
      *                         SSNDMAT this run must not be scheduled
      *                         between SSNMAINT and SSNBAL.  Each U
      *                         entry carries the record's deceased
      *                         status and date of death, unchanged, on
      *                         both sides.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SSNRETM.
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

           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETMAIL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETMAIL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RETMAIL-REPORT-FILE ASSIGN TO "RMLRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMLRPT-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO "UNDLWRK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNDLWRK-STATUS.

           COPY RUNSTSEL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

       FD  RETURNED-MAIL-FILE
           RECORD CONTAINS 17 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RETMAIL.

       FD  AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  RETMAIL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RETMAIL-REPORT-RECORD   PIC X(80).

       FD  WORKLIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  WORKLIST-RECORD         PIC X(80).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RUNSTATS.

      *    Worklist sort: oldest return first, Ident order within a
      *    day.
       SD  SORT-WORK-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  SORT-RECORD.
           05 SW-RETURN-DATE          PIC 9(8).
           05 SW-IDENT                PIC 9(7).
           05 SW-CIVI-NAME            PIC X(20).
           05 SW-RETURN-REASON        PIC X(2).
           05 SW-PHONE                PIC 9(10).
           05 SW-PHONE-BROKEN REDEFINES SW-PHONE.
              10 SW-PHONE-AREA        PIC 999.
              10 SW-PHONE-EXCHANGE    PIC 999.
              10 SW-PHONE-LINE        PIC 9999.
           05 SW-CITY                 PIC X(15).
           05 FILLER                  PIC X(2).

       WORKING-STORAGE SECTION.
           COPY RUNDATE.

       01  WS-CIVIL-STATUS            PIC XX.
           88 WS-CIVIL-OK             VALUE "00".

       01  WS-RETMAIL-STATUS          PIC XX.
           88 WS-RETMAIL-OK           VALUE "00".

       01  WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK             VALUE "00".

       01  WS-RMLRPT-STATUS           PIC XX.
           88 WS-RMLRPT-OK            VALUE "00".

       01  WS-UNDLWRK-STATUS          PIC XX.
           88 WS-UNDLWRK-OK           VALUE "00".

      *    "05" is a successful OPEN of an OPTIONAL file that isn't
      *    there yet -- normal before the first run is recorded.
       01  WS-RUNSTAT-STATUS          PIC XX.
           88 WS-RUNSTAT-OK           VALUE "00" "05".

       01  WS-RETMAIL-EOF-SW          PIC X VALUE "N".
           88 WS-RETMAIL-EOF          VALUE "Y".

       01  WS-AUDIT-EOF-SW            PIC X VALUE "N".
           88 WS-AUDIT-EOF            VALUE "Y".

       01  WS-SWEEP-EOF-SW            PIC X VALUE "N".
           88 WS-SWEEP-EOF            VALUE "Y".

       01  WS-SORT-EOF-SW             PIC X VALUE "N".
           88 WS-SORT-EOF             VALUE "Y".

       01  WS-FOUND-SW                PIC X VALUE "N".
           88 WS-RECORD-FOUND         VALUE "Y".

      *    Every return held in one table so the audit trail can be
      *    swept once for the latest address transaction (E/X) on
      *    each Ident before anything is stamped -- a letter returned
      *    on or before the day the address was changed went to the
      *    old address and says nothing about the new one.  The image
      *    is kept as read; the edits run when the return is worked.
       01  WS-RETURN-COUNT            PIC 9(4) VALUE 0.
       01  WS-RT-IDX                  PIC 9(4) VALUE 0.
       01  WS-RETURN-TABLE.
           05 WS-RT-ENTRY OCCURS 5000 TIMES.
              10 WS-RT-IMAGE          PIC X(17).
              10 WS-RT-ADDR-CHANGED   PIC 9(8).

       01  WS-RETURNS-READ            PIC 9(5) VALUE 0.
       01  WS-RECORDS-STAMPED         PIC 9(5) VALUE 0.
       01  WS-ALREADY-UNDELIVERABLE   PIC 9(5) VALUE 0.
       01  WS-ADDRESS-CHANGED-SINCE   PIC 9(5) VALUE 0.
       01  WS-NO-ADDRESS-COUNT        PIC 9(5) VALUE 0.
       01  WS-NOT-ON-MASTER           PIC 9(5) VALUE 0.
       01  WS-BAD-RETURN-DATE         PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNDELIVERABLE-ON-FILE   PIC 9(5) VALUE 0.
       01  WS-WORKLIST-LISTED         PIC 9(5) VALUE 0.
       01  WS-WORKLIST-DECEASED       PIC 9(5) VALUE 0.

       01  WS-RML-HEADING-LINE.
           05 FILLER                  PIC X(25)  VALUE SPACES.
           05 FILLER                  PIC X(30)  VALUE
               "RETURNED MAIL INTAKE REPORT".
           05 FILLER                  PIC X(25)  VALUE SPACES.

       01  WS-RML-RUN-DATE-LINE.
           05 FILLER                  PIC X(6)   VALUE "RUN: ".
           05 RH-RUN-MM               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RH-RUN-DD               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 RH-RUN-YYYY             PIC 9(4).
           05 FILLER                  PIC X(64)  VALUE SPACES.

      *    One exception line: the return as the vendor sent it, the
      *    master's name when there is one, and why it was not
      *    stamped.
       01  WS-RML-EXCEPTION-LINE.
           05 RX-IDENT                PIC X(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RX-RETURN-REASON        PIC X(2).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RX-RETURN-DATE          PIC X(8).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RX-MASTER-NAME          PIC X(20).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 RX-REASON               PIC X(30).
           05 FILLER                  PIC X(5)   VALUE SPACES.

       01  WS-RML-TOTAL-LINE.
           05 RT-LABEL                PIC X(25).
           05 RT-COUNT                PIC ZZZZ9.
           05 FILLER                  PIC X(50)  VALUE SPACES.

       01  WS-WRK-HEADING-LINE.
           05 FILLER                  PIC X(25)  VALUE SPACES.
           05 FILLER                  PIC X(30)  VALUE
               "UNDELIVERABLE ADDRESS WORKLIST".
           05 FILLER                  PIC X(25)  VALUE SPACES.

       01  WS-WRK-COLUMN-HEADING.
           05 FILLER                  PIC X(9)   VALUE "IDENT".
           05 FILLER                  PIC X(22)  VALUE "NAME".
           05 FILLER                  PIC X(12)  VALUE "RETURNED".
           05 FILLER                  PIC X(5)   VALUE "RSN".
           05 FILLER                  PIC X(14)  VALUE "PHONE".
           05 FILLER                  PIC X(18)  VALUE "CITY".

      *    A record with no phone on file still prints -- the clerk
      *    needs to know it cannot be recovered by telephone.
       01  WS-WRK-DETAIL-LINE.
           05 WL-IDENT                PIC 9(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 WL-CIVI-NAME            PIC X(20).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 WL-RETURN-MM            PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 WL-RETURN-DD            PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 WL-RETURN-YYYY          PIC 9(4).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 WL-RETURN-REASON        PIC X(2).
           05 FILLER                  PIC X(3)   VALUE SPACES.
           05 WL-PHONE.
              10 WL-PHONE-AREA        PIC 999.
              10 FILLER               PIC X      VALUE "-".
              10 WL-PHONE-EXCHANGE    PIC 999.
              10 FILLER               PIC X      VALUE "-".
              10 WL-PHONE-LINE        PIC 9999.
           05 WL-NO-PHONE REDEFINES WL-PHONE PIC X(12).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 WL-CITY                 PIC X(15).
           05 FILLER                  PIC X(3)   VALUE SPACES.

       01  WS-WRK-TOTAL-LINE.
           05 WT-LABEL                PIC X(25).
           05 WT-COUNT                PIC ZZZZ9.
           05 FILLER                  PIC X(50)  VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-RETURN-TABLE.
           PERFORM 1700-FIND-ADDRESS-CHANGES.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT-FILE, STATUS: "
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF.
           PERFORM 3000-PROCESS-ONE-RETURN
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RETURN-COUNT.
           PERFORM 5000-BUILD-WORKLIST.
           PERFORM 7000-PRINT-CONTROL-TOTALS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O CIVILIAN-MASTER-FILE.
           IF NOT WS-CIVIL-OK
               DISPLAY "ERROR OPENING CIVILIAN-MASTER-FILE, STATUS: "
                   WS-CIVIL-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF NOT WS-RETMAIL-OK
               DISPLAY "ERROR OPENING RETURNED-MAIL-FILE, STATUS: "
                   WS-RETMAIL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RETMAIL-REPORT-FILE.
           IF NOT WS-RMLRPT-OK
               DISPLAY "ERROR OPENING RETMAIL-REPORT-FILE, STATUS: "
                   WS-RMLRPT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT WORKLIST-FILE.
           IF NOT WS-UNDLWRK-OK
               DISPLAY "ERROR OPENING WORKLIST-FILE, STATUS: "
                   WS-UNDLWRK-STATUS
               STOP RUN
           END-IF.

           ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           WRITE RETMAIL-REPORT-RECORD FROM WS-RML-HEADING-LINE.
           MOVE WS-CUR-MM   TO RH-RUN-MM.
           MOVE WS-CUR-DD   TO RH-RUN-DD.
           MOVE WS-CUR-YYYY TO RH-RUN-YYYY.
           WRITE RETMAIL-REPORT-RECORD FROM WS-RML-RUN-DATE-LINE.
           MOVE SPACES TO RETMAIL-REPORT-RECORD.
           WRITE RETMAIL-REPORT-RECORD.

           WRITE WORKLIST-RECORD FROM WS-WRK-HEADING-LINE.
           WRITE WORKLIST-RECORD FROM WS-RML-RUN-DATE-LINE.
           MOVE SPACES TO WORKLIST-RECORD.
           WRITE WORKLIST-RECORD.
           WRITE WORKLIST-RECORD FROM WS-WRK-COLUMN-HEADING.

      *    The whole vendor file is loaded before the master is
      *    touched, so a file too big for the table stops the run
      *    with nothing stamped.
       1500-LOAD-RETURN-TABLE.
           PERFORM UNTIL WS-RETMAIL-EOF
               READ RETURNED-MAIL-FILE
                   AT END
                       SET WS-RETMAIL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RETURNS-READ
                       IF WS-RETURN-COUNT >= 5000
                           DISPLAY "RETURN TABLE FULL - RESIZE "
                               "WS-RETURN-TABLE AND RECOMPILE"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RETURN-COUNT
                       MOVE RETURNED-MAIL-RECORD
                           TO WS-RT-IMAGE(WS-RETURN-COUNT)
                       MOVE ZEROS
                           TO WS-RT-ADDR-CHANGED(WS-RETURN-COUNT)
               END-READ
           END-PERFORM.

      *    One pass of the audit trail: the latest E/X run date for
      *    each Ident on the vendor file.
       1700-FIND-ADDRESS-CHANGES.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT-FILE, STATUS: "
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF AU-CODE = "E" OR AU-CODE = "X"
                           PERFORM 1750-POST-ADDRESS-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       1750-POST-ADDRESS-CHANGE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RETURN-COUNT
               IF WS-RT-IMAGE(WS-RT-IDX)(1:7) = AU-IDENT
                       AND AU-RUN-DATE > WS-RT-ADDR-CHANGED(WS-RT-IDX)
                   MOVE AU-RUN-DATE TO WS-RT-ADDR-CHANGED(WS-RT-IDX)
               END-IF
           END-PERFORM.

       3000-PROCESS-ONE-RETURN.
           MOVE WS-RT-IMAGE(WS-RT-IDX) TO RETURNED-MAIL-RECORD.
           MOVE SPACES TO RX-REASON.
           MOVE SPACES TO RX-MASTER-NAME.
           PERFORM 3100-EDIT-RETURN.
           IF RX-REASON = SPACES
               PERFORM 3200-READ-MASTER-BY-IDENT
               IF NOT WS-RECORD-FOUND
                   ADD 1 TO WS-NOT-ON-MASTER
                   MOVE "IDENT NOT ON MASTER" TO RX-REASON
               ELSE
                   PERFORM 3500-CHECK-AND-STAMP
               END-IF
           END-IF.
           IF RX-REASON NOT = SPACES
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

      *    A return date has to be a real calendar month and day no
      *    later than today; February 30 and the like are left to
      *    the vendor.
       3100-EDIT-RETURN.
           EVALUATE TRUE
               WHEN RM-IDENT NOT NUMERIC
                   ADD 1 TO WS-NOT-ON-MASTER
                   MOVE "IDENT NOT ON MASTER" TO RX-REASON
               WHEN RM-RETURN-DATE NOT NUMERIC
                   ADD 1 TO WS-BAD-RETURN-DATE
                   MOVE "RETURN DATE INVALID" TO RX-REASON
               WHEN RM-RETURN-MM < 1 OR RM-RETURN-MM > 12
               WHEN RM-RETURN-DD < 1 OR RM-RETURN-DD > 31
               WHEN RM-RETURN-DATE > WS-CURRENT-DATE-YYYYMMDD
                   ADD 1 TO WS-BAD-RETURN-DATE
                   MOVE "RETURN DATE INVALID" TO RX-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-READ-MASTER-BY-IDENT.
           MOVE "Y" TO WS-FOUND-SW.
           MOVE RM-IDENT TO CM-IDENT.
           READ CIVILIAN-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
           END-READ.

      *    A record already stamped keeps its first return date, so
      *    the worklist ages it from the first letter that came back.
       3500-CHECK-AND-STAMP.
           MOVE CM-CIVI-NAME TO RX-MASTER-NAME.
           EVALUATE TRUE
               WHEN CM-STREET-ADDR = SPACES
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   MOVE "NO ADDRESS ON FILE" TO RX-REASON
               WHEN WS-RT-ADDR-CHANGED(WS-RT-IDX) >= RM-RETURN-DATE
                   ADD 1 TO WS-ADDRESS-CHANGED-SINCE
                   MOVE "ADDRESS CHANGED SINCE MAILING" TO RX-REASON
               WHEN CM-ADDR-UNDELIVERABLE
                   ADD 1 TO WS-ALREADY-UNDELIVERABLE
               WHEN OTHER
                   MOVE "U"              TO CM-ADDR-STATUS
                   MOVE RM-RETURN-DATE   TO CM-ADDR-RETURN-DATE
                   MOVE RM-RETURN-REASON TO CM-ADDR-RETURN-REASON
                   REWRITE CIVILIAN-MASTER-RECORD
                   PERFORM 8500-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-RECORDS-STAMPED
           END-EVALUATE.

      *    Every undeliverable address on the master, not just
      *    today's, so the worklist is the whole backlog.  A deceased
      *    record is counted but not listed -- nobody is calling it.
       5000-BUILD-WORKLIST.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-RETURN-DATE SW-IDENT
               INPUT PROCEDURE IS 5100-RELEASE-UNDELIVERABLE
               OUTPUT PROCEDURE IS 5500-WRITE-WORKLIST.

       5100-RELEASE-UNDELIVERABLE.
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
                       IF CM-ADDR-UNDELIVERABLE
                           ADD 1 TO WS-UNDELIVERABLE-ON-FILE
                           IF CM-DECEASED
                               ADD 1 TO WS-WORKLIST-DECEASED
                           ELSE
                               PERFORM 5200-RELEASE-ONE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5200-RELEASE-ONE-RECORD.
           MOVE SPACES                TO SORT-RECORD.
           MOVE CM-ADDR-RETURN-DATE   TO SW-RETURN-DATE.
           MOVE CM-IDENT              TO SW-IDENT.
           MOVE CM-CIVI-NAME          TO SW-CIVI-NAME.
           MOVE CM-ADDR-RETURN-REASON TO SW-RETURN-REASON.
           MOVE CM-PHONE              TO SW-PHONE.
           MOVE CM-CITY               TO SW-CITY.
           RELEASE SORT-RECORD.

       5500-WRITE-WORKLIST.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 5600-WRITE-WORKLIST-LINE
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO WORKLIST-RECORD.
           WRITE WORKLIST-RECORD.
           MOVE "ADDRESSES TO RECOVER:   " TO WT-LABEL.
           MOVE WS-WORKLIST-LISTED TO WT-COUNT.
           WRITE WORKLIST-RECORD FROM WS-WRK-TOTAL-LINE.
           MOVE "DECEASED - NOT LISTED:  " TO WT-LABEL.
           MOVE WS-WORKLIST-DECEASED TO WT-COUNT.
           WRITE WORKLIST-RECORD FROM WS-WRK-TOTAL-LINE.

       5600-WRITE-WORKLIST-LINE.
           MOVE SW-IDENT               TO WL-IDENT.
           MOVE SW-CIVI-NAME           TO WL-CIVI-NAME.
           MOVE SW-RETURN-DATE(5:2)    TO WL-RETURN-MM.
           MOVE SW-RETURN-DATE(7:2)    TO WL-RETURN-DD.
           MOVE SW-RETURN-DATE(1:4)    TO WL-RETURN-YYYY.
           MOVE SW-RETURN-REASON       TO WL-RETURN-REASON.
           IF SW-PHONE = ZEROS
               MOVE "NONE ON FILE" TO WL-NO-PHONE
           ELSE
               MOVE SW-PHONE-AREA     TO WL-PHONE-AREA
               MOVE "-"               TO WL-NO-PHONE(4:1)
               MOVE SW-PHONE-EXCHANGE TO WL-PHONE-EXCHANGE
               MOVE "-"               TO WL-NO-PHONE(8:1)
               MOVE SW-PHONE-LINE     TO WL-PHONE-LINE
           END-IF.
           MOVE SW-CITY                TO WL-CITY.
           WRITE WORKLIST-RECORD FROM WS-WRK-DETAIL-LINE.
           ADD 1 TO WS-WORKLIST-LISTED.

      *    The undeliverable count is the standing total on the
      *    master after today's stamps -- the mailing pieces SSNMAIL
      *    will hold back next cycle.
       7000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RETMAIL-REPORT-RECORD.
           WRITE RETMAIL-REPORT-RECORD.
           MOVE "RETURNS READ:           " TO RT-LABEL.
           MOVE WS-RETURNS-READ TO RT-COUNT.
           WRITE RETMAIL-REPORT-RECORD FROM WS-RML-TOTAL-LINE.
           MOVE "ADDRESSES STAMPED:      " TO RT-LABEL.
           MOVE WS-RECORDS-STAMPED TO RT-COUNT.
           WRITE RETMAIL-REPORT-RECORD FROM WS-RML-TOTAL-LINE.
           MOVE "ALREADY UNDELIVERABLE:  " TO RT-LABEL.
           MOVE WS-ALREADY-UNDELIVERABLE TO RT-COUNT.
           WRITE RETMAIL-REPORT-RECORD FROM WS-RML-TOTAL-LINE.
           MOVE "ADDRESS CHANGED SINCE:  " TO RT-LABEL.
           MOVE WS-ADDRESS-CHANGED-SINCE TO RT-COUNT.
           WRITE RETMAIL-REPORT-RECORD FROM WS-RML-TOTAL-LINE.
           MOVE "NO ADDRESS ON FILE:     " TO RT-LABEL.
           MOVE WS-NO-ADDRESS-COUNT TO RT-COUNT.
           WRITE RETMAIL-REPORT-RECORD FROM WS-RML-TOTAL-LINE.
           MOVE "IDENT NOT ON MASTER:    " TO RT-LABEL.
           MOVE WS-NOT-ON-MASTER TO RT-COUNT.
           WRITE RETMAIL-REPORT-RECORD FROM WS-RML-TOTAL-LINE.
           MOVE "RETURN DATE INVALID:    " TO RT-LABEL.
           MOVE WS-BAD-RETURN-DATE TO RT-COUNT.
           WRITE RETMAIL-REPORT-RECORD FROM WS-RML-TOTAL-LINE.
           MOVE SPACES TO RETMAIL-REPORT-RECORD.
           WRITE RETMAIL-REPORT-RECORD.
           MOVE "UNDELIVERABLE ON MASTER:" TO RT-LABEL.
           MOVE WS-UNDELIVERABLE-ON-FILE TO RT-COUNT.
           WRITE RETMAIL-REPORT-RECORD FROM WS-RML-TOTAL-LINE.

       8000-WRITE-EXCEPTION.
           MOVE WS-RT-IMAGE(WS-RT-IDX)(1:7)  TO RX-IDENT.
           MOVE WS-RT-IMAGE(WS-RT-IDX)(8:2)  TO RX-RETURN-REASON.
           MOVE WS-RT-IMAGE(WS-RT-IDX)(10:8) TO RX-RETURN-DATE.
           WRITE RETMAIL-REPORT-RECORD FROM WS-RML-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

      *    The stamp changes no identity field, so the entry carries
      *    the record's identity as both images (the E/X precedent);
      *    the code and run date say what happened.  Nobody keys or
      *    approves a vendor return.
       8500-WRITE-AUDIT-RECORD.
           MOVE CM-IDENT                 TO AU-IDENT.
           MOVE "U"                      TO AU-CODE.
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
           MOVE "SSNRETM "               TO RS-PROGRAM.
           MOVE WS-RETURNS-READ          TO RS-COUNT-1.
           MOVE WS-RECORDS-STAMPED       TO RS-COUNT-2.
           MOVE WS-EXCEPTION-COUNT       TO RS-COUNT-3.
           MOVE WS-UNDELIVERABLE-ON-FILE TO RS-COUNT-4.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       9000-TERMINATE.
           PERFORM 8950-WRITE-RUN-STATS.
           CLOSE CIVILIAN-MASTER-FILE.
           CLOSE RETURNED-MAIL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE RETMAIL-REPORT-FILE.
           CLOSE WORKLIST-FILE.
           DISPLAY "RETURNS READ:          " WS-RETURNS-READ.
           DISPLAY "ADDRESSES STAMPED:     " WS-RECORDS-STAMPED.
           DISPLAY "EXCEPTIONS:            " WS-EXCEPTION-COUNT.
           DISPLAY "UNDELIVERABLE ON FILE: " WS-UNDELIVERABLE-ON-FILE.
           DISPLAY "WORKLIST LINES:        " WS-WORKLIST-LISTED.
