      *                         the promotion.
      * 08/26/26  Maintenance   Ident widened to seven digits; the
      *                         SSNum table follows.
      * 10/15/26  Maintenance   A name near-miss on a record not yet
      *                         deceased prints a second line with
      *                         the master Ident and the agency's
      *                         date of death -- what a clerk needs
      *                         to key a K (set deceased) transaction
      *                         once the match is confirmed.
      * 10/15/26  Maintenance   Master record widened to 130 bytes for
      *                         the returned-mail (undeliverable
      *                         address) stamp (CIVMAST).
      * 10/15/26  Maintenance   A record a clerk has reversed (status R
      *                         on the master, or an R entry on the
      *                         audit trail) is not stamped again; it is
      *                         listed on the exception report as
      *                         REVERSED - NOT RESTAMPED. Each stamp is
      *                         written to the audit trail as an S
      *                         (death-match) entry carrying the death
      *                         set, so the partner delta picks it up.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT DEATH-REPORT-FILE ASSIGN TO "DTHRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTHRPT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

           RECORDING MODE IS F.
       01  DEATH-REPORT-RECORD     PIC X(80).

       FD  AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           COPY RUNDATE.

       01  WS-DTHRPT-STATUS           PIC XX.
           88 WS-DTHRPT-OK            VALUE "00".

       01  WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK             VALUE "00".

       01  WS-LOAD-EOF-SW             PIC X VALUE "N".
           88 WS-LOAD-EOF             VALUE "Y".

       01  WS-DECEASED-EOF-SW         PIC X VALUE "N".
           88 WS-DECEASED-EOF         VALUE "Y".

       01  WS-AUDIT-EOF-SW            PIC X VALUE "N".
           88 WS-AUDIT-EOF            VALUE "Y".

       01  WS-FOUND-SW                PIC X VALUE "N".
           88 WS-RECORD-FOUND         VALUE "Y".

       01  WS-REVERSED-SW             PIC X VALUE "N".
           88 WS-WAS-REVERSED         VALUE "Y".

      *    Every SSNum on the master with its Ident, loaded in one
      *    sequential sweep so each deceased entry finds its record
      *    without a full read of the master per entry -- the same

       01  WS-MATCH-IDENT             PIC 9(7) VALUE 0.

      *    Every Ident a clerk has reversed a deceased stamp on (an R
      *    entry on the audit trail).  The reversal also leaves the
      *    master's status "R", but a stamp reversed before the
      *    status was kept shows only on the trail.  Either way the
      *    agency's file does not get to stamp the record again --
      *    only a clerk's K can.
       01  WS-REVERSED-COUNT          PIC 9(4) VALUE 0.
       01  WS-RVS-IDX                 PIC 9(4) VALUE 0.
       01  WS-REVERSED-TABLE.
           05 WS-RVS-IDENT OCCURS 1000 TIMES PIC 9(7).

      *    Both sides of the name check folded upper before the
      *    compare -- master names are mixed case ("Jane Doe"), the
      *    agency's file is anybody's guess.
       01  WS-ALREADY-DECEASED        PIC 9(5) VALUE 0.
       01  WS-NAME-MISMATCHES         PIC 9(5) VALUE 0.
       01  WS-NOT-ON-MASTER           PIC 9(5) VALUE 0.
       01  WS-NOT-RESTAMPED           PIC 9(5) VALUE 0.

       01  WS-DTH-HEADING-LINE.
           05 FILLER                  PIC X(25)  VALUE SPACES.
           05 DX-AGENCY-NAME          PIC X(20).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 DX-MASTER-NAME          PIC X(20).
           05 FILLER                  PIC X(1)   VALUE SPACES.
           05 DX-REASON               PIC X(24).

      *    Follow-up under a name near-miss: the Ident and date of
      *    death a clerk keys on a K transaction if the match is
      *    confirmed.  Printed only while the record is not already
      *    deceased -- maintenance would refuse the K otherwise.
       01  WS-DTH-KEY-LINE.
           05 FILLER                  PIC X(13)  VALUE SPACES.
           05 FILLER                  PIC X(6)   VALUE "IDENT ".
           05 DK-IDENT                PIC 9(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(14)  VALUE
               "DATE OF DEATH ".
           05 DK-DATE-OF-DEATH        PIC 9(8).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(28)  VALUE
               "IF CONFIRMED KEY K TRANS".

       01  WS-DTH-TOTAL-LINE.
           05 DT-LABEL                PIC X(25).
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-SSNUM-TABLE.
           PERFORM 1600-LOAD-REVERSED-IDENTS.
           PERFORM 2000-READ-DECEASED-ENTRY.
           PERFORM 3000-MATCH-ONE-ENTRY
               UNTIL WS-DECEASED-EOF.
               END-READ
           END-PERFORM.

      *    The trail is read through once for the reversals, then
      *    reopened to take tonight's stamps on the end.
       1600-LOAD-REVERSED-IDENTS.
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
                       IF AU-CODE = "R"
                           MOVE AU-IDENT TO WS-MATCH-IDENT
                           PERFORM 3300-CHECK-REVERSED-IDENT
                           IF NOT WS-WAS-REVERSED
                               PERFORM 1650-ADD-REVERSED-IDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT-FILE, STATUS: "
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF.

       1650-ADD-REVERSED-IDENT.
           IF WS-REVERSED-COUNT >= 1000
               DISPLAY "REVERSED IDENT TABLE FULL - RESIZE "
                   "WS-REVERSED-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REVERSED-COUNT.
           MOVE AU-IDENT TO WS-RVS-IDENT(WS-REVERSED-COUNT).

       2000-READ-DECEASED-ENTRY.
           READ DECEASED-INPUT-FILE
               AT END
                   MOVE "N" TO WS-FOUND-SW
           END-READ.

      *    Is the matched Ident among the audit trail's R entries?
       3300-CHECK-REVERSED-IDENT.
           MOVE "N" TO WS-REVERSED-SW.
           PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
                   UNTIL WS-RVS-IDX > WS-REVERSED-COUNT
                       OR WS-WAS-REVERSED
               IF WS-RVS-IDENT(WS-RVS-IDX) = WS-MATCH-IDENT
                   SET WS-WAS-REVERSED TO TRUE
               END-IF
           END-PERFORM.

      *    The stamp is earned only when the agency's name agrees
      *    with the master's (folded upper on both sides).  A
      *    disagreement is the near-miss the clerks have to look at:
      *    reported but not stamped.  A record a clerk has reversed
      *    is reported and left alone.  Each stamp goes to the audit
      *    trail as an S entry -- identity unchanged on both sides,
      *    the death set in the after side -- which is how the
      *    partner delta (SSNDELT) learns of it.
       3500-CHECK-NAME-AND-STAMP.
           MOVE CM-CIVI-NAME TO WS-MASTER-NAME.
           MOVE DI-NAME      TO WS-DECEASED-NAME.
                   MOVE CM-CIVI-NAME TO DX-MASTER-NAME
                   MOVE "SSN MATCH-NAME DIFFERS" TO DX-REASON
                   PERFORM 8000-WRITE-EXCEPTION
                   IF NOT CM-DECEASED
                       MOVE CM-IDENT         TO DK-IDENT
                       MOVE DI-DATE-OF-DEATH TO DK-DATE-OF-DEATH
                       WRITE DEATH-REPORT-RECORD FROM WS-DTH-KEY-LINE
                   END-IF
               WHEN CM-DECEASED
                   ADD 1 TO WS-ALREADY-DECEASED
               WHEN CM-DECEASED-STATUS = "R"
                   PERFORM 3600-REPORT-NOT-RESTAMPED
               WHEN OTHER
                   MOVE CM-IDENT TO WS-MATCH-IDENT
                   PERFORM 3300-CHECK-REVERSED-IDENT
                   IF WS-WAS-REVERSED
                       PERFORM 3600-REPORT-NOT-RESTAMPED
                   ELSE
                       PERFORM 8500-SET-AUDIT-BEFORE-IMAGE
                       MOVE "D"              TO CM-DECEASED-STATUS
                       MOVE DI-DATE-OF-DEATH TO CM-DATE-OF-DEATH
                       REWRITE CIVILIAN-MASTER-RECORD
                       ADD 1 TO WS-RECORDS-STAMPED
                       PERFORM 8550-WRITE-AUDIT-RECORD
                   END-IF
           END-EVALUATE.

       3600-REPORT-NOT-RESTAMPED.
           ADD 1 TO WS-NOT-RESTAMPED.
           MOVE CM-CIVI-NAME TO DX-MASTER-NAME.
           MOVE "REVERSED - NOT RESTAMPED" TO DX-REASON.
           PERFORM 8000-WRITE-EXCEPTION.

       7000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO DEATH-REPORT-RECORD.
           WRITE DEATH-REPORT-RECORD.
           MOVE "SSN NOT ON MASTER:      " TO DT-LABEL.
           MOVE WS-NOT-ON-MASTER TO DT-COUNT.
           WRITE DEATH-REPORT-RECORD FROM WS-DTH-TOTAL-LINE.
           MOVE "REVERSED, NOT RESTAMPED:" TO DT-LABEL.
           MOVE WS-NOT-RESTAMPED TO DT-COUNT.
           WRITE DEATH-REPORT-RECORD FROM WS-DTH-TOTAL-LINE.

       8000-WRITE-EXCEPTION.
           MOVE "XXX-XX-"    TO DX-SSN-MASKED(1:7).
           MOVE DI-NAME      TO DX-AGENCY-NAME.
           WRITE DEATH-REPORT-RECORD FROM WS-DTH-EXCEPTION-LINE.

      *    Same shape as SSNRETM's U entry: no keyer or approver,
      *    the record's identity on both sides, and the deceased
      *    status and date of death as they stood before the stamp
      *    and after it.
       8500-SET-AUDIT-BEFORE-IMAGE.
           MOVE CM-CIVI-NAME             TO AU-BEFORE-CIVI-NAME.
           MOVE CM-DATE-OF-BIRTH         TO AU-BEFORE-DATE-OF-BIRTH.
           MOVE CM-SSNUM                 TO AU-BEFORE-SSNUM.
           MOVE CM-DECEASED-STATUS       TO AU-BEFORE-DECEASED-STATUS.
           MOVE CM-DATE-OF-DEATH         TO AU-BEFORE-DATE-OF-DEATH.

       8550-WRITE-AUDIT-RECORD.
           MOVE CM-IDENT                 TO AU-IDENT.
           MOVE "S"                      TO AU-CODE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO AU-RUN-DATE.
           MOVE CM-CIVI-NAME             TO AU-AFTER-CIVI-NAME.
           MOVE CM-DATE-OF-BIRTH         TO AU-AFTER-DATE-OF-BIRTH.
           MOVE CM-SSNUM                 TO AU-AFTER-SSNUM.
           MOVE CM-DECEASED-STATUS       TO AU-AFTER-DECEASED-STATUS.
           MOVE CM-DATE-OF-DEATH         TO AU-AFTER-DATE-OF-DEATH.
           MOVE SPACES                   TO AU-KEYED-BY.
           MOVE SPACES                   TO AU-APPROVED-BY.
           WRITE AUDIT-RECORD.

       9000-TERMINATE.
           CLOSE CIVILIAN-MASTER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE DECEASED-INPUT-FILE.
           CLOSE DEATH-REPORT-FILE.
           DISPLAY "DECEASED ENTRIES READ: " WS-ENTRIES-READ.
           DISPLAY "RECORDS STAMPED:       " WS-RECORDS-STAMPED.
           DISPLAY "EXCEPTIONS: "
               WS-NAME-MISMATCHES " NAME, "
               WS-NOT-ON-MASTER " NOT ON MASTER, "
               WS-NOT-RESTAMPED " REVERSED".
