      *****************************************************************
      * Program name:    SSNDELT
      * Original author: Maintenance
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  Maintenance   Created as the daily partner delta
      *                         extract.  The partner agencies that
      *                         hold a copy of the Civilian data were
      *                         rebuilding it from full extracts.
      *                         Runs after the promotion (SSNPROM)
      *                         and only when RUNCTL.DAT shows
      *                         tonight promoted: compares the master
      *                         just installed (CIVMAST.DAT) with the
      *                         one it retired (CIVMGEN1.DAT) and
      *                         writes DELTA.DAT -- a run-date header
      *                         with a consecutive file sequence
      *                         number (DELTSEQ.DAT), one detail per
      *                         added, changed, deleted, merged
      *                         (with the surviving Ident, from
      *                         tonight's IDXREF.DAT entries),
      *                         deceased-stamped or re-addressed
      *                         Ident, and a trailer with the counts
      *                         and an Ident hash total.  SSNs are
      *                         masked to the last four digits unless
      *                         the run is started PRIVILEGED and the
      *                         operator passes the same gate as
      *                         SSAVEXT (OPSEC).  Both masters must
      *                         count to the promotion's own figures
      *                         or the run ends RETURN-CODE 8 with
      *                         the sequence number not advanced.
      *                         Appends a statistics line to RUNSTAT.
      *                         A death-match stamp lands on the live
      *                         master between nights, so both masters
      *                         carry it and the compare cannot see
      *                         it; the run also reads the death
      *                         match's S audit entries since the
      *                         previous delta (the window is kept on
      *                         DELTSEQ) and ships each stamped Ident
      *                         as deceased-stamped.  A reversed stamp
      *                         (status R) ships as not deceased.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SSNDELT.
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

           SELECT OPTIONAL GENERATION-1-FILE ASSIGN TO "CIVMGEN1.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN1-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL IDENT-XREF-FILE ASSIGN TO "IDXREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDXREF-STATUS.

           SELECT OPTIONAL DELTA-SEQ-FILE ASSIGN TO "DELTSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTSEQ-STATUS.

           SELECT DELTA-FILE ASSIGN TO "DELTA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           COPY OPSECSEL.

           COPY RUNSTSEL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

       FD  GENERATION-1-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GENERATION-1-RECORD     PIC X(130).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  IDENT-XREF-FILE
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY IDXREF.

       FD  DELTA-SEQ-FILE
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY DELTSEQ.

       FD  DELTA-FILE
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY DELTAREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  OPERATOR-AUTH-FILE
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY OPAUTH.

       FD  SECURITY-LOG-FILE
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY SECLOG.

       FD  RUN-STATS-FILE
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.
           COPY RUNDATE.
           COPY OPSECWS.

       01  WS-CIVIL-STATUS            PIC XX.
           88 WS-CIVIL-OK             VALUE "00".

      *    "05" is a successful OPEN of an OPTIONAL file that isn't
      *    there yet -- normal on the first promotion (no CIVMGEN1),
      *    before the first merge (no IDXREF), or before the first
      *    delta (no DELTSEQ).
       01  WS-GEN1-STATUS             PIC XX.
           88 WS-GEN1-OK              VALUE "00" "05".

       01  WS-RUNCTL-STATUS           PIC XX.
           88 WS-RUNCTL-OK            VALUE "00" "05".

       01  WS-IDXREF-STATUS           PIC XX.
           88 WS-IDXREF-OK            VALUE "00" "05".

       01  WS-DELTSEQ-STATUS          PIC XX.
           88 WS-DELTSEQ-OK           VALUE "00" "05".

       01  WS-DELTA-STATUS            PIC XX.
           88 WS-DELTA-OK             VALUE "00".

       01  WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK             VALUE "00".

       01  WS-RUNSTAT-STATUS          PIC XX.
           88 WS-RUNSTAT-OK           VALUE "00" "05".

       01  WS-OLD-EOF-SW              PIC X VALUE "N".
           88 WS-OLD-EOF              VALUE "Y".

       01  WS-NEW-EOF-SW              PIC X VALUE "N".
           88 WS-NEW-EOF              VALUE "Y".

       01  WS-CTLFILE-EOF-SW          PIC X VALUE "N".
           88 WS-CTLFILE-EOF          VALUE "Y".

       01  WS-RUN-PARM                PIC X(30).
       01  WS-RUN-PARM-1              PIC X(15).
       01  WS-RUN-PARM-2              PIC X(15).

       01  WS-SSN-FORM-SW             PIC X VALUE "M".
           88 WS-SSN-MASKED           VALUE "M".
           88 WS-SSN-FULL             VALUE "F".

      *    Tonight's promotion, from the newest RUNCTL entry.
       01  WS-PROMOTION-FOUND-SW      PIC X VALUE "N".
           88 WS-PROMOTION-FOUND      VALUE "Y".
       01  WS-PROM-GENERATION         PIC 9(4) VALUE 0.
       01  WS-PROM-RUN-DATE           PIC 9(8) VALUE 0.
       01  WS-PROM-OLD-COUNT          PIC 9(5) VALUE 0.
       01  WS-PROM-NEW-COUNT          PIC 9(5) VALUE 0.

       01  WS-FILE-SEQ                PIC 9(6) VALUE 0.
       01  WS-CHANGE-TYPE             PIC X.

      *    The monthly death match (SSNDMAT) stamps the live master
      *    between nights, so CIVMGEN1 already carries the stamp and
      *    the compare cannot see it.  Its S audit entries inside
      *    this delta's window (see DELTSEQ) are the Idents that
      *    ship as deceased-stamped anyway.
       01  WS-WINDOW-FROM-DATE        PIC 9(8) VALUE 0.
       01  WS-WINDOW-FROM-SKIP        PIC 9(5) VALUE 0.
       01  WS-FROM-DATE-SEEN          PIC 9(5) VALUE 0.
       01  WS-STAMPS-TODAY            PIC 9(5) VALUE 0.
       01  WS-STAMP-COUNT             PIC 9(4) VALUE 0.
       01  WS-STP-IDX                 PIC 9(4).
       01  WS-STAMP-TABLE.
           05 WS-STP-IDENT OCCURS 2000 TIMES PIC 9(7).
       01  WS-STAMPED-SW              PIC X VALUE "N".
           88 WS-STAMPED-IN-WINDOW    VALUE "Y".

      *    Match keys, one wider than the Ident so the end-of-file
      *    sentinel sorts after every real Ident.
       01  WS-OM-KEY                  PIC 9(8).
       01  WS-NM-KEY                  PIC 9(8).

      *    The retired master record, kept whole; the fields are
      *    taken by position in the CIVMAST layout:
      *      8:37  name, date of birth, SSNum
      *     54:57  street, city, state, ZIP, phone
      *    111:1   deceased status, 112:8 date of death
       01  WS-OLD-RECORD              PIC X(130).

      *    Tonight's merges: retired Ident to surviving Ident.
       01  WS-MERGE-COUNT             PIC 9(4) VALUE 0.
       01  WS-MRG-IDX                 PIC 9(4).
       01  WS-MERGE-TABLE.
           05 WS-MRG-ENTRY OCCURS 2000 TIMES.
              10 WS-MRG-RETIRED       PIC 9(7).
              10 WS-MRG-SURVIVOR      PIC 9(7).

       01  WS-OLD-READ                PIC 9(5) VALUE 0.
       01  WS-NEW-READ                PIC 9(5) VALUE 0.
       01  WS-DETAIL-COUNT            PIC 9(7) VALUE 0.
       01  WS-ADDED-COUNT             PIC 9(7) VALUE 0.
       01  WS-CHANGED-COUNT           PIC 9(7) VALUE 0.
       01  WS-DELETED-COUNT           PIC 9(7) VALUE 0.
       01  WS-MERGED-COUNT            PIC 9(7) VALUE 0.
       01  WS-DECEASED-COUNT          PIC 9(7) VALUE 0.
       01  WS-READDRESSED-COUNT       PIC 9(7) VALUE 0.
       01  WS-IDENT-HASH              PIC 9(15) VALUE 0.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2100-READ-OLD-MASTER.
           PERFORM 2200-READ-NEW-MASTER.
           PERFORM 3000-MATCH-MASTERS
               UNTIL WS-OLD-EOF AND WS-NEW-EOF.
           PERFORM 7000-WRITE-TRAILER.
           PERFORM 8000-PROVE-COUNTS.
           PERFORM 8500-ADVANCE-SEQUENCE.
           PERFORM 8900-WRITE-RUN-STATS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM 1100-CHECK-PROMOTION.

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-RUN-PARM-1 WS-RUN-PARM-2
           END-UNSTRING.
           IF WS-RUN-PARM-1 = "PRIVILEGED"
                   OR WS-RUN-PARM-2 = "PRIVILEGED"
               PERFORM 1300-AUTHORIZE-PRIVILEGED-RUN
           END-IF.

           PERFORM 1400-LOAD-MERGE-TABLE.
           PERFORM 1500-NEXT-FILE-SEQUENCE.
           PERFORM 1600-LOAD-DEATH-MATCH-STAMPS.

           OPEN INPUT CIVILIAN-MASTER-FILE.
           IF NOT WS-CIVIL-OK
               DISPLAY "ERROR OPENING CIVILIAN-MASTER-FILE, STATUS: "
                   WS-CIVIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GENERATION-1-FILE.
           IF NOT WS-GEN1-OK
               DISPLAY "ERROR OPENING GENERATION-1-FILE, STATUS: "
                   WS-GEN1-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DELTA-FILE.
           IF NOT WS-DELTA-OK
               DISPLAY "ERROR OPENING DELTA-FILE, STATUS: "
                   WS-DELTA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO DELTA-RECORD.
           MOVE "H"                      TO DL-RECORD-TYPE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO DH-RUN-DATE.
           MOVE WS-FILE-SEQ              TO DH-FILE-SEQ.
           MOVE WS-PROM-GENERATION       TO DH-GENERATION.
           MOVE WS-SSN-FORM-SW           TO DH-SSN-FORM.
           WRITE DELTA-RECORD.

      *    The delta ships only from a balanced night: SSNPROM
      *    installs the master only after SSNBAL balanced it, so
      *    tonight's promotion entry on RUNCTL.DAT is the proof.
       1100-CHECK-PROMOTION.
           OPEN INPUT RUN-CONTROL-FILE.
           IF NOT WS-RUNCTL-OK
               DISPLAY "ERROR OPENING RUN-CONTROL-FILE, STATUS: "
                   WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-CTLFILE-EOF-SW.
           PERFORM UNTIL WS-CTLFILE-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       SET WS-CTLFILE-EOF TO TRUE
                   NOT AT END
                       SET WS-PROMOTION-FOUND TO TRUE
                       MOVE GN-NUMBER    TO WS-PROM-GENERATION
                       MOVE GN-RUN-DATE  TO WS-PROM-RUN-DATE
                       MOVE GN-OLD-COUNT TO WS-PROM-OLD-COUNT
                       MOVE GN-NEW-COUNT TO WS-PROM-NEW-COUNT
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
           IF NOT WS-PROMOTION-FOUND
                   OR WS-PROM-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
               DISPLAY "RUNCTL DOES NOT SHOW TONIGHT'S PROMOTION - "
                   "DELTA REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Same gate as SSAVEXT: operator ID from the console,
      *    verified before the file exists.  A refused operator is
      *    logged and the night's delta goes out masked as usual --
      *    the partners still get their file.
       1300-AUTHORIZE-PRIVILEGED-RUN.
           MOVE "SSNDELT " TO WS-SECLOG-PROGRAM.
           DISPLAY "PRIVILEGED RUN - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           PERFORM 8800-VERIFY-OPERATOR.
           IF WS-OPERATOR-AUTHORIZED
               SET WS-SSN-FULL TO TRUE
           ELSE
               DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED "
                   "FOR UNMASKED DELTA - SSNS WILL BE MASKED"
               MOVE "D" TO WS-SECLOG-RESULT
               MOVE 0 TO WS-SECLOG-RECORDS
               PERFORM 8850-WRITE-SECURITY-LOG
           END-IF.

      *    Only tonight's merges -- an Ident leaves the master once,
      *    so an older entry can never name one missing tonight.
       1400-LOAD-MERGE-TABLE.
           OPEN INPUT IDENT-XREF-FILE.
           IF NOT WS-IDXREF-OK
               DISPLAY "ERROR OPENING IDENT-XREF-FILE, STATUS: "
                   WS-IDXREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-CTLFILE-EOF-SW.
           PERFORM UNTIL WS-CTLFILE-EOF
               READ IDENT-XREF-FILE
                   AT END
                       SET WS-CTLFILE-EOF TO TRUE
                   NOT AT END
                       IF IX-RUN-DATE = WS-CURRENT-DATE-YYYYMMDD
                           PERFORM 1450-STORE-MERGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IDENT-XREF-FILE.

       1450-STORE-MERGE.
           IF WS-MERGE-COUNT >= 2000
               DISPLAY "MERGE TABLE FULL - RESIZE WS-MERGE-TABLE AND "
                   "RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-MERGE-COUNT.
           MOVE IX-RETIRED-IDENT   TO WS-MRG-RETIRED(WS-MERGE-COUNT).
           MOVE IX-SURVIVING-IDENT TO WS-MRG-SURVIVOR(WS-MERGE-COUNT).

      *    A new night takes the next number; a rerun of a night
      *    already extracted reissues its number, so the partner sees
      *    a replacement file rather than a gap.
       1500-NEXT-FILE-SEQUENCE.
           OPEN INPUT DELTA-SEQ-FILE.
           IF NOT WS-DELTSEQ-OK
               DISPLAY "ERROR OPENING DELTA-SEQ-FILE, STATUS: "
                   WS-DELTSEQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROS TO DELTA-SEQ-RECORD.
           READ DELTA-SEQ-FILE
               AT END
                   MOVE ZEROS TO DELTA-SEQ-RECORD
           END-READ.
           MOVE DQ-LAST-SEQ TO WS-FILE-SEQ.
           IF DQ-LAST-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
               ADD 1 TO WS-FILE-SEQ
               MOVE DQ-LAST-RUN-DATE    TO WS-WINDOW-FROM-DATE
               MOVE DQ-LAST-STAMPS      TO WS-WINDOW-FROM-SKIP
           ELSE
               MOVE DQ-WINDOW-FROM-DATE TO WS-WINDOW-FROM-DATE
               MOVE DQ-WINDOW-FROM-SKIP TO WS-WINDOW-FROM-SKIP
           END-IF.
           CLOSE DELTA-SEQ-FILE.

      *    The trail is in the order entries were appended, so the
      *    S entries dated the window's first day that the previous
      *    delta already shipped are the first ones read for it.
       1600-LOAD-DEATH-MATCH-STAMPS.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT-FILE, STATUS: "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-CTLFILE-EOF-SW.
           PERFORM UNTIL WS-CTLFILE-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-CTLFILE-EOF TO TRUE
                   NOT AT END
                       IF AU-CODE = "S"
                           PERFORM 1650-CHECK-STAMP-WINDOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       1650-CHECK-STAMP-WINDOW.
           IF AU-RUN-DATE = WS-CURRENT-DATE-YYYYMMDD
               ADD 1 TO WS-STAMPS-TODAY
           END-IF.
           EVALUATE TRUE
               WHEN AU-RUN-DATE > WS-CURRENT-DATE-YYYYMMDD
                   CONTINUE
               WHEN AU-RUN-DATE > WS-WINDOW-FROM-DATE
                   PERFORM 1700-STORE-STAMP
               WHEN AU-RUN-DATE = WS-WINDOW-FROM-DATE
                   ADD 1 TO WS-FROM-DATE-SEEN
                   IF WS-FROM-DATE-SEEN > WS-WINDOW-FROM-SKIP
                       PERFORM 1700-STORE-STAMP
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1700-STORE-STAMP.
           IF WS-STAMP-COUNT >= 2000
               DISPLAY "STAMP TABLE FULL - RESIZE WS-STAMP-TABLE AND "
                   "RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STAMP-COUNT.
           MOVE AU-IDENT TO WS-STP-IDENT(WS-STAMP-COUNT).

       2100-READ-OLD-MASTER.
           READ GENERATION-1-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   MOVE 99999999 TO WS-OM-KEY
               NOT AT END
                   ADD 1 TO WS-OLD-READ
                   MOVE GENERATION-1-RECORD TO WS-OLD-RECORD
                   MOVE WS-OLD-RECORD(1:7) TO WS-OM-KEY
           END-READ.

       2200-READ-NEW-MASTER.
           READ CIVILIAN-MASTER-FILE
               AT END
                   SET WS-NEW-EOF TO TRUE
                   MOVE 99999999 TO WS-NM-KEY
               NOT AT END
                   ADD 1 TO WS-NEW-READ
                   MOVE CM-IDENT TO WS-NM-KEY
           END-READ.

      *    Both masters are in Ident order: old only is a delete or
      *    a merge, new only is an add, and a matched pair ships only
      *    when something the partners hold has moved.
       3000-MATCH-MASTERS.
           EVALUATE TRUE
               WHEN WS-OM-KEY < WS-NM-KEY
                   PERFORM 4000-DELTA-FOR-REMOVED
                   PERFORM 2100-READ-OLD-MASTER
               WHEN WS-OM-KEY > WS-NM-KEY
                   MOVE "A" TO WS-CHANGE-TYPE
                   PERFORM 6000-WRITE-NEW-IMAGE
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM 2200-READ-NEW-MASTER
               WHEN OTHER
                   PERFORM 5000-DELTA-FOR-MATCHED
                   PERFORM 2100-READ-OLD-MASTER
                   PERFORM 2200-READ-NEW-MASTER
           END-EVALUATE.

       4000-DELTA-FOR-REMOVED.
           MOVE SPACES TO DELTA-RECORD.
           MOVE "D"    TO DL-RECORD-TYPE.
           MOVE WS-OLD-RECORD(1:7) TO DD-IDENT.
           MOVE ZEROS TO DD-SURVIVING-IDENT.
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MERGE-COUNT
                       OR DD-SURVIVING-IDENT NOT = ZEROS
               IF WS-MRG-RETIRED(WS-MRG-IDX) = DD-IDENT
                   MOVE WS-MRG-SURVIVOR(WS-MRG-IDX)
                       TO DD-SURVIVING-IDENT
               END-IF
           END-PERFORM.
           IF DD-SURVIVING-IDENT = ZEROS
               MOVE "D" TO DD-CHANGE-TYPE
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               MOVE "M" TO DD-CHANGE-TYPE
               ADD 1 TO WS-MERGED-COUNT
           END-IF.
           MOVE ZEROS TO DD-DATE-OF-BIRTH DD-ZIP DD-PHONE
               DD-DATE-OF-DEATH.
           PERFORM 6500-COUNT-DETAIL.

      *    One detail per Ident, by what matters most to the
      *    partner: a new deceased stamp -- tonight's, or the death
      *    match's since the last delta -- then any other change to
      *    identity or deceased status, then an address or phone
      *    change.  Verification status is ours alone and never
      *    ships.
       5000-DELTA-FOR-MATCHED.
           PERFORM 5100-CHECK-STAMP-TABLE.
           EVALUATE TRUE
               WHEN CM-DECEASED
                       AND (WS-OLD-RECORD(111:1) NOT = "D"
                           OR WS-STAMPED-IN-WINDOW)
                   MOVE "K" TO WS-CHANGE-TYPE
                   PERFORM 6000-WRITE-NEW-IMAGE
                   ADD 1 TO WS-DECEASED-COUNT
               WHEN WS-OLD-RECORD(8:37)
                       NOT = CIVILIAN-MASTER-RECORD(8:37)
                       OR WS-OLD-RECORD(111:9)
                           NOT = CIVILIAN-MASTER-RECORD(111:9)
                   MOVE "C" TO WS-CHANGE-TYPE
                   PERFORM 6000-WRITE-NEW-IMAGE
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN WS-OLD-RECORD(54:57)
                       NOT = CIVILIAN-MASTER-RECORD(54:57)
                   MOVE "X" TO WS-CHANGE-TYPE
                   PERFORM 6000-WRITE-NEW-IMAGE
                   ADD 1 TO WS-READDRESSED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5100-CHECK-STAMP-TABLE.
           MOVE "N" TO WS-STAMPED-SW.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STAMP-COUNT
                       OR WS-STAMPED-IN-WINDOW
               IF WS-STP-IDENT(WS-STP-IDX) = CM-IDENT
                   SET WS-STAMPED-IN-WINDOW TO TRUE
               END-IF
           END-PERFORM.

      *    The caller sets WS-CHANGE-TYPE; the detail carries the
      *    Ident's image from the master just installed.
       6000-WRITE-NEW-IMAGE.
           MOVE SPACES TO DELTA-RECORD.
           MOVE "D"              TO DL-RECORD-TYPE.
           MOVE WS-CHANGE-TYPE   TO DD-CHANGE-TYPE.
           MOVE CM-IDENT         TO DD-IDENT.
           MOVE ZEROS            TO DD-SURVIVING-IDENT.
           MOVE CM-CIVI-NAME     TO DD-CIVI-NAME.
           MOVE CM-DATE-OF-BIRTH TO DD-DATE-OF-BIRTH.
           IF WS-SSN-FULL
               MOVE CM-SSNUM     TO DD-SSNUM
           ELSE
               MOVE "XXXXX"      TO DD-SSNUM(1:5)
               MOVE CM-SSSERIAL  TO DD-SSNUM(6:4)
           END-IF.
           MOVE CM-STREET-ADDR   TO DD-STREET-ADDR.
           MOVE CM-CITY          TO DD-CITY.
           MOVE CM-STATE         TO DD-STATE.
           MOVE CM-ZIP           TO DD-ZIP.
           MOVE CM-PHONE         TO DD-PHONE.
      *    A reversed stamp ("R") is ours alone, the same as the
      *    verification status: the partner sees not deceased.
           IF CM-DECEASED-STATUS = "R"
               MOVE SPACE TO DD-DECEASED-STATUS
           ELSE
               MOVE CM-DECEASED-STATUS TO DD-DECEASED-STATUS
           END-IF.
           MOVE CM-DATE-OF-DEATH TO DD-DATE-OF-DEATH.
           PERFORM 6500-COUNT-DETAIL.

       6500-COUNT-DETAIL.
           WRITE DELTA-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD DD-IDENT TO WS-IDENT-HASH.

       7000-WRITE-TRAILER.
           MOVE SPACES TO DELTA-RECORD.
           MOVE "T"                  TO DL-RECORD-TYPE.
           MOVE WS-FILE-SEQ          TO DT-FILE-SEQ.
           MOVE WS-DETAIL-COUNT      TO DT-DETAIL-COUNT.
           MOVE WS-ADDED-COUNT       TO DT-ADDED-COUNT.
           MOVE WS-CHANGED-COUNT     TO DT-CHANGED-COUNT.
           MOVE WS-DELETED-COUNT     TO DT-DELETED-COUNT.
           MOVE WS-MERGED-COUNT      TO DT-MERGED-COUNT.
           MOVE WS-DECEASED-COUNT    TO DT-DECEASED-COUNT.
           MOVE WS-READDRESSED-COUNT TO DT-READDRESSED-COUNT.
           MOVE WS-IDENT-HASH        TO DT-IDENT-HASH.
           WRITE DELTA-RECORD.
           CLOSE CIVILIAN-MASTER-FILE.
           CLOSE GENERATION-1-FILE.
           CLOSE DELTA-FILE.

      *    The masters compared must be the pair tonight's promotion
      *    counted -- anything else means CIVMGEN1 or CIVMAST was
      *    touched since, and the delta must not ship.
       8000-PROVE-COUNTS.
           IF WS-OLD-READ NOT = WS-PROM-OLD-COUNT
                   OR WS-NEW-READ NOT = WS-PROM-NEW-COUNT
               DISPLAY "MASTER COUNTS DO NOT MATCH TONIGHT'S "
                   "PROMOTION - DELTA.DAT NOT TO BE SHIPPED"
               DISPLAY "CIVMGEN1 READ: " WS-OLD-READ
                   "  PROMOTED OLD COUNT: " WS-PROM-OLD-COUNT
               DISPLAY "CIVMAST READ:  " WS-NEW-READ
                   "  PROMOTED NEW COUNT: " WS-PROM-NEW-COUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       8500-ADVANCE-SEQUENCE.
           OPEN OUTPUT DELTA-SEQ-FILE.
           IF NOT WS-DELTSEQ-OK
               DISPLAY "ERROR REWRITING DELTA-SEQ-FILE, STATUS: "
                   WS-DELTSEQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FILE-SEQ              TO DQ-LAST-SEQ.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO DQ-LAST-RUN-DATE.
           MOVE WS-STAMPS-TODAY          TO DQ-LAST-STAMPS.
           MOVE WS-WINDOW-FROM-DATE      TO DQ-WINDOW-FROM-DATE.
           MOVE WS-WINDOW-FROM-SKIP      TO DQ-WINDOW-FROM-SKIP.
           WRITE DELTA-SEQ-RECORD.
           CLOSE DELTA-SEQ-FILE.
           IF WS-SSN-FULL
               MOVE "G" TO WS-SECLOG-RESULT
               MOVE WS-DETAIL-COUNT TO WS-SECLOG-RECORDS
               PERFORM 8850-WRITE-SECURITY-LOG
           END-IF.

      *    One statistics line per run onto the shared history file
      *    (see RUNSTATS for what each count means for SSNDELT).
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF NOT WS-RUNSTAT-OK
               DISPLAY "ERROR OPENING RUN-STATS-FILE, STATUS: "
                   WS-RUNSTAT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO RS-RUN-DATE.
           MOVE "SSNDELT "               TO RS-PROGRAM.
           MOVE WS-DETAIL-COUNT          TO RS-COUNT-1.
           MOVE WS-ADDED-COUNT           TO RS-COUNT-2.
           COMPUTE RS-COUNT-3 = WS-CHANGED-COUNT + WS-DECEASED-COUNT
               + WS-READDRESSED-COUNT.
           COMPUTE RS-COUNT-4 = WS-DELETED-COUNT + WS-MERGED-COUNT.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       9000-TERMINATE.
           DISPLAY "DELTA FILE SEQUENCE " WS-FILE-SEQ " WRITTEN - "
               WS-DETAIL-COUNT " DETAIL RECORDS".
           DISPLAY "  ADDED " WS-ADDED-COUNT "  CHANGED "
               WS-CHANGED-COUNT "  DELETED " WS-DELETED-COUNT.
           DISPLAY "  MERGED " WS-MERGED-COUNT "  DECEASED "
               WS-DECEASED-COUNT "  RE-ADDRESSED "
               WS-READDRESSED-COUNT.
           IF WS-SSN-FULL
               DISPLAY "SSNS WRITTEN UNMASKED"
           ELSE
               DISPLAY "SSNS MASKED TO THE LAST FOUR DIGITS"
           END-IF.

       COPY OPSEC.
