      *****************************************************************
      * Program name:    SSNACK
      * Original author: Maintenance
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  Maintenance   Created as the end-of-night office
      *                         acknowledgment, run after the recycle
      *                         pass (SSNRCYC) closes a good night.
      *                         The offices only ever saw the batch
      *                         register (receipt), never what became
      *                         of each item.  Every transaction
      *                         carries its office and batch sequence
      *                         (TX-ORIGIN, stamped by SSNBTCH), so
      *                         this run re-reads tonight's office
      *                         batches (TRANOFC.DAT) for the
      *                         expected counts, takes the pre-edit
      *                         rejects (PREREJ.DAT), and walks
      *                         TRANIN.DAT against the maintenance
      *                         rejects (RCYIN.DAT -- written in
      *                         TRANIN order, one per rejected item)
      *                         to tell applied from rejected.  A
      *                         rejected item still outstanding on
      *                         RECYCLE.DAT is marked parked for
      *                         correction.  One acknowledgment file
      *                         per office (ACKnnn.DAT, OFCACK) and
      *                         one printed summary (ACKRPT.DAT) with
      *                         a section per office; each office's
      *                         applied plus rejected must prove to
      *                         the sum of its batch trailers'
      *                         OT-RECORD-COUNT.  Corrected recycle
      *                         items SSNPREP resubmitted tonight are
      *                         acknowledged to their office on their
      *                         own lines, outside the balance.  Any
      *                         office out of balance, or a
      *                         maintenance reject that doesn't match
      *                         TRANIN, ends with RETURN-CODE 8.
      *                         Changes, Deletes and Merges SSNPREP
      *                         held for second-operator approval
      *                         (PENDAPR.DAT) are acknowledged as held
      *                         ("H") and count toward the office
      *                         balance; an approved item released on
      *                         a later night is acknowledged outside
      *                         that night's balance like a
      *                         resubmitted correction.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SSNACK.
       AUTHOR. Maintenance.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICE-BATCH-FILE ASSIGN TO "TRANOFC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFCBAT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL RECYCLE-INPUT-FILE ASSIGN TO "RCYIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCYIN-STATUS.

           SELECT OPTIONAL PRE-EDIT-REJECT-FILE ASSIGN TO "PREREJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREREJ-STATUS.

           SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "RECYCLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT OPTIONAL PENDING-APPROVAL-FILE
               ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAPR-STATUS.

      *    One acknowledgment file per office; the name is built
      *    from the office ID before each OPEN.
           SELECT ACK-FILE ASSIGN USING WS-ACK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKRPT-STATUS.

           COPY RUNSTSEL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OFFICE-BATCH-FILE
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY OFCBAT.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TRANREC.

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

       FD  RECYCLE-FILE
           RECORD CONTAINS 131 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RCYREC.

       FD  PENDING-APPROVAL-FILE
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY PENDAPR.

       FD  ACK-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY OFCACK.

       FD  ACK-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ACK-REPORT-RECORD       PIC X(80).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RUNSTATS.

      *    Office first, tonight's batches ahead of resubmitted
      *    corrections, then batch sequence and Ident.
       SD  SORT-WORK-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  SORT-ACK-RECORD.
           05 SA-OFFICE-ID        PIC X(3).
           05 SA-RESUBMIT-SW      PIC X.
           05 SA-BATCH-SEQ        PIC 9(4).
           05 SA-TX-IDENT         PIC X(7).
           05 SA-TX-CODE          PIC X.
           05 SA-DISPOSITION      PIC X.
           05 SA-RECYCLE-SW       PIC X.
           05 SA-REASON           PIC X(40).
           05 FILLER              PIC X(2).

       WORKING-STORAGE SECTION.
           COPY RUNDATE.

       01  WS-OFCBAT-STATUS           PIC XX.
           88 WS-OFCBAT-OK            VALUE "00".

       01  WS-TRAN-STATUS             PIC XX.
           88 WS-TRAN-OK              VALUE "00".

      *    "05" is a successful OPEN of an OPTIONAL file that isn't
      *    there yet -- normal on a night with no rejects of that
      *    kind, or before the first recycle pass has run.
       01  WS-RCYIN-STATUS            PIC XX.
           88 WS-RCYIN-OK             VALUE "00" "05".

       01  WS-PREREJ-STATUS           PIC XX.
           88 WS-PREREJ-OK            VALUE "00" "05".

       01  WS-RECYCLE-STATUS          PIC XX.
           88 WS-RECYCLE-OK           VALUE "00" "05".

       01  WS-PENDAPR-STATUS          PIC XX.
           88 WS-PENDAPR-OK           VALUE "00" "05".

       01  WS-ACK-STATUS              PIC XX.
           88 WS-ACK-OK               VALUE "00".

       01  WS-ACKRPT-STATUS           PIC XX.
           88 WS-ACKRPT-OK            VALUE "00".

       01  WS-RUNSTAT-STATUS          PIC XX.
           88 WS-RUNSTAT-OK           VALUE "00" "05".

       01  WS-ACK-FILE-NAME.
           05 FILLER                  PIC X(3)   VALUE "ACK".
           05 WS-ACK-NAME-OFFICE      PIC X(3).
           05 FILLER                  PIC X(4)   VALUE ".DAT".

       01  WS-BATCH-EOF-SW            PIC X VALUE "N".
           88 WS-BATCH-EOF            VALUE "Y".

       01  WS-TRAN-EOF-SW             PIC X VALUE "N".
           88 WS-TRAN-EOF             VALUE "Y".

       01  WS-RCYIN-EOF-SW            PIC X VALUE "N".
           88 WS-RCYIN-EOF            VALUE "Y".

       01  WS-PREREJ-EOF-SW           PIC X VALUE "N".
           88 WS-PREREJ-EOF           VALUE "Y".

       01  WS-PENDAPR-EOF-SW          PIC X VALUE "N".
           88 WS-PENDAPR-EOF          VALUE "Y".

       01  WS-RECYCLE-EOF-SW          PIC X VALUE "N".
           88 WS-RECYCLE-EOF          VALUE "Y".

       01  WS-SORT-EOF-SW             PIC X VALUE "N".
           88 WS-SORT-EOF             VALUE "Y".

       01  WS-ACK-OPEN-SW             PIC X VALUE "N".
           88 WS-ACK-OPEN             VALUE "Y".

       01  WS-RESUB-HEADED-SW         PIC X VALUE "N".
           88 WS-RESUB-HEADED         VALUE "Y".

       01  WS-NIGHT-BALANCED-SW       PIC X VALUE "Y".
           88 WS-NIGHT-BALANCED       VALUE "Y".

      *    The transaction being dispositioned, in any of its three
      *    sources (TRANIN, RCYIN, PREREJ) -- all carry the same
      *    72-byte image.
       01  WS-DETAIL-IMAGE            PIC X(72).
       01  WS-DETAIL-FIELDS REDEFINES WS-DETAIL-IMAGE.
           05 WD-TX-CODE              PIC X.
           05 WD-TX-IDENT             PIC X(7).
           05 FILLER                  PIC X(57).
           05 WD-OFFICE-ID            PIC X(3).
           05 WD-BATCH-SEQ            PIC 9(4).
       01  WS-DETAIL-DISPOSITION      PIC X.
       01  WS-DETAIL-REASON           PIC X(40).

      *    Tonight's batches from TRANOFC.DAT -- an item whose
      *    office and sequence aren't here is a correction from an
      *    earlier night's batch.
       01  WS-BATCH-COUNT             PIC 9(3) VALUE 0.
       01  WS-BAT-IDX                 PIC 9(3) VALUE 0.
       01  WS-BAT-SLOT                PIC 9(3) VALUE 0.
       01  WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 100 TIMES.
              10 WS-BAT-OFFICE        PIC X(3).
              10 WS-BAT-SEQUENCE      PIC 9(4).
              10 WS-BAT-EXPECTED      PIC 9(5).
              10 WS-BAT-ACCOUNTED     PIC 9(5).

       01  WS-CUR-OFFICE              PIC X(3) VALUE SPACES.
       01  WS-CUR-SEQUENCE            PIC 9(4) VALUE 0.

      *    One slot per office acknowledged tonight.
       01  WS-OFFICE-COUNT            PIC 9(2) VALUE 0.
       01  WS-OFC-IDX                 PIC 9(2) VALUE 0.
       01  WS-OFC-SLOT                PIC 9(2) VALUE 0.
       01  WS-SILENT-IDX              PIC 9(2) VALUE 0.
       01  WS-OFFICE-TABLE.
           05 WS-OFFICE-ENTRY OCCURS 10 TIMES.
              10 WS-OFC-ID            PIC X(3).
              10 WS-OFC-BATCHES       PIC 9(3).
              10 WS-OFC-EXPECTED      PIC 9(5).
              10 WS-OFC-APPLIED       PIC 9(5).
              10 WS-OFC-PRE-REJECTED  PIC 9(5).
              10 WS-OFC-MNT-REJECTED  PIC 9(5).
              10 WS-OFC-ON-RECYCLE    PIC 9(5).
              10 WS-OFC-RESUBMITTED   PIC 9(5).
              10 WS-OFC-HELD          PIC 9(5).
              10 WS-OFC-ACKED-SW      PIC X.
                 88 WS-OFC-ACKED      VALUE "Y".

      *    Outstanding images on the recycle pool; a slot is used
      *    up by the first reject that matches it, so two identical
      *    rejects need two pool entries to both show parked.
       01  WS-POOL-COUNT              PIC 9(4) VALUE 0.
       01  WS-POOL-IDX                PIC 9(4) VALUE 0.
       01  WS-POOL-FOUND-SW           PIC X VALUE "N".
           88 WS-POOL-FOUND           VALUE "Y".
       01  WS-POOL-TABLE.
           05 WS-POOL-ENTRY OCCURS 5000 TIMES.
              10 WS-POOL-IMAGE        PIC X(72).
              10 WS-POOL-USED-SW      PIC X.

       01  WS-TX-READ                 PIC 9(5) VALUE 0.
       01  WS-NO-ORIGIN-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-REJECTS       PIC 9(5) VALUE 0.
       01  WS-TOTAL-APPLIED           PIC 9(5) VALUE 0.
       01  WS-TOTAL-REJECTED          PIC 9(5) VALUE 0.
       01  WS-TOTAL-RESUBMITTED       PIC 9(5) VALUE 0.
       01  WS-TOTAL-HELD              PIC 9(5) VALUE 0.
       01  WS-OFFICES-OUT             PIC 9(5) VALUE 0.
       01  WS-OFFICE-ACCOUNTED        PIC 9(5) VALUE 0.

       01  WS-ACK-HEADING-LINE.
           05 FILLER                  PIC X(22)  VALUE SPACES.
           05 FILLER                  PIC X(36)  VALUE
               "OFFICE DISPOSITION ACKNOWLEDGMENT".
           05 FILLER                  PIC X(22)  VALUE SPACES.

       01  WS-ACK-RUN-DATE-LINE.
           05 FILLER                  PIC X(6)   VALUE "RUN: ".
           05 AP-RUN-MM               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 AP-RUN-DD               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 AP-RUN-YYYY             PIC 9(4).
           05 FILLER                  PIC X(64)  VALUE SPACES.

       01  WS-ACK-OFFICE-LINE.
           05 FILLER                  PIC X(8)   VALUE "OFFICE ".
           05 AO-OFFICE               PIC X(3).
           05 FILLER                  PIC X(11)  VALUE "  BATCHES: ".
           05 AO-BATCHES              PIC ZZ9.
           05 FILLER                  PIC X(12)  VALUE
               "  EXPECTED: ".
           05 AO-EXPECTED             PIC ZZZZ9.
           05 FILLER                  PIC X(38)  VALUE SPACES.

       01  WS-ACK-COLUMN-HEADING.
           05 FILLER                  PIC X(6)   VALUE "SEQ".
           05 FILLER                  PIC X(3)   VALUE "CD".
           05 FILLER                  PIC X(9)   VALUE "IDENT".
           05 FILLER                  PIC X(17)  VALUE "DISPOSITION".
           05 FILLER                  PIC X(4)   VALUE "RCY".
           05 FILLER                  PIC X(41)  VALUE "REASON".

       01  WS-ACK-RESUB-HEADING.
           05 FILLER                  PIC X(51)  VALUE
               "CORRECTED OR APPROVED ITEMS - OUTSIDE BATCH BALANCE".
           05 FILLER                  PIC X(29)  VALUE SPACES.

       01  WS-ACK-DETAIL-LINE.
           05 AD-SEQ                  PIC 9(4).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 AD-CODE                 PIC X.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 AD-IDENT                PIC X(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 AD-DISPOSITION          PIC X(16).
           05 FILLER                  PIC X      VALUE SPACES.
           05 AD-RECYCLE              PIC X(3).
           05 FILLER                  PIC X      VALUE SPACES.
           05 AD-REASON               PIC X(40).
           05 FILLER                  PIC X      VALUE SPACES.

       01  WS-ACK-BATCH-LINE.
           05 FILLER                  PIC X(8)   VALUE "  BATCH ".
           05 AB-SEQ                  PIC 9(4).
           05 FILLER                  PIC X(12)  VALUE
               "  EXPECTED: ".
           05 AB-EXPECTED             PIC ZZZZ9.
           05 FILLER                  PIC X(13)  VALUE
               "  ACCOUNTED: ".
           05 AB-ACCOUNTED            PIC ZZZZ9.
           05 FILLER                  PIC X(33)  VALUE SPACES.

       01  WS-ACK-TOTAL-LINE.
           05 AS-LABEL                PIC X(25).
           05 AS-COUNT                PIC ZZZZ9.
           05 FILLER                  PIC X(50)  VALUE SPACES.

       01  WS-ACK-BALANCE-LINE.
           05 FILLER                  PIC X(8)   VALUE "OFFICE ".
           05 AL-OFFICE               PIC X(3).
           05 FILLER                  PIC X      VALUE SPACE.
           05 AL-MESSAGE              PIC X(60).
           05 FILLER                  PIC X(8)   VALUE SPACES.

       01  WS-ACK-RESULT-LINE.
           05 AR-MESSAGE              PIC X(60).
           05 FILLER                  PIC X(20)  VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SA-OFFICE-ID
                                SA-RESUBMIT-SW
                                SA-BATCH-SEQ
                                SA-TX-IDENT
               INPUT PROCEDURE IS 2000-COLLECT-DISPOSITIONS
               OUTPUT PROCEDURE IS 3000-WRITE-ACKNOWLEDGMENTS.
           PERFORM 4000-ACK-SILENT-OFFICES.
           PERFORM 7000-PRINT-NIGHT-TOTALS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT ACK-REPORT-FILE.
           IF NOT WS-ACKRPT-OK
               DISPLAY "ERROR OPENING ACK-REPORT-FILE, STATUS: "
                   WS-ACKRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           WRITE ACK-REPORT-RECORD FROM WS-ACK-HEADING-LINE.
           MOVE WS-CUR-MM   TO AP-RUN-MM.
           MOVE WS-CUR-DD   TO AP-RUN-DD.
           MOVE WS-CUR-YYYY TO AP-RUN-YYYY.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-RUN-DATE-LINE.

           PERFORM 1500-LOAD-TONIGHTS-BATCHES.
           PERFORM 1700-LOAD-RECYCLE-POOL.

      *    The office file SSNBTCH proved whole tonight: every
      *    header/trailer pair is one batch, and the trailer's
      *    record count is what the office expects accounted for.
       1500-LOAD-TONIGHTS-BATCHES.
           OPEN INPUT OFFICE-BATCH-FILE.
           IF NOT WS-OFCBAT-OK
               DISPLAY "ERROR OPENING OFFICE-BATCH-FILE, STATUS: "
                   WS-OFCBAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BATCH-EOF
               READ OFFICE-BATCH-FILE
                   AT END
                       SET WS-BATCH-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN OH-HEADER-RECORD
                               MOVE OH-OFFICE-ID TO WS-CUR-OFFICE
                               MOVE OH-SEQUENCE  TO WS-CUR-SEQUENCE
                           WHEN OT-TRAILER-RECORD
                               PERFORM 1600-STORE-BATCH
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE OFFICE-BATCH-FILE.

       1600-STORE-BATCH.
           IF WS-BATCH-COUNT >= 100
               DISPLAY "BATCH TABLE FULL - RESIZE "
                   "WS-BATCH-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-CUR-OFFICE   TO WS-BAT-OFFICE(WS-BATCH-COUNT).
           MOVE WS-CUR-SEQUENCE TO WS-BAT-SEQUENCE(WS-BATCH-COUNT).
           MOVE OT-RECORD-COUNT TO WS-BAT-EXPECTED(WS-BATCH-COUNT).
           MOVE ZEROS           TO WS-BAT-ACCOUNTED(WS-BATCH-COUNT).
           PERFORM 2800-FIND-OFFICE-SLOT.
           ADD 1 TO WS-OFC-BATCHES(WS-OFC-SLOT).
           ADD OT-RECORD-COUNT TO WS-OFC-EXPECTED(WS-OFC-SLOT).

      *    Only outstanding items -- a corrected item is on its way
      *    back through tonight's stream, not parked.
       1700-LOAD-RECYCLE-POOL.
           OPEN INPUT RECYCLE-FILE.
           IF NOT WS-RECYCLE-OK
               DISPLAY "ERROR OPENING RECYCLE-FILE, STATUS: "
                   WS-RECYCLE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RECYCLE-EOF
               READ RECYCLE-FILE
                   AT END
                       SET WS-RECYCLE-EOF TO TRUE
                   NOT AT END
                       IF RC-OUTSTANDING
                           IF WS-POOL-COUNT >= 5000
                               DISPLAY "POOL TABLE FULL - RESIZE "
                                   "WS-POOL-TABLE AND RECOMPILE"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-POOL-COUNT
                           MOVE RC-TX-IMAGE
                               TO WS-POOL-IMAGE(WS-POOL-COUNT)
                           MOVE "N" TO WS-POOL-USED-SW(WS-POOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECYCLE-FILE.

      *    SORT input procedure: the pre-edit rejects, the items
      *    held for approval, then everything SSNPREP released to
      *    maintenance.
       2000-COLLECT-DISPOSITIONS.
           PERFORM 2100-COLLECT-PRE-EDIT-REJECTS.
           PERFORM 2200-COLLECT-HELD-ITEMS.
           PERFORM 2300-COLLECT-MAINT-DISPOSITIONS.

       2100-COLLECT-PRE-EDIT-REJECTS.
           OPEN INPUT PRE-EDIT-REJECT-FILE.
           IF NOT WS-PREREJ-OK
               DISPLAY "ERROR OPENING PRE-EDIT-REJECT-FILE, STATUS: "
                   WS-PREREJ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PREREJ-EOF
               READ PRE-EDIT-REJECT-FILE
                   AT END
                       SET WS-PREREJ-EOF TO TRUE
                   NOT AT END
                       MOVE PR-TX-IMAGE TO WS-DETAIL-IMAGE
                       MOVE "P"         TO WS-DETAIL-DISPOSITION
                       MOVE PR-REASON   TO WS-DETAIL-REASON
                       PERFORM 2500-RELEASE-DETAIL
               END-READ
           END-PERFORM.
           CLOSE PRE-EDIT-REJECT-FILE.

      *    A Change, Delete or Merge SSNPREP held tonight is
      *    accounted for as held -- it reaches maintenance on a later
      *    night, once a second operator approves it, and is
      *    acknowledged then on its own line outside that night's
      *    balance.
       2200-COLLECT-HELD-ITEMS.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF NOT WS-PENDAPR-OK
               DISPLAY "ERROR OPENING PENDING-APPROVAL-FILE, STATUS: "
                   WS-PENDAPR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PENDAPR-EOF
               READ PENDING-APPROVAL-FILE
                   AT END
                       SET WS-PENDAPR-EOF TO TRUE
                   NOT AT END
                       IF PA-HELD-DATE = WS-CURRENT-DATE-YYYYMMDD
                           MOVE PA-TX-IMAGE TO WS-DETAIL-IMAGE
                           MOVE "H"         TO WS-DETAIL-DISPOSITION
                           MOVE "HELD FOR SECOND-OPERATOR APPROVAL"
                               TO WS-DETAIL-REASON
                           PERFORM 2500-RELEASE-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-APPROVAL-FILE.

      *    SSNMAINT reads TRANIN.DAT front to back and writes one
      *    RCYIN record per reject as it goes, so the two files
      *    match in step: a TRANIN record equal to the waiting RCYIN
      *    image was rejected; anything else was applied.
       2300-COLLECT-MAINT-DISPOSITIONS.
           OPEN INPUT TRANSACTION-FILE.
           IF NOT WS-TRAN-OK
               DISPLAY "ERROR OPENING TRANSACTION-FILE, STATUS: "
                   WS-TRAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RECYCLE-INPUT-FILE.
           IF NOT WS-RCYIN-OK
               DISPLAY "ERROR OPENING RECYCLE-INPUT-FILE, STATUS: "
                   WS-RCYIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2350-READ-RECYCLE-INPUT.
           PERFORM UNTIL WS-TRAN-EOF
               READ TRANSACTION-FILE
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TX-READ
                       MOVE TRANSACTION-RECORD TO WS-DETAIL-IMAGE
                       IF NOT WS-RCYIN-EOF
                               AND RY-TX-IMAGE = TRANSACTION-RECORD
                           MOVE "M"       TO WS-DETAIL-DISPOSITION
                           MOVE RY-REASON TO WS-DETAIL-REASON
                           PERFORM 2350-READ-RECYCLE-INPUT
                       ELSE
                           MOVE "A"       TO WS-DETAIL-DISPOSITION
                           MOVE SPACES    TO WS-DETAIL-REASON
                       END-IF
                       PERFORM 2500-RELEASE-DETAIL
               END-READ
           END-PERFORM.
      *    A reject left over means RCYIN.DAT is not tonight's --
      *    the dispositions above cannot be trusted.
           PERFORM UNTIL WS-RCYIN-EOF
               ADD 1 TO WS-UNMATCHED-REJECTS
               PERFORM 2350-READ-RECYCLE-INPUT
           END-PERFORM.
           IF WS-UNMATCHED-REJECTS > 0
               MOVE "N" TO WS-NIGHT-BALANCED-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE TRANSACTION-FILE.
           CLOSE RECYCLE-INPUT-FILE.

       2350-READ-RECYCLE-INPUT.
           READ RECYCLE-INPUT-FILE
               AT END
                   SET WS-RCYIN-EOF TO TRUE
           END-READ.

      *    An item with no origin predates the office batches (a
      *    converted recycle item) and has no office to go back to.
       2500-RELEASE-DETAIL.
           IF WD-OFFICE-ID = SPACES
               ADD 1 TO WS-NO-ORIGIN-COUNT
           ELSE
               IF WD-BATCH-SEQ NOT NUMERIC
                   MOVE ZEROS TO WD-BATCH-SEQ
               END-IF
               MOVE WD-OFFICE-ID          TO SA-OFFICE-ID
               MOVE WD-BATCH-SEQ          TO SA-BATCH-SEQ
               MOVE WD-TX-IDENT           TO SA-TX-IDENT
               MOVE WD-TX-CODE            TO SA-TX-CODE
               MOVE WS-DETAIL-DISPOSITION TO SA-DISPOSITION
               MOVE WS-DETAIL-REASON      TO SA-REASON
               MOVE SPACES                TO SA-RECYCLE-SW
               MOVE "N"                   TO SA-RESUBMIT-SW
               PERFORM 2600-FIND-BATCH
               IF WS-BAT-SLOT = 0
                   MOVE "Y" TO SA-RESUBMIT-SW
               END-IF
               IF SA-DISPOSITION = "P" OR "M"
                   PERFORM 2700-FIND-IN-POOL
                   IF WS-POOL-FOUND
                       MOVE "Y" TO SA-RECYCLE-SW
                   END-IF
               END-IF
               RELEASE SORT-ACK-RECORD
           END-IF.

       2600-FIND-BATCH.
           MOVE 0 TO WS-BAT-SLOT.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BATCH-COUNT
                       OR WS-BAT-SLOT > 0
               IF WS-BAT-OFFICE(WS-BAT-IDX) = WD-OFFICE-ID
                       AND WS-BAT-SEQUENCE(WS-BAT-IDX) = WD-BATCH-SEQ
                   MOVE WS-BAT-IDX TO WS-BAT-SLOT
               END-IF
           END-PERFORM.

       2700-FIND-IN-POOL.
           MOVE "N" TO WS-POOL-FOUND-SW.
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT
                       OR WS-POOL-FOUND
               IF WS-POOL-USED-SW(WS-POOL-IDX) = "N"
                       AND WS-POOL-IMAGE(WS-POOL-IDX)
                           = WS-DETAIL-IMAGE
                   MOVE "Y" TO WS-POOL-USED-SW(WS-POOL-IDX)
                   SET WS-POOL-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    An office that sent no batch tonight can still be owed
      *    an acknowledgment for a resubmitted correction.
       2800-FIND-OFFICE-SLOT.
           MOVE 0 TO WS-OFC-SLOT.
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                   UNTIL WS-OFC-IDX > WS-OFFICE-COUNT
                       OR WS-OFC-SLOT > 0
               IF WS-OFC-ID(WS-OFC-IDX) = WS-CUR-OFFICE
                   MOVE WS-OFC-IDX TO WS-OFC-SLOT
               END-IF
           END-PERFORM.
           IF WS-OFC-SLOT = 0
               IF WS-OFFICE-COUNT >= 10
                   DISPLAY "OFFICE TABLE FULL - RESIZE "
                       "WS-OFFICE-TABLE AND RECOMPILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OFFICE-COUNT
               MOVE WS-OFFICE-COUNT TO WS-OFC-SLOT
               MOVE WS-CUR-OFFICE TO WS-OFC-ID(WS-OFC-SLOT)
               MOVE ZEROS TO WS-OFC-BATCHES(WS-OFC-SLOT)
               MOVE ZEROS TO WS-OFC-EXPECTED(WS-OFC-SLOT)
               MOVE ZEROS TO WS-OFC-APPLIED(WS-OFC-SLOT)
               MOVE ZEROS TO WS-OFC-PRE-REJECTED(WS-OFC-SLOT)
               MOVE ZEROS TO WS-OFC-MNT-REJECTED(WS-OFC-SLOT)
               MOVE ZEROS TO WS-OFC-ON-RECYCLE(WS-OFC-SLOT)
               MOVE ZEROS TO WS-OFC-RESUBMITTED(WS-OFC-SLOT)
               MOVE ZEROS TO WS-OFC-HELD(WS-OFC-SLOT)
               MOVE "N"   TO WS-OFC-ACKED-SW(WS-OFC-SLOT)
           END-IF.

      *    SORT output procedure: one control break per office --
      *    its acknowledgment file and its section of the summary.
       3000-WRITE-ACKNOWLEDGMENTS.
           PERFORM 3100-RETURN-SORTED-DETAIL.
           PERFORM UNTIL WS-SORT-EOF
               IF NOT WS-ACK-OPEN
                       OR SA-OFFICE-ID NOT = WS-CUR-OFFICE
                   IF WS-ACK-OPEN
                       PERFORM 3800-CLOSE-OFFICE-ACK
                   END-IF
                   MOVE SA-OFFICE-ID TO WS-CUR-OFFICE
                   PERFORM 3200-OPEN-OFFICE-ACK
               END-IF
               PERFORM 3500-WRITE-DETAIL
               PERFORM 3100-RETURN-SORTED-DETAIL
           END-PERFORM.
           IF WS-ACK-OPEN
               PERFORM 3800-CLOSE-OFFICE-ACK
           END-IF.

       3100-RETURN-SORTED-DETAIL.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       3200-OPEN-OFFICE-ACK.
           PERFORM 2800-FIND-OFFICE-SLOT.
           MOVE WS-CUR-OFFICE TO WS-ACK-NAME-OFFICE.
           OPEN OUTPUT ACK-FILE.
           IF NOT WS-ACK-OK
               DISPLAY "ERROR OPENING ACK-FILE " WS-ACK-FILE-NAME
                   ", STATUS: " WS-ACK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-ACK-OPEN TO TRUE.
           MOVE "Y" TO WS-OFC-ACKED-SW(WS-OFC-SLOT).
           MOVE "N" TO WS-RESUB-HEADED-SW.
           MOVE SPACES                   TO ACK-HEADER-RECORD.
           MOVE "H"                      TO AH-TYPE.
           MOVE WS-CUR-OFFICE            TO AH-OFFICE-ID.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO AH-RUN-DATE.
           WRITE ACK-HEADER-RECORD.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE WS-CUR-OFFICE                TO AO-OFFICE.
           MOVE WS-OFC-BATCHES(WS-OFC-SLOT)  TO AO-BATCHES.
           MOVE WS-OFC-EXPECTED(WS-OFC-SLOT) TO AO-EXPECTED.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-OFFICE-LINE.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-COLUMN-HEADING.

       3500-WRITE-DETAIL.
           MOVE SPACES          TO ACK-DETAIL-RECORD.
           MOVE "D"             TO AK-TYPE.
           MOVE SA-OFFICE-ID    TO AK-OFFICE-ID.
           MOVE SA-BATCH-SEQ    TO AK-BATCH-SEQ.
           MOVE SA-TX-CODE      TO AK-TX-CODE.
           MOVE SA-TX-IDENT     TO AK-TX-IDENT.
           MOVE SA-DISPOSITION  TO AK-DISPOSITION.
           MOVE SA-RECYCLE-SW   TO AK-RECYCLE-SW.
           MOVE SA-RESUBMIT-SW  TO AK-RESUBMIT-SW.
           MOVE SA-REASON       TO AK-REASON.
           WRITE ACK-DETAIL-RECORD.

           IF AK-RESUBMITTED
               IF NOT WS-RESUB-HEADED
                   WRITE ACK-REPORT-RECORD FROM WS-ACK-RESUB-HEADING
                   SET WS-RESUB-HEADED TO TRUE
               END-IF
               ADD 1 TO WS-OFC-RESUBMITTED(WS-OFC-SLOT)
               ADD 1 TO WS-TOTAL-RESUBMITTED
           ELSE
               PERFORM 3600-COUNT-DISPOSITION
           END-IF.
           IF AK-ON-RECYCLE
               ADD 1 TO WS-OFC-ON-RECYCLE(WS-OFC-SLOT)
           END-IF.

           MOVE SA-BATCH-SEQ    TO AD-SEQ.
           MOVE SA-TX-CODE      TO AD-CODE.
           MOVE SA-TX-IDENT     TO AD-IDENT.
           EVALUATE TRUE
               WHEN AK-APPLIED
                   MOVE "APPLIED"          TO AD-DISPOSITION
               WHEN AK-PRE-EDIT-REJECT
                   MOVE "PRE-EDIT REJECT"  TO AD-DISPOSITION
               WHEN AK-MAINT-REJECT
                   MOVE "MAINT REJECT"     TO AD-DISPOSITION
               WHEN AK-HELD
                   MOVE "HELD - APPROVAL"  TO AD-DISPOSITION
           END-EVALUATE.
           IF AK-ON-RECYCLE
               MOVE "YES" TO AD-RECYCLE
           ELSE
               MOVE SPACES TO AD-RECYCLE
           END-IF.
           MOVE SA-REASON       TO AD-REASON.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-DETAIL-LINE.

      *    Only tonight's batch items count toward the office and
      *    batch balance.
       3600-COUNT-DISPOSITION.
           EVALUATE TRUE
               WHEN AK-APPLIED
                   ADD 1 TO WS-OFC-APPLIED(WS-OFC-SLOT)
                   ADD 1 TO WS-TOTAL-APPLIED
               WHEN AK-PRE-EDIT-REJECT
                   ADD 1 TO WS-OFC-PRE-REJECTED(WS-OFC-SLOT)
                   ADD 1 TO WS-TOTAL-REJECTED
               WHEN AK-MAINT-REJECT
                   ADD 1 TO WS-OFC-MNT-REJECTED(WS-OFC-SLOT)
                   ADD 1 TO WS-TOTAL-REJECTED
               WHEN AK-HELD
                   ADD 1 TO WS-OFC-HELD(WS-OFC-SLOT)
                   ADD 1 TO WS-TOTAL-HELD
           END-EVALUATE.
           MOVE SA-OFFICE-ID TO WD-OFFICE-ID.
           MOVE SA-BATCH-SEQ TO WD-BATCH-SEQ.
           PERFORM 2600-FIND-BATCH.
           IF WS-BAT-SLOT > 0
               ADD 1 TO WS-BAT-ACCOUNTED(WS-BAT-SLOT)
           END-IF.

      *    The office proves when applied plus rejected plus held
      *    equals the sum of its batch trailers' record counts.
       3800-CLOSE-OFFICE-ACK.
           COMPUTE WS-OFFICE-ACCOUNTED =
               WS-OFC-APPLIED(WS-OFC-SLOT)
             + WS-OFC-PRE-REJECTED(WS-OFC-SLOT)
             + WS-OFC-MNT-REJECTED(WS-OFC-SLOT)
             + WS-OFC-HELD(WS-OFC-SLOT).
           MOVE SPACES TO ACK-TRAILER-RECORD.
           MOVE "T"                              TO AT-TYPE.
           MOVE WS-CUR-OFFICE                    TO AT-OFFICE-ID.
           MOVE WS-OFC-BATCHES(WS-OFC-SLOT)      TO AT-BATCH-COUNT.
           MOVE WS-OFC-EXPECTED(WS-OFC-SLOT)     TO AT-EXPECTED-COUNT.
           MOVE WS-OFC-APPLIED(WS-OFC-SLOT)      TO AT-APPLIED.
           MOVE WS-OFC-PRE-REJECTED(WS-OFC-SLOT)
               TO AT-PRE-EDIT-REJECTED.
           MOVE WS-OFC-MNT-REJECTED(WS-OFC-SLOT) TO AT-MAINT-REJECTED.
           MOVE WS-OFC-ON-RECYCLE(WS-OFC-SLOT)   TO AT-ON-RECYCLE.
           MOVE WS-OFC-RESUBMITTED(WS-OFC-SLOT)  TO AT-RESUBMITTED.
           MOVE WS-OFC-HELD(WS-OFC-SLOT)         TO AT-HELD.
           IF WS-OFFICE-ACCOUNTED = WS-OFC-EXPECTED(WS-OFC-SLOT)
               SET AT-IN-BALANCE TO TRUE
           ELSE
               SET AT-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE ACK-TRAILER-RECORD.
           CLOSE ACK-FILE.
           MOVE "N" TO WS-ACK-OPEN-SW.
           PERFORM 3900-PRINT-OFFICE-TOTALS.

       3900-PRINT-OFFICE-TOTALS.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BATCH-COUNT
               IF WS-BAT-OFFICE(WS-BAT-IDX) = WS-CUR-OFFICE
                   MOVE WS-BAT-SEQUENCE(WS-BAT-IDX)  TO AB-SEQ
                   MOVE WS-BAT-EXPECTED(WS-BAT-IDX)  TO AB-EXPECTED
                   MOVE WS-BAT-ACCOUNTED(WS-BAT-IDX) TO AB-ACCOUNTED
                   WRITE ACK-REPORT-RECORD FROM WS-ACK-BATCH-LINE
               END-IF
           END-PERFORM.
           MOVE "APPLIED:                " TO AS-LABEL.
           MOVE WS-OFC-APPLIED(WS-OFC-SLOT) TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "PRE-EDIT REJECTED:      " TO AS-LABEL.
           MOVE WS-OFC-PRE-REJECTED(WS-OFC-SLOT) TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "MAINTENANCE REJECTED:   " TO AS-LABEL.
           MOVE WS-OFC-MNT-REJECTED(WS-OFC-SLOT) TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "HELD FOR APPROVAL:      " TO AS-LABEL.
           MOVE WS-OFC-HELD(WS-OFC-SLOT) TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "TOTAL ACCOUNTED FOR:    " TO AS-LABEL.
           MOVE WS-OFFICE-ACCOUNTED TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "BATCH TRAILER COUNT:    " TO AS-LABEL.
           MOVE WS-OFC-EXPECTED(WS-OFC-SLOT) TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "PARKED ON RECYCLE:      " TO AS-LABEL.
           MOVE WS-OFC-ON-RECYCLE(WS-OFC-SLOT) TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "RESUBMITTED CORRECTIONS:" TO AS-LABEL.
           MOVE WS-OFC-RESUBMITTED(WS-OFC-SLOT) TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE WS-CUR-OFFICE TO AL-OFFICE.
           IF WS-OFFICE-ACCOUNTED = WS-OFC-EXPECTED(WS-OFC-SLOT)
               MOVE "IN BALANCE - EVERY ITEM ACCOUNTED FOR"
                   TO AL-MESSAGE
           ELSE
               MOVE "OUT OF BALANCE - ITEMS NOT ACCOUNTED FOR"
                   TO AL-MESSAGE
               ADD 1 TO WS-OFFICES-OUT
               MOVE "N" TO WS-NIGHT-BALANCED-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-BALANCE-LINE.

      *    An office whose batches produced no detail at all still
      *    gets its acknowledgment -- and it cannot balance unless
      *    the office sent empty batches.
       4000-ACK-SILENT-OFFICES.
           PERFORM VARYING WS-SILENT-IDX FROM 1 BY 1
                   UNTIL WS-SILENT-IDX > WS-OFFICE-COUNT
               IF NOT WS-OFC-ACKED(WS-SILENT-IDX)
                   MOVE WS-OFC-ID(WS-SILENT-IDX) TO WS-CUR-OFFICE
                   PERFORM 3200-OPEN-OFFICE-ACK
                   PERFORM 3800-CLOSE-OFFICE-ACK
               END-IF
           END-PERFORM.

       7000-PRINT-NIGHT-TOTALS.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE "NIGHT TOTALS" TO AR-MESSAGE.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-RESULT-LINE.
           MOVE "OFFICES ACKNOWLEDGED:   " TO AS-LABEL.
           MOVE WS-OFFICE-COUNT TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "TRANSACTIONS APPLIED:   " TO AS-LABEL.
           MOVE WS-TOTAL-APPLIED TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED:  " TO AS-LABEL.
           MOVE WS-TOTAL-REJECTED TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "TRANSACTIONS HELD:      " TO AS-LABEL.
           MOVE WS-TOTAL-HELD TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "RESUBMITTED CORRECTIONS:" TO AS-LABEL.
           MOVE WS-TOTAL-RESUBMITTED TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "ITEMS WITH NO OFFICE:   " TO AS-LABEL.
           MOVE WS-NO-ORIGIN-COUNT TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "RCYIN NOT MATCHED:      " TO AS-LABEL.
           MOVE WS-UNMATCHED-REJECTS TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE "OFFICES OUT OF BALANCE: " TO AS-LABEL.
           MOVE WS-OFFICES-OUT TO AS-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-TOTAL-LINE.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           EVALUATE TRUE
               WHEN WS-UNMATCHED-REJECTS > 0
                   MOVE "RCYIN DOES NOT MATCH TRANIN - ACKS UNRELIABLE"
                       TO AR-MESSAGE
               WHEN NOT WS-NIGHT-BALANCED
                   MOVE "OFFICE OUT OF BALANCE - SEE SECTION ABOVE"
                       TO AR-MESSAGE
               WHEN OTHER
                   MOVE "ALL OFFICES IN BALANCE - ACKNOWLEDGMENTS SENT"
                       TO AR-MESSAGE
           END-EVALUATE.
           WRITE ACK-REPORT-RECORD FROM WS-ACK-RESULT-LINE.
           DISPLAY AR-MESSAGE.

      *    One statistics line per run onto the shared history file
      *    (RUNSTATS).
       8950-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF NOT WS-RUNSTAT-OK
               DISPLAY "ERROR OPENING RUN-STATS-FILE, STATUS: "
                   WS-RUNSTAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO RS-RUN-DATE.
           MOVE "SSNACK  "               TO RS-PROGRAM.
           MOVE WS-TOTAL-APPLIED         TO RS-COUNT-1.
           MOVE WS-TOTAL-REJECTED        TO RS-COUNT-2.
           MOVE WS-TOTAL-RESUBMITTED     TO RS-COUNT-3.
           MOVE WS-OFFICES-OUT           TO RS-COUNT-4.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       9000-TERMINATE.
           PERFORM 8950-WRITE-RUN-STATS.
           CLOSE ACK-REPORT-FILE.
           DISPLAY "OFFICES ACKNOWLEDGED:   " WS-OFFICE-COUNT.
           DISPLAY "TRANSACTIONS APPLIED:   " WS-TOTAL-APPLIED.
           DISPLAY "TRANSACTIONS REJECTED:  " WS-TOTAL-REJECTED.
