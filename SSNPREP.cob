      *                         the other codes do.
      * 08/26/26  Maintenance   Ident widened to seven digits across
      *                         the system (TRANREC/TRANRAW).
      * 10/15/26  Maintenance   Transaction image widened to 72 for
      *                         the office ID and batch sequence
      *                         SSNBTCH stamps on each item (TX-ORIGIN)
      *                         -- TRANRAW, TRANIN, and the sort work
      *                         record to 72, PREREJ to 112, RECYCLE
      *                         to 131 (with the correcting operator,
      *                         RC-CORRECTED-BY).  The origin rides
      *                         through untouched for the end-of-night
      *                         acknowledgment (SSNACK).
      * 10/15/26  Maintenance   Deceased transactions (K set
      *                         deceased, R reverse deceased) pass
      *                         the pre-edit; a K's date of death is
      *                         checked numeric here the way a merge
      *                         survivor Ident is.
      * 10/15/26  Maintenance   Merges the duplicate sweep pre-built
      *                         from supervisor-confirmed pairs
      *                         (DUPMRG.DAT, SSNDUPS MERGE) are
      *                         released on a balanced night outside
      *                         the transmittal, the way corrected
      *                         recycle items are, re-edited first.
      * 10/15/26  Maintenance   Change, Delete and Merge transactions --
      *                         keyed, corrected off the recycle pool,
      *                         or pre-built by the duplicate sweep --
      *                         are held on the pending-approval file
      *                         (PENDAPR.DAT) with the operator who
      *                         keyed them, taken from the batch header
      *                         (OH-KEYED-BY), instead of going to
      *                         TRANIN.DAT.  Items a second operator
      *                         approved (SSNWORK A) are released on the
      *                         next balanced night outside the
      *                         transmittal.  APPRRPT.DAT lists what is
      *                         still pending and what was declined.
      * 10/15/26  Maintenance   A corrected recycle item takes the
      *                         operator who corrected it
      *                         (RC-CORRECTED-BY) as its keyer; a
      *                         correction that names no operator goes
      *                         back to the reject file, so no item is
      *                         held for approval without a keyer.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT OPTIONAL DUP-MERGE-FILE ASSIGN TO "DUPMRG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPMRG-STATUS.

           SELECT OPTIONAL OFFICE-BATCH-FILE ASSIGN TO "TRANOFC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFCBAT-STATUS.

           SELECT OPTIONAL PENDING-APPROVAL-FILE
               ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAPR-STATUS.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO "APPRRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPRRPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RAW-TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TRANRAW.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TRANREC.

       FD  PRE-EDIT-REJECT-FILE
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY PREREJ.
       01  PREP-REPORT-RECORD      PIC X(80).

       FD  RECYCLE-FILE
           RECORD CONTAINS 131 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RCYREC.

       FD  DUP-MERGE-FILE
           RECORD CONTAINS 89 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY DUPMRG.

       FD  OFFICE-BATCH-FILE
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY OFCBAT.

       FD  PENDING-APPROVAL-FILE
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY PENDAPR.

       FD  APPROVAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  APPROVAL-REPORT-RECORD  PIC X(80).

      *    The sort work record is the 72-byte transaction image plus
      *    the operator who keyed it and whether it is an approved
      *    item coming back off the pending-approval file.
       SD  SORT-WORK-FILE
           RECORD CONTAINS 81 CHARACTERS.
       01  SORT-RECORD.
           05 SR-CODE         PIC X.
              88 SR-VALID-CODE    VALUE "A" "C" "D" "M" "E" "X"
                                        "K" "R".
              88 SR-MERGE-CODE    VALUE "M".
              88 SR-DECEASED-SET-CODE VALUE "K".
              88 SR-APPROVAL-CODE VALUE "C" "D" "M".
           05 SR-IDENT        PIC 9(7).
           05 SR-DATA         PIC X(57).
           05 SR-MERGE-FIELDS REDEFINES SR-DATA.
              06 SR-SURVIVING-IDENT  PIC 9(7).
              06 FILLER              PIC X(50).
           05 SR-DECEASED-FIELDS REDEFINES SR-DATA.
              06 SR-DATE-OF-DEATH    PIC 9(8).
              06 FILLER              PIC X(49).
           05 SR-ORIGIN.
              06 SR-OFFICE-ID    PIC X(3).
              06 SR-BATCH-SEQ    PIC 9(4).
           05 SR-KEYED-BY     PIC X(8).
           05 SR-SOURCE-SW    PIC X.
              88 SR-APPROVED-ITEM VALUE "A".

       WORKING-STORAGE SECTION.
           COPY RUNDATE.
       01  WS-RECYCLE-EOF-SW          PIC X VALUE "N".
           88 WS-RECYCLE-EOF          VALUE "Y".

      *    "05" as for the recycle file -- no merge has been built yet.
       01  WS-DUPMRG-STATUS           PIC XX.
           88 WS-DUPMRG-OK            VALUE "00" "05".

       01  WS-DUPMRG-EOF-SW           PIC X VALUE "N".
           88 WS-DUPMRG-EOF           VALUE "Y".

      *    "05" -- SSNPREP run on its own, without tonight's office
      *    file; every keyer then resolves blank.
       01  WS-OFCBAT-STATUS           PIC XX.
           88 WS-OFCBAT-OK            VALUE "00" "05".

       01  WS-OFCBAT-EOF-SW           PIC X VALUE "N".
           88 WS-OFCBAT-EOF           VALUE "Y".

      *    "05" -- nothing has been held for approval yet.
       01  WS-PENDAPR-STATUS          PIC XX.
           88 WS-PENDAPR-OK           VALUE "00" "05".

       01  WS-PENDAPR-EOF-SW          PIC X VALUE "N".
           88 WS-PENDAPR-EOF          VALUE "Y".

       01  WS-APPRRPT-STATUS          PIC XX.
           88 WS-APPRRPT-OK           VALUE "00".

       01  WS-RAW-EOF-SW              PIC X VALUE "N".
           88 WS-RAW-EOF              VALUE "Y".

       01  WS-TX-KEYED                PIC 9(5) VALUE 0.
       01  WS-TX-RELEASED             PIC 9(5) VALUE 0.
       01  WS-TX-RECYCLED             PIC 9(5) VALUE 0.
       01  WS-TX-PREBUILT             PIC 9(5) VALUE 0.
       01  WS-TX-REJECTED             PIC 9(5) VALUE 0.
       01  WS-DUP-IDENT-COUNT         PIC 9(5) VALUE 0.
       01  WS-TX-HELD                 PIC 9(5) VALUE 0.
       01  WS-TX-APPROVED             PIC 9(5) VALUE 0.
       01  WS-APR-PENDING-COUNT       PIC 9(5) VALUE 0.
       01  WS-APR-APPROVED-COUNT      PIC 9(5) VALUE 0.
       01  WS-APR-DECLINED-COUNT      PIC 9(5) VALUE 0.

      *    Who keyed each of tonight's office batches, from the batch
      *    headers -- looked up by a transaction's TX-ORIGIN.
       01  WS-KEYER-COUNT             PIC 9(3) VALUE 0.
       01  WS-KEYER-IDX               PIC 9(3).
       01  WS-CUR-OFFICE              PIC X(3).
       01  WS-CUR-SEQUENCE            PIC 9(4).
       01  WS-CUR-KEYED-BY            PIC X(8).
       01  WS-KEYER-TABLE.
           05 WS-KEYER-ENTRY OCCURS 100 TIMES.
              10 WS-KEY-OFFICE        PIC X(3).
              10 WS-KEY-SEQUENCE      PIC 9(4).
              10 WS-KEY-KEYED-BY      PIC X(8).

      *    The pending-approval file as carried forward tonight; the
      *    output procedure writes it back ahead of tonight's holds.
       01  WS-PENDING-COUNT           PIC 9(4) VALUE 0.
       01  WS-PENDING-IDX             PIC 9(4).
       01  WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 2000 TIMES
                                      PIC X(144).

       01  WS-PREP-HEADING-LINE.
           05 FILLER                  PIC X(26)  VALUE SPACES.
       01  WS-PREP-BALANCE-LINE.
           05 PB-MESSAGE              PIC X(60).
           05 FILLER                  PIC X(20)  VALUE SPACES.

       01  WS-APPR-HEADING-LINE.
           05 FILLER                  PIC X(22)  VALUE SPACES.
           05 FILLER                  PIC X(37)  VALUE
               "ITEMS AWAITING SECOND-OPERATOR ACTION".
           05 FILLER                  PIC X(21)  VALUE SPACES.

       01  WS-APPR-COLUMN-LINE.
           05 FILLER                  PIC X(10)  VALUE "STATUS".
           05 FILLER                  PIC X(5)   VALUE "CODE".
           05 FILLER                  PIC X(9)   VALUE "IDENT".
           05 FILLER                  PIC X(12)  VALUE "HELD".
           05 FILLER                  PIC X(9)   VALUE "KEYED BY".
           05 FILLER                  PIC X(9)   VALUE "DECIDED".
           05 FILLER                  PIC X(26)  VALUE "REASON".

       01  WS-APPR-DETAIL-LINE.
           05 AP-STATUS               PIC X(10).
           05 AP-CODE                 PIC X.
           05 FILLER                  PIC X(4)   VALUE SPACES.
           05 AP-IDENT                PIC X(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 AP-HELD-MM              PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 AP-HELD-DD              PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 AP-HELD-YYYY            PIC 9(4).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 AP-KEYED-BY             PIC X(8).
           05 FILLER                  PIC X      VALUE SPACE.
           05 AP-DECIDED-BY           PIC X(8).
           05 FILLER                  PIC X      VALUE SPACE.
           05 AP-REASON               PIC X(26).

      *    The pending-approval image, for the report's code/Ident.
       01  WS-APPR-TX-IMAGE.
           05 WS-APPR-TX-CODE         PIC X.
           05 WS-APPR-TX-IDENT        PIC X(7).
           05 FILLER                  PIC X(64).
      *****************************************************************
       PROCEDURE DIVISION.

               INPUT PROCEDURE IS 2000-EDIT-AND-RELEASE
               OUTPUT PROCEDURE IS 3000-SEQUENCE-AND-WRITE.
           PERFORM 7000-PRINT-CONTROL-TOTALS.
           PERFORM 7500-PRINT-APPROVAL-REPORT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

           WRITE PREP-REPORT-RECORD FROM WS-PREP-RUN-DATE-LINE.
           MOVE SPACES TO PREP-REPORT-RECORD.
           WRITE PREP-REPORT-RECORD.
           PERFORM 1500-LOAD-BATCH-KEYERS.

      *    Tonight's office file is already proved whole by SSNBTCH;
      *    only the headers matter here, for who keyed each batch.
       1500-LOAD-BATCH-KEYERS.
           OPEN INPUT OFFICE-BATCH-FILE.
           IF NOT WS-OFCBAT-OK
               DISPLAY "ERROR OPENING OFFICE-BATCH-FILE, STATUS: "
                   WS-OFCBAT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-OFCBAT-EOF
               READ OFFICE-BATCH-FILE
                   AT END
                       SET WS-OFCBAT-EOF TO TRUE
                   NOT AT END
                       IF OH-HEADER-RECORD
                           PERFORM 1550-STORE-BATCH-KEYER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFICE-BATCH-FILE.

       1550-STORE-BATCH-KEYER.
           IF WS-KEYER-COUNT >= 100
               DISPLAY "KEYER TABLE FULL - RESIZE "
                   "WS-KEYER-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-KEYER-COUNT.
           MOVE OH-OFFICE-ID TO WS-KEY-OFFICE(WS-KEYER-COUNT).
           MOVE OH-SEQUENCE  TO WS-KEY-SEQUENCE(WS-KEYER-COUNT).
           MOVE OH-KEYED-BY  TO WS-KEY-KEYED-BY(WS-KEYER-COUNT).

      *    SORT input procedure: pulls the transmittal record off the
      *    front of the batch, rejects any transaction whose code
                   ADD 1 TO WS-TX-KEYED
                   EVALUATE TRUE
                       WHEN NOT RT-VALID-CODE
                           MOVE "INVALID TRAN CODE-NOT A/C/D/M/E/X/K/R"
                               TO PR-REASON
                           PERFORM 2500-WRITE-PRE-EDIT-REJECT
                       WHEN RT-IDENT NOT NUMERIC
                           MOVE "MERGE SURVIVOR IDENT NOT NUMERIC"
                               TO PR-REASON
                           PERFORM 2500-WRITE-PRE-EDIT-REJECT
                       WHEN RT-DECEASED-SET-CODE
                               AND RT-DATE-OF-DEATH NOT NUMERIC
                           MOVE "DATE OF DEATH NOT NUMERIC"
                               TO PR-REASON
                           PERFORM 2500-WRITE-PRE-EDIT-REJECT
                       WHEN OTHER
                           MOVE RAW-TRANSACTION-RECORD TO SORT-RECORD
                           PERFORM 2450-FIND-KEYER
                           RELEASE SORT-RECORD
                   END-EVALUATE
               END-IF
      *    rides the next good night instead.
           IF WS-IN-BALANCE
               PERFORM 2700-RELEASE-CORRECTED-RECYCLES
               PERFORM 2800-RELEASE-PREBUILT-MERGES
           END-IF.
           PERFORM 2600-CARRY-PENDING-APPROVALS.

       2100-READ-RAW-TRANSACTION.
           READ RAW-TRANSACTION-FILE
                   SET WS-RAW-EOF TO TRUE
           END-READ.

      *    The keyer of an item is the operator on its batch header
      *    (SSNBTCH refuses a batch without one).  A corrected
      *    recycle item takes the operator who corrected it instead
      *    (2750).
       2450-FIND-KEYER.
           MOVE SPACES TO SR-KEYED-BY.
           PERFORM VARYING WS-KEYER-IDX FROM 1 BY 1
                   UNTIL WS-KEYER-IDX > WS-KEYER-COUNT
               IF WS-KEY-OFFICE(WS-KEYER-IDX) = SR-OFFICE-ID
                       AND WS-KEY-SEQUENCE(WS-KEYER-IDX)
                           = SR-BATCH-SEQ
                   MOVE WS-KEY-KEYED-BY(WS-KEYER-IDX) TO SR-KEYED-BY
               END-IF
           END-PERFORM.

      *    Items data entry has corrected on the recycle file ride
      *    into tonight's stream.  They are re-edited the same way a
      *    keyed transaction is -- a "corrected" item that is still
      *    bad goes back to the reject file -- and they stay outside
      *    the transmittal balance, which covers only the keyed
      *    batch.  The operator who corrected the item is its keyer;
      *    a correction that does not name one goes back to the
      *    reject file too, so no held item is without a keyer.
       2700-RELEASE-CORRECTED-RECYCLES.
           OPEN INPUT RECYCLE-FILE.
           IF NOT WS-RECYCLE-OK
                       TO PR-REASON
                   WRITE PRE-EDIT-REJECT-RECORD
                   ADD 1 TO WS-TX-REJECTED
               WHEN SR-DECEASED-SET-CODE
                       AND SR-DATE-OF-DEATH NOT NUMERIC
                   MOVE RC-TX-IMAGE TO PR-TX-IMAGE
                   MOVE "CORRECTED DATE OF DEATH STILL INVALID"
                       TO PR-REASON
                   WRITE PRE-EDIT-REJECT-RECORD
                   ADD 1 TO WS-TX-REJECTED
               WHEN RC-CORRECTED-BY = SPACES
                   MOVE RC-TX-IMAGE TO PR-TX-IMAGE
                   MOVE "CORRECTION NAMES NO CORRECTING OPERATOR"
                       TO PR-REASON
                   WRITE PRE-EDIT-REJECT-RECORD
                   ADD 1 TO WS-TX-REJECTED
               WHEN OTHER
                   MOVE RC-CORRECTED-BY TO SR-KEYED-BY
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-TX-RECYCLED
           END-EVALUATE.

      *    Merges the duplicate sweep built from confirmed pairs.
      *    Each is marked released with tonight's date whether it
      *    passed the re-edit or went to the reject file, so it rides
      *    one night only; one already released tonight goes again
      *    when a backed-out night is rerun.
       2800-RELEASE-PREBUILT-MERGES.
           OPEN I-O DUP-MERGE-FILE.
           IF NOT WS-DUPMRG-OK
               DISPLAY "ERROR OPENING DUP-MERGE-FILE, STATUS: "
                   WS-DUPMRG-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DUPMRG-EOF
               READ DUP-MERGE-FILE
                   AT END
                       SET WS-DUPMRG-EOF TO TRUE
                   NOT AT END
                       IF DM-WAITING
                               OR (DM-RELEASED AND DM-RELEASE-DATE
                                   = WS-CURRENT-DATE-YYYYMMDD)
                           PERFORM 2850-EDIT-PREBUILT-MERGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUP-MERGE-FILE.

       2850-EDIT-PREBUILT-MERGE.
           MOVE DM-TX-IMAGE TO SORT-RECORD.
           EVALUATE TRUE
               WHEN NOT SR-MERGE-CODE
                   MOVE DM-TX-IMAGE TO PR-TX-IMAGE
                   MOVE "PRE-BUILT MERGE CODE IS NOT M"
                       TO PR-REASON
                   WRITE PRE-EDIT-REJECT-RECORD
                   ADD 1 TO WS-TX-REJECTED
               WHEN SR-IDENT NOT NUMERIC
                   MOVE DM-TX-IMAGE TO PR-TX-IMAGE
                   MOVE "PRE-BUILT MERGE IDENT INVALID"
                       TO PR-REASON
                   WRITE PRE-EDIT-REJECT-RECORD
                   ADD 1 TO WS-TX-REJECTED
               WHEN SR-SURVIVING-IDENT NOT NUMERIC
                   MOVE DM-TX-IMAGE TO PR-TX-IMAGE
                   MOVE "PRE-BUILT MERGE SURVIVOR INVALID"
                       TO PR-REASON
                   WRITE PRE-EDIT-REJECT-RECORD
                   ADD 1 TO WS-TX-REJECTED
               WHEN OTHER
                   MOVE DM-BUILT-BY TO SR-KEYED-BY
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-TX-PREBUILT
           END-EVALUATE.
           SET DM-RELEASED TO TRUE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO DM-RELEASE-DATE.
           REWRITE DUP-MERGE-RECORD.

      *    The pending-approval file is carried into a table whatever
      *    the balance, because the output procedure rewrites it.  On
      *    a balanced night every approved item is released into the
      *    sorted stream and marked released with tonight's date;
      *    one released on tonight's date goes again on a rerun, and
      *    a hold made on tonight's date is dropped, since the rerun
      *    holds the same keyed item again.  A declined item stays
      *    one night for the approval report and is then dropped, as
      *    is a released item from an earlier night.
       2600-CARRY-PENDING-APPROVALS.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF NOT WS-PENDAPR-OK
               DISPLAY "ERROR OPENING PENDING-APPROVAL-FILE, STATUS: "
                   WS-PENDAPR-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PENDAPR-EOF
               READ PENDING-APPROVAL-FILE
                   AT END
                       SET WS-PENDAPR-EOF TO TRUE
                   NOT AT END
                       PERFORM 2650-CARRY-ONE-APPROVAL
               END-READ
           END-PERFORM.
           CLOSE PENDING-APPROVAL-FILE.

       2650-CARRY-ONE-APPROVAL.
           EVALUATE TRUE
               WHEN PA-PENDING AND WS-IN-BALANCE
                       AND PA-HELD-DATE = WS-CURRENT-DATE-YYYYMMDD
                   CONTINUE
               WHEN PA-APPROVED AND WS-IN-BALANCE
                   PERFORM 2680-RELEASE-APPROVED-ITEM
                   PERFORM 2690-KEEP-APPROVAL-ITEM
               WHEN PA-RELEASED
                       AND PA-RELEASE-DATE = WS-CURRENT-DATE-YYYYMMDD
                   IF WS-IN-BALANCE
                       PERFORM 2680-RELEASE-APPROVED-ITEM
                   END-IF
                   PERFORM 2690-KEEP-APPROVAL-ITEM
               WHEN PA-RELEASED
                   CONTINUE
               WHEN PA-DECLINED AND PA-REPORTED
                   CONTINUE
               WHEN PA-DECLINED
                   SET PA-REPORTED TO TRUE
                   PERFORM 2690-KEEP-APPROVAL-ITEM
               WHEN OTHER
                   PERFORM 2690-KEEP-APPROVAL-ITEM
           END-EVALUATE.

      *    An approved item was edited when it was held; it goes
      *    straight into the stream, flagged so the output procedure
      *    writes it to TRANIN.DAT instead of holding it again.
       2680-RELEASE-APPROVED-ITEM.
           MOVE PA-TX-IMAGE TO SORT-RECORD.
           MOVE PA-KEYED-BY TO SR-KEYED-BY.
           SET SR-APPROVED-ITEM TO TRUE.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-TX-APPROVED.
           SET PA-RELEASED TO TRUE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO PA-RELEASE-DATE.

       2690-KEEP-APPROVAL-ITEM.
           IF WS-PENDING-COUNT >= 2000
               DISPLAY "PENDING TABLE FULL - RESIZE "
                   "WS-PENDING-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE PENDING-APPROVAL-RECORD
               TO WS-PENDING-ENTRY(WS-PENDING-COUNT).

       2500-WRITE-PRE-EDIT-REJECT.
           MOVE RAW-TRANSACTION-RECORD TO PR-TX-IMAGE.
           WRITE PRE-EDIT-REJECT-RECORD.
      *    SORT output procedure: returns the transactions in
      *    TX-IDENT sequence, flags an Ident carrying more than one
      *    transaction in the batch, and (for a batch in balance)
      *    writes the clean file SSNMAINT consumes.  A Change, Delete
      *    or Merge that has not yet been approved by a second
      *    operator is held on the pending-approval file instead.
       3000-SEQUENCE-AND-WRITE.
           OPEN OUTPUT PENDING-APPROVAL-FILE.
           IF NOT WS-PENDAPR-OK
               DISPLAY "ERROR OPENING PENDING-APPROVAL-FILE, STATUS: "
                   WS-PENDAPR-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                   UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
               WRITE PENDING-APPROVAL-RECORD
                   FROM WS-PENDING-ENTRY(WS-PENDING-IDX)
           END-PERFORM.
           PERFORM 3100-RETURN-SORTED-TRANSACTION.
           PERFORM UNTIL WS-SORT-EOF
               IF NOT WS-FIRST-SORTED AND SR-IDENT = WS-PREV-IDENT
               MOVE SR-IDENT TO WS-PREV-IDENT
               MOVE "N" TO WS-FIRST-SORTED-SW
               IF WS-IN-BALANCE
                   IF SR-APPROVAL-CODE AND NOT SR-APPROVED-ITEM
                       PERFORM 3300-HOLD-FOR-APPROVAL
                   ELSE
                       MOVE SORT-RECORD TO TRANSACTION-RECORD
                       WRITE TRANSACTION-RECORD
                       ADD 1 TO WS-TX-RELEASED
                   END-IF
               END-IF
               PERFORM 3100-RETURN-SORTED-TRANSACTION
           END-PERFORM.
           CLOSE PENDING-APPROVAL-FILE.

       3100-RETURN-SORTED-TRANSACTION.
           RETURN SORT-WORK-FILE
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       3300-HOLD-FOR-APPROVAL.
           MOVE SPACES TO PENDING-APPROVAL-RECORD.
           SET PA-PENDING TO TRUE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO PA-HELD-DATE.
           MOVE SR-KEYED-BY TO PA-KEYED-BY.
           MOVE ZEROS TO PA-DECISION-DATE.
           MOVE ZEROS TO PA-RELEASE-DATE.
           MOVE SORT-RECORD(1:72) TO PA-TX-IMAGE.
           WRITE PENDING-APPROVAL-RECORD.
           ADD 1 TO WS-TX-HELD.

      *    One warning line per Ident however many transactions it
      *    carries; the duplicate count on the report counts Idents,
      *    not extra transactions.  Duplicates are flagged, not
           MOVE "RECYCLED CORRECTIONS:   " TO PC-LABEL.
           MOVE WS-TX-RECYCLED TO PC-COUNT.
           WRITE PREP-REPORT-RECORD FROM WS-PREP-COUNT-LINE.
           MOVE "PRE-BUILT MERGES:       " TO PC-LABEL.
           MOVE WS-TX-PREBUILT TO PC-COUNT.
           WRITE PREP-REPORT-RECORD FROM WS-PREP-COUNT-LINE.
           MOVE "HELD FOR APPROVAL:      " TO PC-LABEL.
           MOVE WS-TX-HELD TO PC-COUNT.
           WRITE PREP-REPORT-RECORD FROM WS-PREP-COUNT-LINE.
           MOVE "APPROVED ITEMS RELEASED:" TO PC-LABEL.
           MOVE WS-TX-APPROVED TO PC-COUNT.
           WRITE PREP-REPORT-RECORD FROM WS-PREP-COUNT-LINE.
           MOVE "IDENTS WITH MULTIPLES:  " TO PC-LABEL.
           MOVE WS-DUP-IDENT-COUNT TO PC-COUNT.
           WRITE PREP-REPORT-RECORD FROM WS-PREP-COUNT-LINE.
           WRITE PREP-REPORT-RECORD FROM WS-PREP-BALANCE-LINE.
           DISPLAY PB-MESSAGE.

      *    The daily list of what is still waiting on a second
      *    operator -- pending and approved-not-yet-released items --
      *    and what was declined since the last run, so the office
      *    can re-key or drop it.
       7500-PRINT-APPROVAL-REPORT.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF NOT WS-PENDAPR-OK
               DISPLAY "ERROR OPENING PENDING-APPROVAL-FILE, STATUS: "
                   WS-PENDAPR-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT APPROVAL-REPORT-FILE.
           IF NOT WS-APPRRPT-OK
               DISPLAY "ERROR OPENING APPROVAL-REPORT-FILE, STATUS: "
                   WS-APPRRPT-STATUS
               STOP RUN
           END-IF.
           WRITE APPROVAL-REPORT-RECORD FROM WS-APPR-HEADING-LINE.
           WRITE APPROVAL-REPORT-RECORD FROM WS-PREP-RUN-DATE-LINE.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD FROM WS-APPR-COLUMN-LINE.
           MOVE "N" TO WS-PENDAPR-EOF-SW.
           PERFORM UNTIL WS-PENDAPR-EOF
               READ PENDING-APPROVAL-FILE
                   AT END
                       SET WS-PENDAPR-EOF TO TRUE
                   NOT AT END
                       IF NOT PA-RELEASED
                           PERFORM 7600-PRINT-APPROVAL-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           MOVE "PENDING APPROVAL:       " TO PC-LABEL.
           MOVE WS-APR-PENDING-COUNT TO PC-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-PREP-COUNT-LINE.
           MOVE "APPROVED, NOT RELEASED: " TO PC-LABEL.
           MOVE WS-APR-APPROVED-COUNT TO PC-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-PREP-COUNT-LINE.
           MOVE "DECLINED:               " TO PC-LABEL.
           MOVE WS-APR-DECLINED-COUNT TO PC-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-PREP-COUNT-LINE.
           CLOSE PENDING-APPROVAL-FILE.
           CLOSE APPROVAL-REPORT-FILE.

       7600-PRINT-APPROVAL-ITEM.
           MOVE SPACES TO AP-REASON.
           EVALUATE TRUE
               WHEN PA-PENDING
                   MOVE "PENDING" TO AP-STATUS
                   ADD 1 TO WS-APR-PENDING-COUNT
               WHEN PA-APPROVED
                   MOVE "APPROVED" TO AP-STATUS
                   ADD 1 TO WS-APR-APPROVED-COUNT
               WHEN OTHER
                   MOVE "DECLINED" TO AP-STATUS
                   MOVE PA-DECLINE-REASON TO AP-REASON
                   ADD 1 TO WS-APR-DECLINED-COUNT
           END-EVALUATE.
           MOVE PA-TX-IMAGE TO WS-APPR-TX-IMAGE.
           MOVE WS-APPR-TX-CODE  TO AP-CODE.
           MOVE WS-APPR-TX-IDENT TO AP-IDENT.
           MOVE PA-HELD-DATE(5:2) TO AP-HELD-MM.
           MOVE PA-HELD-DATE(7:2) TO AP-HELD-DD.
           MOVE PA-HELD-DATE(1:4) TO AP-HELD-YYYY.
           MOVE PA-KEYED-BY   TO AP-KEYED-BY.
           MOVE PA-DECIDED-BY TO AP-DECIDED-BY.
           WRITE APPROVAL-REPORT-RECORD FROM WS-APPR-DETAIL-LINE.

       9000-TERMINATE.
           CLOSE RAW-TRANSACTION-FILE.
           CLOSE TRANSACTION-FILE.
