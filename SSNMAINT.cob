      *                         (run date, applied/rejected counts)
      *                         to the shared run-statistics history
      *                         file (RUNSTATS) at end of run.
      * 10/15/26  Maintenance   Transaction image widened to 72 for
      *                         the originating office and batch
      *                         sequence (TX-ORIGIN); RCYIN widened
      *                         to 112 so a rejected item keeps its
      *                         origin into the recycle pool.
      * 10/15/26  Maintenance   Deceased transactions: K stamps a
      *                         record deceased with the date of
      *                         death it carries, R reverses a stamp
      *                         made in error.  Both are audited with
      *                         the unchanged identity image the way
      *                         the address codes are, and count
      *                         toward transactions applied.
      * 10/15/26  Maintenance   A Change, Delete or Merge is applied
      *                         only when it matches an item SSNPREP
      *                         released tonight on a second operator's
      *                         approval (PENDAPR.DAT); one without is
      *                         rejected to the recycle pool.  Its audit
      *                         entries carry the keying and approving
      *                         operators, and every entry carries the
      *                         deceased status and date of death on
      *                         each side (audit record widened to 124
      *                         bytes).
      * 10/15/26  Maintenance   Master record widened to 130 bytes for
      *                         the returned-mail (undeliverable
      *                         address) stamp (CIVMAST).  An E or X
      *                         transaction clears the stamp along with
      *                         the old address.
      * 10/15/26  Maintenance   The audit entry of a K or R records the
      *                         death set or cleared on each side.  An R
      *                         now leaves the status R (reversed)
      *                         rather than space, which keeps the
      *                         monthly death match (SSNDMAT) from
      *                         stamping the record again.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCYIN-STATUS.

           SELECT OPTIONAL PENDING-APPROVAL-FILE
               ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAPR-STATUS.

           COPY EDTRSELM.

           COPY RUNSTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TRANREC.

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY NEWMAST.

           COPY MNTREJ.

       FD  AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY AUDITREC.
           COPY IDXREF.

       FD  RECYCLE-INPUT-FILE
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RCYIN.

       FD  PENDING-APPROVAL-FILE
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY PENDAPR.


       FD  RUN-STATS-FILE
           RECORD CONTAINS 36 CHARACTERS
       01  WS-RUNSTAT-STATUS          PIC XX.
           88 WS-RUNSTAT-OK           VALUE "00" "05".

      *    "05" -- nothing has ever been held for approval.
       01  WS-PENDAPR-STATUS          PIC XX.
           88 WS-PENDAPR-OK           VALUE "00" "05".

       01  WS-PENDAPR-EOF-SW          PIC X VALUE "N".
           88 WS-PENDAPR-EOF          VALUE "Y".

       01  WS-RUNCTL-EOF-SW           PIC X VALUE "N".
           88 WS-RUNCTL-EOF           VALUE "Y".

       01  WS-MERGES-APPLIED          PIC 9(5) VALUE 0.
       01  WS-ADDRS-APPLIED           PIC 9(5) VALUE 0.

      *    Date of death off a K transaction and the record's date of
      *    birth, both YYYYMMDD, for 5970-VALIDATE-DATE-OF-DEATH.
       01  WS-DEATH-DATE              PIC 9(8).
       01  WS-DEATH-DATE-BROKEN REDEFINES WS-DEATH-DATE.
           05 WS-DEATH-YYYY           PIC 9(4).
           05 WS-DEATH-MM             PIC 99.
           05 WS-DEATH-DD             PIC 99.
       01  WS-BIRTH-DATE              PIC 9(8).
       01  WS-BIRTH-DATE-BROKEN REDEFINES WS-BIRTH-DATE.
           05 WS-BIRTH-YYYY           PIC 9(4).
           05 WS-BIRTH-MM             PIC 99.
           05 WS-BIRTH-DD             PIC 99.

      *    Change, Delete and Merge items SSNPREP released tonight on
      *    a second operator's approval (see 1300-LOAD-TONIGHTS-
      *    APPROVALS).  Each TRANIN item of those codes must match an
      *    unused entry here; the keyer and approver ride onto its
      *    audit entries.
       01  WS-APPROVAL-COUNT          PIC 9(4) VALUE 0.
       01  WS-APR-IDX                 PIC 9(4).
       01  WS-APPROVAL-TABLE.
           05 WS-APR-ENTRY OCCURS 2000 TIMES.
              10 WS-APR-TX-IMAGE      PIC X(72).
              10 WS-APR-KEYED-BY      PIC X(8).
              10 WS-APR-APPROVED-BY   PIC X(8).
              10 WS-APR-USED-SW       PIC X.
                 88 WS-APR-USED       VALUE "Y".

       01  WS-APPROVAL-FOUND-SW       PIC X VALUE "N".
           88 WS-APPROVAL-FOUND       VALUE "Y".

       01  WS-AUDIT-KEYED-BY          PIC X(8) VALUE SPACES.
       01  WS-AUDIT-APPROVED-BY       PIC X(8) VALUE SPACES.

      *    The retired record's image, held across the keyed read of
      *    the surviving record (which lands in the same FD buffer).
       01  WS-RETIRED-RECORD          PIC X(130).
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-CURRENT-DATE.

           PERFORM 1100-CHECK-RUN-CONTROL.
           PERFORM 1300-LOAD-TONIGHTS-APPROVALS.

           OPEN INPUT TRANSACTION-FILE.
           IF NOT WS-TRAN-OK
               STOP RUN
           END-IF.

      *    The approved items SSNPREP marked released with tonight's
      *    date are exactly the Changes, Deletes and Merges it was
      *    allowed to put on TRANIN.DAT.
       1300-LOAD-TONIGHTS-APPROVALS.
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
                       IF PA-RELEASED AND PA-RELEASE-DATE
                               = WS-CURRENT-DATE-YYYYMMDD
                           PERFORM 1350-STORE-APPROVAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-APPROVAL-FILE.

       1350-STORE-APPROVAL.
           IF WS-APPROVAL-COUNT >= 2000
               DISPLAY "APPROVAL TABLE FULL - RESIZE "
                   "WS-APPROVAL-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-APPROVAL-COUNT.
           MOVE PA-TX-IMAGE   TO WS-APR-TX-IMAGE(WS-APPROVAL-COUNT).
           MOVE PA-KEYED-BY   TO WS-APR-KEYED-BY(WS-APPROVAL-COUNT).
           MOVE PA-DECIDED-BY TO WS-APR-APPROVED-BY(WS-APPROVAL-COUNT).
           MOVE "N"           TO WS-APR-USED-SW(WS-APPROVAL-COUNT).

      *    Single sequential pass over the old master: every record is
      *    copied to the new master (which the transactions are then
      *    applied against in place) and its SSNum is loaded into
                   SET WS-TRAN-EOF TO TRUE
           END-READ.

      *    A Change, Delete or Merge is applied only against a
      *    matching approval -- one keyed straight onto TRANIN.DAT,
      *    around the pre-edit, goes to the reject file and the
      *    recycle pool instead.
       3000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-AUDIT-KEYED-BY.
           MOVE SPACES TO WS-AUDIT-APPROVED-BY.
           MOVE "N" TO WS-APPROVAL-FOUND-SW.
           IF TX-CHANGE OR TX-DELETE OR TX-MERGE
               PERFORM 3200-FIND-APPROVAL
           END-IF.
           EVALUATE TRUE
               WHEN (TX-CHANGE OR TX-DELETE OR TX-MERGE)
                       AND NOT WS-APPROVAL-FOUND
                   MOVE "NOT APPROVED BY A SECOND OPERATOR"
                       TO MR-REASON
                   PERFORM 8000-WRITE-MAINT-REJECT
               WHEN TX-ADD
                   PERFORM 4000-PROCESS-ADD
               WHEN TX-CHANGE
                   PERFORM 5600-PROCESS-ADDR-ADD
               WHEN TX-ADDR-CHANGE
                   PERFORM 5700-PROCESS-ADDR-CHANGE
               WHEN TX-DECEASED-SET
                   PERFORM 5900-PROCESS-DECEASED-SET
               WHEN TX-DECEASED-REVERSE
                   PERFORM 5950-PROCESS-DECEASED-REVERSE
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE" TO MR-REASON
                   PERFORM 8000-WRITE-MAINT-REJECT
           END-EVALUATE.
           PERFORM 2200-READ-TRANSACTION.

      *    First unused approval for this exact image -- the same
      *    keyed item approved twice is applied twice, no more.
       3200-FIND-APPROVAL.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APPROVAL-COUNT
                       OR WS-APPROVAL-FOUND
               IF WS-APR-TX-IMAGE(WS-APR-IDX) = TRANSACTION-RECORD
                       AND NOT WS-APR-USED(WS-APR-IDX)
                   SET WS-APPROVAL-FOUND TO TRUE
                   SET WS-APR-USED(WS-APR-IDX) TO TRUE
                   MOVE WS-APR-KEYED-BY(WS-APR-IDX)
                       TO WS-AUDIT-KEYED-BY
                   MOVE WS-APR-APPROVED-BY(WS-APR-IDX)
                       TO WS-AUDIT-APPROVED-BY
               END-IF
           END-PERFORM.

      *    Keyed read against the in-place new master.  Replaces both
      *    the old merge-key comparison and the table-scan Ident check
      *    -- because the new master is updated as transactions are

      *    The identity fields and verification stamp in the record
      *    just read are left exactly as they are -- only the address
      *    bytes move, and a returned-mail stamp on the old address
      *    is cleared with it.  The audit entry carries the (unchanged)
      *    identity image on both sides, the same way a merge
      *    survivor's entry does, so balancing still chains.
       5750-APPLY-ADDRESS.
           MOVE TX-STATE       TO NM-STATE.
           MOVE TX-ZIP         TO NM-ZIP.
           MOVE TX-PHONE       TO NM-PHONE.
           PERFORM 7150-CLEAR-UNDELIVERABLE.
           REWRITE NEW-MASTER-RECORD.
           ADD 1 TO WS-TRANSACTIONS-APPLIED.
           ADD 1 TO WS-ADDRS-APPLIED.
                   CONTINUE
           END-EVALUATE.

      *    Deceased transactions: K stamps a record deceased with the
      *    date of death it carries -- typically a death-match near
      *    miss (SSNDMAT) a clerk has confirmed -- and R reverses a
      *    stamp made in error.  Like the address codes they leave
      *    the identity fields alone, so the audit entry carries the
      *    unchanged identity image on both sides and balancing
      *    still chains; the death set or cleared is in the entry's
      *    deceased status and date of death.  A reversal leaves the
      *    status "R", not space, so the next monthly death match
      *    (SSNDMAT) will not stamp the record again -- only a clerk's
      *    K can.  The mailing (SSNMAIL) and forecast (SSNFCST)
      *    extracts skip on the deceased status "D" alone, so a
      *    reversed record is back in both on their next run.
       5900-PROCESS-DECEASED-SET.
           PERFORM 3100-READ-MASTER-BY-IDENT.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE "IDENT DOES NOT EXIST ON MASTER" TO MR-REASON
                   PERFORM 8000-WRITE-MAINT-REJECT
               WHEN NM-DECEASED-STATUS = "D"
                   MOVE "RECORD IS ALREADY MARKED DECEASED"
                       TO MR-REASON
                   PERFORM 8000-WRITE-MAINT-REJECT
               WHEN OTHER
                   PERFORM 5970-VALIDATE-DATE-OF-DEATH
                   IF INVALID-RECORD
                       PERFORM 8000-WRITE-MAINT-REJECT
                   ELSE
                       PERFORM 8600-SET-BEFORE-IMAGE-FROM-MASTER
                       MOVE "D"              TO NM-DECEASED-STATUS
                       MOVE TX-DATE-OF-DEATH TO NM-DATE-OF-DEATH
                       PERFORM 5980-APPLY-DECEASED
                   END-IF
           END-EVALUATE.

       5950-PROCESS-DECEASED-REVERSE.
           PERFORM 3100-READ-MASTER-BY-IDENT.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE "IDENT DOES NOT EXIST ON MASTER" TO MR-REASON
                   PERFORM 8000-WRITE-MAINT-REJECT
               WHEN NM-DECEASED-STATUS NOT = "D"
                   MOVE "RECORD IS NOT MARKED DECEASED" TO MR-REASON
                   PERFORM 8000-WRITE-MAINT-REJECT
               WHEN OTHER
                   PERFORM 8600-SET-BEFORE-IMAGE-FROM-MASTER
                   MOVE "R"   TO NM-DECEASED-STATUS
                   MOVE ZEROS TO NM-DATE-OF-DEATH
                   PERFORM 5980-APPLY-DECEASED
           END-EVALUATE.

      *    Same shape as 5770-VALIDATE-ADDRESS: sets INVALID-RECORD
      *    and leaves the reason in MR-REASON for the caller's reject.
      *    The date has to be a real calendar month/day, not later
      *    than tonight's run, and not earlier than the date of birth
      *    on the record it is being stamped on.
       5970-VALIDATE-DATE-OF-DEATH.
           SET VALID-RECORD TO TRUE.
           MOVE TX-DATE-OF-DEATH TO WS-DEATH-DATE.
           MOVE NM-YOB           TO WS-BIRTH-YYYY.
           MOVE NM-MOB           TO WS-BIRTH-MM.
           MOVE NM-DOB           TO WS-BIRTH-DD.
           EVALUATE TRUE
               WHEN TX-DATE-OF-DEATH NOT NUMERIC
                   SET INVALID-RECORD TO TRUE
                   MOVE "DATE OF DEATH IS NOT NUMERIC" TO MR-REASON
               WHEN WS-DEATH-MM < 1 OR WS-DEATH-MM > 12
                   SET INVALID-RECORD TO TRUE
                   MOVE "DATE OF DEATH MONTH OUT OF RANGE 01-12"
                       TO MR-REASON
               WHEN WS-DEATH-DD < 1 OR WS-DEATH-DD > 31
                   SET INVALID-RECORD TO TRUE
                   MOVE "DATE OF DEATH DAY OUT OF RANGE 01-31"
                       TO MR-REASON
               WHEN WS-DEATH-DATE > WS-CURRENT-DATE
                   SET INVALID-RECORD TO TRUE
                   MOVE "DATE OF DEATH IS IN THE FUTURE" TO MR-REASON
               WHEN WS-DEATH-DATE < WS-BIRTH-DATE
                   SET INVALID-RECORD TO TRUE
                   MOVE "DATE OF DEATH IS BEFORE DATE OF BIRTH"
                       TO MR-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The caller has already taken the before-image, with the
      *    deceased status and date of death as they stood.
       5980-APPLY-DECEASED.
           REWRITE NEW-MASTER-RECORD.
           ADD 1 TO WS-TRANSACTIONS-APPLIED.
           PERFORM 8650-SET-AFTER-IMAGE-FROM-NM.
           PERFORM 8500-WRITE-AUDIT-RECORD.

      *    6000-CHECK-DUPLICATE-SSNUM/6100-ADD-SSNUM-TO-TABLE/6200-
      *    UPDATE-SSNUM-IN-TABLE/6300-REMOVE-SSNUM-FROM-TABLE (DUPCHK),
      *    and 3000-VALIDATE-SSNUM/3900-WRITE-EDIT-REJECT (SSAEDIT) and
           MOVE ZEROS          TO NM-PHONE.
           MOVE SPACE          TO NM-DECEASED-STATUS.
           MOVE ZEROS          TO NM-DATE-OF-DEATH.
           PERFORM 7150-CLEAR-UNDELIVERABLE.

      *    A new address, or a fresh record, starts deliverable.
       7150-CLEAR-UNDELIVERABLE.
           MOVE SPACE          TO NM-ADDR-STATUS.
           MOVE ZEROS          TO NM-ADDR-RETURN-DATE.
           MOVE SPACES         TO NM-ADDR-RETURN-REASON.

      *    Besides the reject report line, the whole transaction goes
      *    to the recycle input in one piece so the recycle pass can
           MOVE TX-IDENT       TO AU-IDENT.
           MOVE TX-CODE        TO AU-CODE.
           MOVE WS-CURRENT-DATE TO AU-RUN-DATE.
           MOVE WS-AUDIT-KEYED-BY    TO AU-KEYED-BY.
           MOVE WS-AUDIT-APPROVED-BY TO AU-APPROVED-BY.
           WRITE AUDIT-RECORD.

      *    Before-image comes from the new-master record 3100-READ-
           MOVE NM-SSAREA      TO AU-BEFORE-SSAREA.
           MOVE NM-SSGROUP     TO AU-BEFORE-SSGROUP.
           MOVE NM-SSSERIAL    TO AU-BEFORE-SSSERIAL.
           MOVE NM-DECEASED-STATUS TO AU-BEFORE-DECEASED-STATUS.
           MOVE NM-DATE-OF-DEATH   TO AU-BEFORE-DATE-OF-DEATH.

       8650-SET-AFTER-IMAGE-FROM-NM.
           MOVE NM-CIVI-NAME   TO AU-AFTER-CIVI-NAME.
           MOVE NM-SSAREA      TO AU-AFTER-SSAREA.
           MOVE NM-SSGROUP     TO AU-AFTER-SSGROUP.
           MOVE NM-SSSERIAL    TO AU-AFTER-SSSERIAL.
           MOVE NM-DECEASED-STATUS TO AU-AFTER-DECEASED-STATUS.
           MOVE NM-DATE-OF-DEATH   TO AU-AFTER-DATE-OF-DEATH.

       8610-SET-BEFORE-IMAGE-EMPTY.
           MOVE SPACES TO AU-BEFORE-CIVI-NAME.
           MOVE ZEROS  TO AU-BEFORE-MOB AU-BEFORE-DOB AU-BEFORE-YOB
               AU-BEFORE-SSAREA AU-BEFORE-SSGROUP AU-BEFORE-SSSERIAL.
           MOVE SPACE  TO AU-BEFORE-DECEASED-STATUS.
           MOVE ZEROS  TO AU-BEFORE-DATE-OF-DEATH.

       8700-SET-AFTER-IMAGE-EMPTY.
           MOVE SPACES TO AU-AFTER-CIVI-NAME.
           MOVE ZEROS  TO AU-AFTER-MOB AU-AFTER-DOB AU-AFTER-YOB
               AU-AFTER-SSAREA AU-AFTER-SSGROUP AU-AFTER-SSSERIAL.
           MOVE SPACE  TO AU-AFTER-DECEASED-STATUS.
           MOVE ZEROS  TO AU-AFTER-DATE-OF-DEATH.

      *    Two audit entries per merge, both code M and both written
      *    only after the retired and surviving records have been
           MOVE TX-IDENT        TO AU-IDENT.
           MOVE TX-CODE         TO AU-CODE.
           MOVE WS-CURRENT-DATE TO AU-RUN-DATE.
           MOVE WS-AUDIT-KEYED-BY    TO AU-KEYED-BY.
           MOVE WS-AUDIT-APPROVED-BY TO AU-APPROVED-BY.
           MOVE WS-RETIRED-RECORD(8:37) TO AU-BEFORE-IMAGE.
           MOVE WS-RETIRED-RECORD(111:9) TO AU-BEFORE-DEATH.
           PERFORM 8700-SET-AFTER-IMAGE-EMPTY.
           WRITE AUDIT-RECORD.
           MOVE TX-SURVIVING-IDENT TO AU-IDENT.
           MOVE NEW-MASTER-RECORD(8:37) TO AU-BEFORE-IMAGE.
           MOVE NEW-MASTER-RECORD(8:37) TO AU-AFTER-IMAGE.
           MOVE NEW-MASTER-RECORD(111:9) TO AU-BEFORE-DEATH.
           MOVE NEW-MASTER-RECORD(111:9) TO AU-AFTER-DEATH.
           WRITE AUDIT-RECORD.

       8800-WRITE-IDENT-XREF.
