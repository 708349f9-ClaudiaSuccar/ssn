      *                         session, so a search mid-session sees
      *                         a cross-reference rebuilt since
      *                         sign-on.
      * 10/15/26  Maintenance   History lines name the deceased
      *                         transactions (K set, R reverse).
      * 10/15/26  Maintenance   A command: second-operator approval of
      *                         the Changes, Deletes and Merges SSNPREP
      *                         holds on PENDAPR.DAT.  The operator is
      *                         checked against OPAUTH (OPSEC) and every
      *                         session is logged to SECLOG; items the
      *                         operator keyed are passed over.  Each
      *                         held item shows before and after values,
      *                         SSNs masked, for an approve, decline
      *                         (with a reason), skip, or quit.  Audit
      *                         records widened to 124 bytes for the
      *                         keyer and approver and the deceased
      *                         status and date of death on each side.
      * 10/15/26  Maintenance   Master record widened to 130 bytes for
      *                         the returned-mail (undeliverable
      *                         address) stamp (CIVMAST).  History shows
      *                         a returned-mail (U) entry as RET MAIL.
      * 10/15/26  Maintenance   An I lookup not on the master falls back
      *                         to the inactive history the annual
      *                         retention sweep (SSNINAC) moves
      *                         long-deceased records to (CIVHIST.DAT)
      *                         and says the record is inactive;
      *                         retired-Ident entries the sweep moved to
      *                         IDXHIST.DAT are still followed.  An N
      *                         search with no live match searches the
      *                         inactive history.  History shows a
      *                         retention move (I) as INACTIVE.
      * 10/15/26  Maintenance   A held item with no keyer on record can
      *                         no longer be approved -- only declined
      *                         for rekeying or skipped -- so an
      *                         operator cannot approve an item they
      *                         keyed that was held without a keyer.
      * 10/15/26  Maintenance   Death-match stamp (S) entries written by
      *                         SSNDMAT show as DTH MTCH in the Ident
      *                         history.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDXREF-STATUS.

           SELECT OPTIONAL IDENT-XREF-HISTORY-FILE
               ASSIGN TO "IDXHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDXHIST-STATUS.

           SELECT OPTIONAL INACTIVE-HISTORY-FILE
               ASSIGN TO "CIVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-IDENT
               FILE STATUS IS WS-CIVHIST-STATUS.

           SELECT NAME-XREF-FILE ASSIGN TO "NAMEXREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL PENDING-APPROVAL-FILE
               ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAPR-STATUS.

           COPY OPSECSEL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

           RECORDING MODE IS F.
           COPY IDXREF.

       FD  IDENT-XREF-HISTORY-FILE
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY IDXHIST.

       FD  INACTIVE-HISTORY-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVHIST.

       FD  NAME-XREF-FILE
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           COPY NAMXREF.

       FD  AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  PENDING-APPROVAL-FILE
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY PENDAPR.

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

       WORKING-STORAGE SECTION.
           COPY PHONWS.
           COPY OPSECWS.
           COPY RUNDATE.

      *    The held transaction under review, laid out as TRANREC.
           COPY TRANREC.

       01  WS-CIVIL-STATUS            PIC XX.
           88 WS-CIVIL-OK             VALUE "00".
       01  WS-IDXREF-STATUS           PIC XX.
           88 WS-IDXREF-OK            VALUE "00" "05".

       01  WS-IDXHIST-STATUS          PIC XX.
           88 WS-IDXHIST-OK           VALUE "00" "05".

      *    "05" means the retention sweep (SSNINAC) has not yet
      *    created the inactive history -- nothing to look up.
       01  WS-CIVHIST-STATUS          PIC XX.
           88 WS-CIVHIST-OK           VALUE "00" "05".
           88 WS-CIVHIST-PRESENT      VALUE "00".

       01  WS-INACTIVE-SW             PIC X.
           88 WS-RECORD-INACTIVE      VALUE "Y".

       01  WS-INACTIVE-EOF-SW         PIC X.
           88 WS-INACTIVE-EOF         VALUE "Y".

       01  WS-XREF-STATUS             PIC XX.
           88 WS-XREF-OK              VALUE "00".

       01  WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK             VALUE "00" "05".

      *    "05" -- nothing has ever been held for approval.
       01  WS-PENDAPR-STATUS          PIC XX.
           88 WS-PENDAPR-OK           VALUE "00" "05".

       01  WS-PENDAPR-EOF-SW          PIC X.
           88 WS-PENDAPR-EOF          VALUE "Y".

       01  WS-COMMAND-LINE            PIC X(30).
       01  WS-COMMAND-CODE            PIC X.
           88 WS-CMD-IDENT            VALUE "I" "i".
           88 WS-CMD-NAME             VALUE "N" "n".
           88 WS-CMD-APPROVE          VALUE "A" "a".
           88 WS-CMD-QUIT             VALUE "Q" "q".

       01  WS-DECISION                PIC X.
           88 WS-DECIDE-APPROVE       VALUE "A" "a".
           88 WS-DECIDE-DECLINE       VALUE "D" "d".
           88 WS-DECIDE-SKIP          VALUE "S" "s".
           88 WS-DECIDE-QUIT          VALUE "Q" "q".
           88 WS-DECISION-VALID       VALUE "A" "a" "D" "d"
                                            "S" "s" "Q" "q".

       01  WS-APPROVAL-QUIT-SW        PIC X.
           88 WS-APPROVAL-QUIT        VALUE "Y".

       01  WS-ITEMS-DECIDED           PIC 9(5).
       01  WS-ITEMS-PENDING           PIC 9(5).
       01  WS-OWN-ITEMS               PIC 9(5).
       01  WS-NO-KEYER-ITEMS          PIC 9(5).
       01  WS-CHANGED-FLAG            PIC X(2).

       01  WS-SIGNOFF-SW              PIC X VALUE "N".
           88 WS-SIGNED-OFF           VALUE "Y".

           DISPLAY "CIVILIAN WORKBENCH - COMMANDS:".
           DISPLAY "  I NNNNNNN   LOOK UP ONE IDENT (SEVEN DIGITS)".
           DISPLAY "  N NAME      SEARCH BY FULL OR PARTIAL NAME".
           DISPLAY "  A           APPROVE OR DECLINE HELD CHANGES".
           DISPLAY "  Q           SIGN OFF".
           ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE "SSNWORK " TO WS-SECLOG-PROGRAM.

       2000-HANDLE-ONE-COMMAND.
           DISPLAY "COMMAND:".
                   PERFORM 3000-LOOKUP-BY-IDENT
               WHEN WS-CMD-NAME
                   PERFORM 4000-SEARCH-BY-NAME
               WHEN WS-CMD-APPROVE
                   PERFORM 7000-WORK-APPROVALS
               WHEN OTHER
                   DISPLAY "KEY I NNNNNNN, N NAME, A, OR Q"
           END-EVALUATE.

      *    Keyed read like SSNINQ 3000-READ-BY-IDENT, following the
      *    retired-Ident cross-reference when the Ident was merged
      *    away, then the detail and the change history inline.  An
      *    Ident the retention sweep has moved off the master is
      *    shown from the inactive history, marked inactive.
       3000-LOOKUP-BY-IDENT.
           IF WS-COMMAND-LINE(3:7) NOT NUMERIC
                   OR WS-COMMAND-LINE(10:21) NOT = SPACES
           ELSE
               MOVE WS-COMMAND-LINE(3:7) TO WS-INQUIRY-IDENT
               MOVE 0 TO WS-FORWARD-HOPS
               MOVE "N" TO WS-INACTIVE-SW
               PERFORM 3100-READ-BY-IDENT
               PERFORM 3500-FOLLOW-MERGE-XREF
                   UNTIL WS-RECORD-FOUND
                   OR NOT WS-FORWARDED
                   OR WS-FORWARD-HOPS >= WS-FORWARD-HOP-LIMIT
               IF NOT WS-RECORD-FOUND
                   PERFORM 3700-READ-INACTIVE-HISTORY
               END-IF
               IF WS-RECORD-FOUND
                   PERFORM 5000-DISPLAY-CIVILIAN
                   PERFORM 6000-SHOW-CHANGE-HISTORY
               ELSE
                   DISPLAY "IDENT " WS-INQUIRY-IDENT
                       " NOT ON MASTER OR INACTIVE HISTORY"
               END-IF
           END-IF.


      *    The Ident wasn't on the master -- scan the retired-Ident
      *    cross-reference; if a merge retired it, say so, take the
      *    surviving Ident, and try the master again.  Entries the
      *    retention sweep has moved off the live file are followed
      *    on the retired-Ident history the same way.
       3500-FOLLOW-MERGE-XREF.
           MOVE "N" TO WS-FORWARDED-SW.
           MOVE "N" TO WS-XREF-EOF-SW.
               END-READ
           END-PERFORM.
           CLOSE IDENT-XREF-FILE.
           IF NOT WS-FORWARDED
               PERFORM 3550-SCAN-XREF-HISTORY
           END-IF.
           IF WS-FORWARDED
               ADD 1 TO WS-FORWARD-HOPS
               PERFORM 3600-REREAD-BY-IDENT
           END-IF.

       3550-SCAN-XREF-HISTORY.
           MOVE "N" TO WS-XREF-EOF-SW.
           OPEN INPUT IDENT-XREF-HISTORY-FILE.
           IF NOT WS-IDXHIST-OK
               DISPLAY "ERROR OPENING IDENT-XREF-HISTORY-FILE, "
                   "STATUS: " WS-IDXHIST-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-XREF-EOF OR WS-FORWARDED
               READ IDENT-XREF-HISTORY-FILE
                   AT END
                       SET WS-XREF-EOF TO TRUE
                   NOT AT END
                       IF XH-RETIRED-IDENT = WS-INQUIRY-IDENT
                           SET WS-FORWARDED TO TRUE
                           DISPLAY "IDENT " XH-RETIRED-IDENT
                               " WAS RETIRED - MERGED INTO IDENT "
                               XH-SURVIVING-IDENT
                           MOVE XH-SURVIVING-IDENT
                               TO WS-INQUIRY-IDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IDENT-XREF-HISTORY-FILE.

       3600-REREAD-BY-IDENT.
           MOVE "Y" TO WS-FOUND-SW.
           MOVE WS-INQUIRY-IDENT TO CM-IDENT.
                   MOVE "N" TO WS-FOUND-SW
           END-READ.

      *    Like SSNINQ 3700-READ-INACTIVE-HISTORY: the record moved
      *    whole, so it shows through the master layout.
       3700-READ-INACTIVE-HISTORY.
           OPEN INPUT INACTIVE-HISTORY-FILE.
           IF NOT WS-CIVHIST-OK
               DISPLAY "ERROR OPENING INACTIVE-HISTORY-FILE, STATUS: "
                   WS-CIVHIST-STATUS
               STOP RUN
           END-IF.
           IF WS-CIVHIST-PRESENT
               MOVE "Y" TO WS-INACTIVE-SW
               MOVE WS-INQUIRY-IDENT TO IH-IDENT
               READ INACTIVE-HISTORY-FILE
                   INVALID KEY
                       MOVE "N" TO WS-INACTIVE-SW
               END-READ
               IF WS-RECORD-INACTIVE
                   MOVE IH-MASTER-IMAGE TO CIVILIAN-MASTER-RECORD
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-IF.
           CLOSE INACTIVE-HISTORY-FILE.

      *    Phonetic-or-prefix match like SSNSRCH, over the name
      *    cross-reference SSNXREF builds.  The clerk picks an Ident
      *    off the result and keys an I command for the detail.
                   END-READ
               END-PERFORM
               CLOSE NAME-XREF-FILE
               IF WS-MATCH-COUNT = 0
                   PERFORM 4300-SCAN-INACTIVE-HISTORY
               END-IF
               IF WS-MATCH-COUNT = 0
                   DISPLAY "NO MATCHES FOUND"
               ELSE
               END-IF
           END-IF.

      *    Nobody live by that name -- the same match over the
      *    inactive history, so a person the retention sweep moved
      *    off the master (and off the name cross-reference) is
      *    still found, marked inactive.
       4300-SCAN-INACTIVE-HISTORY.
           OPEN INPUT INACTIVE-HISTORY-FILE.
           IF NOT WS-CIVHIST-OK
               DISPLAY "ERROR OPENING INACTIVE-HISTORY-FILE, STATUS: "
                   WS-CIVHIST-STATUS
               STOP RUN
           END-IF.
           IF WS-CIVHIST-PRESENT
               MOVE "N" TO WS-INACTIVE-EOF-SW
               MOVE ZEROS TO IH-IDENT
               START INACTIVE-HISTORY-FILE KEY >= IH-IDENT
                   INVALID KEY
                       SET WS-INACTIVE-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-INACTIVE-EOF
                   READ INACTIVE-HISTORY-FILE NEXT RECORD
                       AT END
                           SET WS-INACTIVE-EOF TO TRUE
                       NOT AT END
                           PERFORM 4600-MATCH-INACTIVE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE INACTIVE-HISTORY-FILE.

      *    A hit is either a literal leading match on what was keyed
      *    (partial names; both sides folded upper since master names
      *    are mixed case) or the same phonetic surname key
               END-IF
           END-IF.

       4600-MATCH-INACTIVE-RECORD.
           MOVE IH-MASTER-IMAGE TO CIVILIAN-MASTER-RECORD.
           MOVE CM-CIVI-NAME TO WS-MATCH-NAME.
           INSPECT WS-MATCH-NAME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE CM-CIVI-NAME TO WS-PHON-NAME-IN.
           PERFORM 6600-BUILD-PHONETIC-KEY.
           IF WS-MATCH-NAME(1:WS-SEARCH-LENGTH)
                   = WS-SEARCH-NAME(1:WS-SEARCH-LENGTH)
                   OR WS-PHON-KEY = WS-SEARCH-KEY
               ADD 1 TO WS-MATCH-COUNT
               DISPLAY "IDENT: " CM-IDENT "  NAME: " CM-CIVI-NAME
                   "  DOB: " CM-MOB "/" CM-DOB "/" CM-YOB
                   "  SSN: XXX-XX-" CM-SSSERIAL "  INACTIVE"
           END-IF.

       COPY PHONKEY.

      *    Same masked format as SSNINQ, plus the contact data the
                   CM-DATE-OF-DEATH(7:2) "/" CM-DATE-OF-DEATH(1:4)
                   " **"
           END-IF.
           IF WS-RECORD-INACTIVE
               DISPLAY "** INACTIVE - MOVED TO INACTIVE HISTORY "
                   IH-MOVED-DATE(5:2) "/" IH-MOVED-DATE(7:2) "/"
                   IH-MOVED-DATE(1:4) " **"
           END-IF.
           DISPLAY "*************************************************".

      *    The selected Ident's change history straight off the audit
               WHEN "M" MOVE "MERGE   " TO WS-HIST-ACTION
               WHEN "E" MOVE "ADDR ADD" TO WS-HIST-ACTION
               WHEN "X" MOVE "ADDR CHG" TO WS-HIST-ACTION
               WHEN "K" MOVE "DTH SET " TO WS-HIST-ACTION
               WHEN "R" MOVE "DTH REV " TO WS-HIST-ACTION
               WHEN "U" MOVE "RET MAIL" TO WS-HIST-ACTION
               WHEN "I" MOVE "INACTIVE" TO WS-HIST-ACTION
               WHEN "S" MOVE "DTH MTCH" TO WS-HIST-ACTION
               WHEN OTHER MOVE AU-CODE  TO WS-HIST-ACTION
           END-EVALUATE.
           EVALUATE TRUE
                       " -> " AU-AFTER-CIVI-NAME
           END-EVALUATE.

      *    Second-operator approval of the Changes, Deletes and
      *    Merges SSNPREP held.  The operator signs on through the
      *    same authorization check the restricted extracts use; a
      *    refusal is logged and ends the command.  An item the
      *    operator keyed is passed over -- someone else must decide
      *    it.  Each decision is written back in place at once, so
      *    quitting part way keeps what was decided.
       7000-WORK-APPROVALS.
           DISPLAY "SECOND-OPERATOR APPROVAL - ENTER OPERATOR ID:".
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           PERFORM 8800-VERIFY-OPERATOR.
           IF NOT WS-OPERATOR-AUTHORIZED
               DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED "
                   "TO APPROVE HELD CHANGES"
               MOVE "D" TO WS-SECLOG-RESULT
               MOVE 0 TO WS-SECLOG-RECORDS
               PERFORM 8850-WRITE-SECURITY-LOG
           ELSE
               PERFORM 7100-REVIEW-HELD-ITEMS
               MOVE "G" TO WS-SECLOG-RESULT
               MOVE WS-ITEMS-DECIDED TO WS-SECLOG-RECORDS
               PERFORM 8850-WRITE-SECURITY-LOG
           END-IF.

       7100-REVIEW-HELD-ITEMS.
           MOVE 0 TO WS-ITEMS-DECIDED.
           MOVE 0 TO WS-ITEMS-PENDING.
           MOVE 0 TO WS-OWN-ITEMS.
           MOVE 0 TO WS-NO-KEYER-ITEMS.
           MOVE "N" TO WS-APPROVAL-QUIT-SW.
           MOVE "N" TO WS-PENDAPR-EOF-SW.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF NOT WS-PENDAPR-OK
               DISPLAY "ERROR OPENING PENDING-APPROVAL-FILE, STATUS: "
                   WS-PENDAPR-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PENDAPR-EOF OR WS-APPROVAL-QUIT
               READ PENDING-APPROVAL-FILE
                   AT END
                       SET WS-PENDAPR-EOF TO TRUE
                   NOT AT END
                       IF PA-PENDING
                           PERFORM 7200-REVIEW-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-APPROVAL-FILE.
           IF WS-ITEMS-PENDING = 0
               DISPLAY "NO CHANGES ARE WAITING FOR APPROVAL"
           ELSE
               DISPLAY "ITEMS DECIDED: " WS-ITEMS-DECIDED
               IF WS-OWN-ITEMS > 0
                   DISPLAY "ITEMS YOU KEYED, LEFT FOR ANOTHER "
                       "OPERATOR: " WS-OWN-ITEMS
               END-IF
               IF WS-NO-KEYER-ITEMS > 0
                   DISPLAY "ITEMS WITH NO KEYER ON RECORD, NOT "
                       "APPROVABLE: " WS-NO-KEYER-ITEMS
               END-IF
           END-IF.
           DISPLAY "*************************************************".

      *    An item with no keyer on record cannot be shown to have
      *    been keyed by someone else, so it can be declined (to be
      *    rekeyed under a recorded operator) or skipped, never
      *    approved.
       7200-REVIEW-ONE-ITEM.
           ADD 1 TO WS-ITEMS-PENDING.
           IF PA-KEYED-BY = WS-OPERATOR-ID
               ADD 1 TO WS-OWN-ITEMS
           ELSE
               MOVE PA-TX-IMAGE TO TRANSACTION-RECORD
               PERFORM 7300-SHOW-HELD-ITEM
               IF PA-KEYED-BY = SPACES
                   ADD 1 TO WS-NO-KEYER-ITEMS
                   DISPLAY "  NO KEYER ON RECORD - THE KEYER MUST BE "
                       "RECORDED BEFORE THIS CAN BE APPROVED"
               END-IF
               PERFORM 7500-TAKE-DECISION
           END-IF.

      *    Before values are the live master as it stands; after
      *    values are what the held transaction would leave.  SSNs
      *    are masked like every other clerk display, so a field that
      *    differs is flagged "*" -- an SSN corrected only in its
      *    first five digits would otherwise look unchanged.
       7300-SHOW-HELD-ITEM.
           DISPLAY "*************************************************".
           DISPLAY "HELD " PA-HELD-DATE(5:2) "/" PA-HELD-DATE(7:2)
               "/" PA-HELD-DATE(1:4) "  KEYED BY " PA-KEYED-BY
               "  OFFICE " TX-OFFICE-ID.
           MOVE TX-IDENT TO WS-INQUIRY-IDENT.
           PERFORM 3600-REREAD-BY-IDENT.
           EVALUATE TRUE
               WHEN TX-CHANGE
                   DISPLAY "CHANGE IDENT " TX-IDENT
                   PERFORM 7350-SHOW-CHANGE-VALUES
               WHEN TX-DELETE
                   DISPLAY "DELETE IDENT " TX-IDENT
                   PERFORM 7400-SHOW-CURRENT-VALUES
                   DISPLAY "  AFTER:  (RECORD DELETED FROM MASTER)"
               WHEN OTHER
                   DISPLAY "MERGE - RETIRE IDENT " TX-IDENT
                       " INTO SURVIVING IDENT " TX-SURVIVING-IDENT
                   PERFORM 7400-SHOW-CURRENT-VALUES
                   DISPLAY "  AFTER:  (RETIRED - MERGED INTO "
                       TX-SURVIVING-IDENT ")"
                   MOVE TX-SURVIVING-IDENT TO WS-INQUIRY-IDENT
                   PERFORM 3600-REREAD-BY-IDENT
                   DISPLAY "SURVIVING IDENT " TX-SURVIVING-IDENT
                       " (UNCHANGED):"
                   PERFORM 7400-SHOW-CURRENT-VALUES
           END-EVALUATE.

       7350-SHOW-CHANGE-VALUES.
           IF NOT WS-RECORD-FOUND
               DISPLAY "  IDENT NOT ON MASTER - MAINTENANCE WILL "
                   "REJECT IT"
               MOVE SPACES TO CM-CIVI-NAME
               MOVE ZEROS TO CM-DATE-OF-BIRTH
               MOVE ZEROS TO CM-SSNUM
           END-IF.
           MOVE SPACES TO WS-CHANGED-FLAG.
           IF CM-CIVI-NAME NOT = TX-CIVI-NAME
               MOVE " *" TO WS-CHANGED-FLAG
           END-IF.
           DISPLAY "  NAME  BEFORE: " CM-CIVI-NAME
               "  AFTER: " TX-CIVI-NAME WS-CHANGED-FLAG.
           MOVE SPACES TO WS-CHANGED-FLAG.
           IF CM-DATE-OF-BIRTH NOT = TX-DATE-OF-BIRTH
               MOVE " *" TO WS-CHANGED-FLAG
           END-IF.
           DISPLAY "  DOB   BEFORE: " CM-MOB "/" CM-DOB "/" CM-YOB
               "            AFTER: " TX-MOB "/" TX-DOB "/" TX-YOB
               WS-CHANGED-FLAG.
           MOVE SPACES TO WS-CHANGED-FLAG.
           IF CM-SSNUM NOT = TX-SSNUM
               MOVE " *" TO WS-CHANGED-FLAG
           END-IF.
           DISPLAY "  SSN   BEFORE: XXX-XX-" CM-SSSERIAL
               "           AFTER: XXX-XX-" TX-SSSERIAL
               WS-CHANGED-FLAG.

       7400-SHOW-CURRENT-VALUES.
           IF WS-RECORD-FOUND
               DISPLAY "  NAME:  " CM-CIVI-NAME
               DISPLAY "  DOB:   " CM-MOB "/" CM-DOB "/" CM-YOB
               DISPLAY "  SSN:   XXX-XX-" CM-SSSERIAL
           ELSE
               DISPLAY "  IDENT NOT ON MASTER - MAINTENANCE WILL "
                   "REJECT IT"
           END-IF.

       7500-TAKE-DECISION.
           MOVE SPACE TO WS-DECISION.
           PERFORM UNTIL WS-DECISION-VALID
               DISPLAY "A APPROVE, D DECLINE, S SKIP, Q QUIT:"
               ACCEPT WS-DECISION FROM CONSOLE
               IF WS-DECIDE-APPROVE AND PA-KEYED-BY = SPACES
                   DISPLAY "CANNOT APPROVE - NO KEYER ON RECORD; "
                       "DECLINE IT FOR REKEYING OR SKIP IT"
                   MOVE SPACE TO WS-DECISION
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-DECIDE-APPROVE
                   SET PA-APPROVED TO TRUE
                   MOVE SPACES TO PA-DECLINE-REASON
                   PERFORM 7600-RECORD-DECISION
                   DISPLAY "APPROVED - RELEASED ON THE NEXT NIGHT RUN"
               WHEN WS-DECIDE-DECLINE
                   DISPLAY "REASON FOR DECLINING:"
                   MOVE SPACES TO PA-DECLINE-REASON
                   ACCEPT PA-DECLINE-REASON FROM CONSOLE
                   IF PA-DECLINE-REASON = SPACES
                       MOVE "NO REASON GIVEN" TO PA-DECLINE-REASON
                   END-IF
                   SET PA-DECLINED TO TRUE
                   MOVE "N" TO PA-REPORTED-SW
                   PERFORM 7600-RECORD-DECISION
                   DISPLAY "DECLINED - WILL NOT BE APPLIED"
               WHEN WS-DECIDE-QUIT
                   SET WS-APPROVAL-QUIT TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7600-RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO PA-DECIDED-BY.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO PA-DECISION-DATE.
           REWRITE PENDING-APPROVAL-RECORD.
           ADD 1 TO WS-ITEMS-DECIDED.

       COPY OPSEC.

       9000-TERMINATE.
           CLOSE CIVILIAN-MASTER-FILE.
           DISPLAY "WORKBENCH SESSION ENDED".
