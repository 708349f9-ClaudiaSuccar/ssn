      *                         (run date, balance counts,
      *                         exceptions) to the shared
      *                         run-statistics history (RUNSTATS).
      * 10/15/26  Maintenance   Deceased transactions (K set, R
      *                         reverse) audit the unchanged identity
      *                         image the way E/X do.  A record whose
      *                         deceased status or date of death moved
      *                         between the masters must also carry a
      *                         K or R entry tonight, and the last one
      *                         must agree with the new master.
      * 10/15/26  Maintenance   Audit records widened to 124 bytes for
      *                         the keyer and approver of a two-operator
      *                         transaction and the deceased status and
      *                         date of death on each side of an entry.
      * 10/15/26  Maintenance   Master record widened to 130 bytes for
      *                         the returned-mail (undeliverable
      *                         address) stamp (CIVMAST).  Returned-mail
      *                         (U) audit entries stay out of the
      *                         balance -- the intake stamps the live
      *                         master outside the night.
      * 10/15/26  Maintenance   Retention moves (I entries, SSNINAC) are
      *                         left out of the audit side of the
      *                         balance like returned-mail entries; the
      *                         sweep runs between nights and balances
      *                         itself.
      * 10/15/26  Maintenance   Death-match stamps (S) written by
      *                         SSNDMAT are left out of the balance the
      *                         same way returned-mail (U) and retention
      *                         (I) entries are.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY NEWMAST.

       FD  AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY AUDITREC.
       01  WS-CHECK-IDENT             PIC 9(7).
       01  WS-CHECK-OLD-IMAGE         PIC X(37).
       01  WS-CHECK-NEW-IMAGE         PIC X(37).
       01  WS-LAST-DECEASED-CODE      PIC X.

      *    Control-totals values copied out before the file is
      *    closed -- the FD record area is undefined after CLOSE.
      *    Only tonight's audit entries take part in the balance --
      *    AUDIT-FILE is a running trail SSNMAINT extends every night,
      *    so entries are selected on the control record's run date.
      *    A returned-mail entry (U) is left out: the intake stamps
      *    the live master outside the night, so the stamp is on both
      *    masters and is no difference of tonight's.  So is a
      *    retention move (I): the annual sweep (SSNINAC) takes the
      *    record off the live master between nights and balances
      *    itself.  And so is a death-match stamp (S), which the
      *    monthly match (SSNDMAT) also lands on the live master
      *    between nights.
       1500-LOAD-AUDIT-TABLE.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OK
                   NOT AT END
                       IF WS-CONTROL-FOUND
                               AND AU-RUN-DATE = WS-MC-RUN-DATE
                               AND AU-CODE NOT = "U"
                               AND AU-CODE NOT = "I"
                               AND AU-CODE NOT = "S"
                           IF WS-AUDIT-COUNT >= 10000
                               MOVE ZEROS TO WS-CHECK-IDENT
                               MOVE "AUDIT TABLE FULL - CANNOT BALANCE"
           ELSE
               ADD 1 TO WS-RECORDS-CHANGED
               PERFORM 6000-CHECK-AUDIT-FOR-IDENT
               IF CM-DECEASED-STATUS NOT = NM-DECEASED-STATUS
                       OR CM-DATE-OF-DEATH NOT = NM-DATE-OF-DEATH
                   PERFORM 6200-CHECK-DECEASED-ENTRY
               END-IF
           END-IF.

      *    Proves the difference for one Ident against its audit
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

      *    The identity image can't show a deceased stamp or its
      *    reversal -- both sides of a K or R entry carry the same
      *    name, date of birth, and SSNum -- so 6000 alone would pass
      *    a deceased change made by anything at all.  The Ident's
      *    last K/R entry tonight has to account for it: K leaves the
      *    record deceased, R leaves it not.  6000 has already marked
      *    the entries used.
       6200-CHECK-DECEASED-ENTRY.
           MOVE SPACE TO WS-LAST-DECEASED-CODE.
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                   UNTIL WS-AUD-IDX > WS-AUDIT-COUNT
               IF WS-AUD-IDENT(WS-AUD-IDX) = WS-CHECK-IDENT
                       AND (WS-AUD-CODE(WS-AUD-IDX) = "K"
                           OR WS-AUD-CODE(WS-AUD-IDX) = "R")
                   MOVE WS-AUD-CODE(WS-AUD-IDX)
                       TO WS-LAST-DECEASED-CODE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-LAST-DECEASED-CODE = SPACE
                   MOVE "DECEASED CHANGE HAS NO K/R AUDIT ENTRY"
                       TO BX-REASON
                   PERFORM 8000-WRITE-EXCEPTION
               WHEN WS-LAST-DECEASED-CODE = "K"
                       AND NM-DECEASED-STATUS NOT = "D"
                   MOVE "DECEASED ENTRY DOES NOT MATCH NEW MASTER"
                       TO BX-REASON
                   PERFORM 8000-WRITE-EXCEPTION
               WHEN WS-LAST-DECEASED-CODE = "R"
                       AND NM-DECEASED-STATUS = "D"
                   MOVE "DECEASED ENTRY DOES NOT MATCH NEW MASTER"
                       TO BX-REASON
                   PERFORM 8000-WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A carried-forward record is byte-identical on both
      *    masters, so any audit entry for it is an entry without a
      *    difference -- flagged here and marked used so it isn't
