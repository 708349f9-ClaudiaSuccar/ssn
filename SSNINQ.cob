      *                         the inquiry, with the date of death.
      * 08/26/26  Maintenance   Ident widened to seven digits; the
      *                         command-line key follows (0000007).
      * 10/15/26  Maintenance   Master record widened to 130 bytes for
      *                         the returned-mail (undeliverable
      *                         address) stamp (CIVMAST).
      * 10/15/26  Maintenance   An Ident not on the master is now looked
      *                         up on the inactive history the annual
      *                         retention sweep (SSNINAC) moves
      *                         long-deceased records to (CIVHIST.DAT),
      *                         and answered with that record marked
      *                         inactive; retired-Ident entries the
      *                         sweep moved to IDXHIST.DAT are still
      *                         followed.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL IDENT-XREF-FILE ASSIGN TO "IDXREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDXREF-STATUS.

           SELECT OPTIONAL IDENT-XREF-HISTORY-FILE
               ASSIGN TO "IDXHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDXHIST-STATUS.

           SELECT OPTIONAL INACTIVE-HISTORY-FILE
               ASSIGN TO "CIVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IH-IDENT
               FILE STATUS IS WS-CIVHIST-STATUS.
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

       WORKING-STORAGE SECTION.
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

       01  WS-INACTIVE-SW             PIC X VALUE "N".
           88 WS-RECORD-INACTIVE      VALUE "Y".

       01  WS-XREF-EOF-SW             PIC X.
           88 WS-XREF-EOF             VALUE "Y".

               UNTIL WS-RECORD-FOUND
               OR NOT WS-FORWARDED
               OR WS-FORWARD-HOPS >= WS-FORWARD-HOP-LIMIT.
           IF NOT WS-RECORD-FOUND
               PERFORM 3700-READ-INACTIVE-HISTORY
           END-IF.
           IF WS-RECORD-FOUND
               PERFORM 5000-DISPLAY-CIVILIAN
           ELSE
               DISPLAY "IDENT " WS-INQUIRY-IDENT
                   " NOT ON MASTER OR INACTIVE HISTORY"
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

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
               PERFORM 3600-SCAN-XREF-HISTORY
           END-IF.
           IF WS-FORWARDED
               ADD 1 TO WS-FORWARD-HOPS
               PERFORM 3100-REREAD-BY-IDENT
                   MOVE "N" TO WS-FOUND-SW
           END-READ.

       3600-SCAN-XREF-HISTORY.
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

      *    Still not on the master -- a person deceased past the
      *    retention period has been moved whole to the inactive
      *    history (CIVHIST); show that record and say it is
      *    inactive, so a person is never simply "not found".
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

      *    Same masked format as 5000-DISPLAY-CIVILIAN in SSN.cob.
       5000-DISPLAY-CIVILIAN.
           DISPLAY "Identity Number: " CM-IDENT.
                   CM-DATE-OF-DEATH(7:2) "/" CM-DATE-OF-DEATH(1:4)
                   " **"
           END-IF.
           IF WS-RECORD-INACTIVE
               DISPLAY "** INACTIVE - MOVED TO INACTIVE HISTORY "
                   IH-MOVED-DATE(5:2) "/" IH-MOVED-DATE(7:2) "/"
                   IH-MOVED-DATE(1:4) " **"
           END-IF.
           DISPLAY "*************************************************".

       9000-TERMINATE.
