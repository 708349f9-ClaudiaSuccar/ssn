      *                         the retained copy (AUDKEEP.DAT) are
      *                         safely on disk, so a failed run
      *                         leaves the trail recoverable.
      * 10/15/26  Maintenance   Archived counts for the deceased
      *                         transactions (K set, R reverse) get
      *                         their own lines instead of riding in
      *                         "other codes".
      * 10/15/26  Maintenance   Audit records widened to 124 bytes for
      *                         the keyer and approver of a two-operator
      *                         transaction and the deceased status and
      *                         date of death on each side of an entry.
      * 10/15/26  Maintenance   Returned-mail (U) audit entries written
      *                         by SSNRETM are tallied on the archive
      *                         report.
      * 10/15/26  Maintenance   Archived retention moves (I entries,
      *                         SSNINAC) counted on their own line.
      * 10/15/26  Maintenance   Death-match stamp (S) entries written by
      *                         SSNDMAT are counted on their own line.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  ARCHIVE-AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ARCHIVE-AUDIT-RECORD    PIC X(124).

       FD  RETAINED-AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RETAINED-AUDIT-RECORD   PIC X(124).

       FD  ARCHIVE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  WS-ARCH-MERGES             PIC 9(7) VALUE 0.
       01  WS-ARCH-ADDR-ADDS          PIC 9(7) VALUE 0.
       01  WS-ARCH-ADDR-CHANGES       PIC 9(7) VALUE 0.
       01  WS-ARCH-DTH-SETS           PIC 9(7) VALUE 0.
       01  WS-ARCH-DTH-REVERSALS      PIC 9(7) VALUE 0.
       01  WS-ARCH-RETURNED-MAIL      PIC 9(7) VALUE 0.
       01  WS-ARCH-INACTIVE-MOVES     PIC 9(7) VALUE 0.
       01  WS-ARCH-DEATH-MATCHES      PIC 9(7) VALUE 0.
       01  WS-ARCH-OTHERS             PIC 9(7) VALUE 0.

       01  WS-AARC-HEADING-LINE.
               WHEN "M" ADD 1 TO WS-ARCH-MERGES
               WHEN "E" ADD 1 TO WS-ARCH-ADDR-ADDS
               WHEN "X" ADD 1 TO WS-ARCH-ADDR-CHANGES
               WHEN "K" ADD 1 TO WS-ARCH-DTH-SETS
               WHEN "R" ADD 1 TO WS-ARCH-DTH-REVERSALS
               WHEN "U" ADD 1 TO WS-ARCH-RETURNED-MAIL
               WHEN "I" ADD 1 TO WS-ARCH-INACTIVE-MOVES
               WHEN "S" ADD 1 TO WS-ARCH-DEATH-MATCHES
               WHEN OTHER ADD 1 TO WS-ARCH-OTHERS
           END-EVALUATE.

               MOVE "ARCHIVED ADDRESS CHANGES:    " TO AC-LABEL
               MOVE WS-ARCH-ADDR-CHANGES TO AC-COUNT
               WRITE ARCHIVE-REPORT-RECORD FROM WS-AARC-COUNT-LINE
               MOVE "ARCHIVED DECEASED SETS:      " TO AC-LABEL
               MOVE WS-ARCH-DTH-SETS TO AC-COUNT
               WRITE ARCHIVE-REPORT-RECORD FROM WS-AARC-COUNT-LINE
               MOVE "ARCHIVED DECEASED REVERSALS: " TO AC-LABEL
               MOVE WS-ARCH-DTH-REVERSALS TO AC-COUNT
               WRITE ARCHIVE-REPORT-RECORD FROM WS-AARC-COUNT-LINE
               MOVE "ARCHIVED RETURNED MAIL:      " TO AC-LABEL
               MOVE WS-ARCH-RETURNED-MAIL TO AC-COUNT
               WRITE ARCHIVE-REPORT-RECORD FROM WS-AARC-COUNT-LINE
               MOVE "ARCHIVED INACTIVE MOVES:     " TO AC-LABEL
               MOVE WS-ARCH-INACTIVE-MOVES TO AC-COUNT
               WRITE ARCHIVE-REPORT-RECORD FROM WS-AARC-COUNT-LINE
               MOVE "ARCHIVED DEATH-MATCH STAMPS: " TO AC-LABEL
               MOVE WS-ARCH-DEATH-MATCHES TO AC-COUNT
               WRITE ARCHIVE-REPORT-RECORD FROM WS-AARC-COUNT-LINE
               MOVE "ARCHIVED OTHER CODES:        " TO AC-LABEL
               MOVE WS-ARCH-OTHERS TO AC-COUNT
               WRITE ARCHIVE-REPORT-RECORD FROM WS-AARC-COUNT-LINE
