      *                         layout moved to WORKING-STORAGE so
      *                         one set of selection and print
      *                         paragraphs serves both files.
      * 10/15/26  Maintenance   Entries for the deceased transactions
      *                         print as DTH SET (K) and DTH REV (R).
      * 10/15/26  Maintenance   Audit records widened to 124 bytes.  A
      *                         Change, Delete or Merge released by
      *                         second-operator approval shows the
      *                         keying and approving operators on its
      *                         entry header, and each entry prints a
      *                         DECEASED line with the deceased status
      *                         and date of death before and after, so a
      *                         K or R shows the death set or cleared.
      * 10/15/26  Maintenance   Returned-mail (U) audit entries written
      *                         by SSNRETM print as RET MAIL.
      * 10/15/26  Maintenance   Retention moves to the inactive history
      *                         (I entries, SSNINAC) print as INACTIVE.
      * 10/15/26  Maintenance   Death-match stamp (S) entries written by
      *                         SSNDMAT print as DTH MTCH.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  AUDIT-FILE-RECORD       PIC X(124).

       FD  ARCHIVE-AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ARCHIVE-AUDIT-RECORD    PIC X(124).

       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  WS-LINES-PER-PAGE          PIC 9(2) VALUE 60.
       01  WS-PAGE-COUNT              PIC 9(3) VALUE 0.
      *    Lines one audit entry takes on the report (header, column
      *    titles, four field lines, separator) -- a page break comes
      *    early rather than split an entry across pages.
       01  WS-LINES-PER-ENTRY         PIC 9(2) VALUE 7.

       01  WS-AUDR-HEADING-1.
           05 FILLER                  PIC X(27)  VALUE SPACES.
           05 AE-RUN-DD               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 AE-RUN-YYYY             PIC 9(4).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 AE-APPROVAL-INFO.
              10 AE-KEYED-LABEL       PIC X(7).
              10 AE-KEYED-BY          PIC X(8).
              10 AE-APPROVED-LABEL    PIC X(6).
              10 AE-APPROVED-BY       PIC X(8).
           05 FILLER                  PIC X(7)   VALUE SPACES.

       01  WS-AUDR-COLUMN-HEADING.
           05 FILLER                  PIC X(13)  VALUE "FIELD".

       01  WS-SSN-MASKED              PIC X(11).

      *    One side's deceased status and date of death, and the way
      *    it prints: DIED with the date, REVERSED for a stamp a clerk
      *    took off (status "R"), blank otherwise.
       01  WS-DEATH-STATUS            PIC X.
       01  WS-DEATH-DATE              PIC 9(8).
       01  WS-DEATH-VALUE             PIC X(22).

      *    What an "empty" audit image looks like -- the blanks and
      *    zeros SSNMAINT moves for the missing side of an Add, a
      *    Delete, or the retired half of a Merge.
               END-READ
           END-IF.

      *    One audit entry is a seven-line block: header, column
      *    titles, NAME / DOB / SSN / DECEASED lines with before and
      *    after side by side, and a blank separator.  A side whose
      *    image is the empty image is shown blank -- an Add's
      *    before, a Delete's after, and the retired half of a
      *    Merge; a field that differs between the two images is
      *    flagged "*".
       3000-PRINT-AUDIT-ENTRY.
           IF WS-LINE-COUNT = 0
                   OR WS-LINE-COUNT > WS-LINES-PER-PAGE
               WHEN "M" MOVE "MERGE   " TO AE-ACTION
               WHEN "E" MOVE "ADDR ADD" TO AE-ACTION
               WHEN "X" MOVE "ADDR CHG" TO AE-ACTION
               WHEN "K" MOVE "DTH SET " TO AE-ACTION
               WHEN "R" MOVE "DTH REV " TO AE-ACTION
               WHEN "U" MOVE "RET MAIL" TO AE-ACTION
               WHEN "I" MOVE "INACTIVE" TO AE-ACTION
               WHEN "S" MOVE "DTH MTCH" TO AE-ACTION
               WHEN OTHER MOVE AU-CODE  TO AE-ACTION
           END-EVALUATE.
           MOVE AU-RUN-DATE(5:2) TO AE-RUN-MM.
           MOVE AU-RUN-DATE(7:2) TO AE-RUN-DD.
           MOVE AU-RUN-DATE(1:4) TO AE-RUN-YYYY.
           IF AU-APPROVED-BY = SPACES
               MOVE SPACES TO AE-APPROVAL-INFO
           ELSE
               MOVE "KEYED " TO AE-KEYED-LABEL
               MOVE AU-KEYED-BY TO AE-KEYED-BY
               MOVE " APPR " TO AE-APPROVED-LABEL
               MOVE AU-APPROVED-BY TO AE-APPROVED-BY
           END-IF.
           WRITE AUDIT-REPORT-RECORD FROM WS-AUDR-ENTRY-HEADER.
           WRITE AUDIT-REPORT-RECORD FROM WS-AUDR-COLUMN-HEADING.
           PERFORM 3100-PRINT-NAME-LINE.
           PERFORM 3200-PRINT-DOB-LINE.
           PERFORM 3300-PRINT-SSN-LINE.
           PERFORM 3400-PRINT-DEATH-LINE.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           ADD WS-LINES-PER-ENTRY TO WS-LINE-COUNT.
           END-IF.
           WRITE AUDIT-REPORT-RECORD FROM WS-AUDR-DETAIL-LINE.

      *    Entries written before the audit record carried the death
      *    state have blanks and zeros here on both sides, and print
      *    blank.
       3400-PRINT-DEATH-LINE.
           MOVE "DECEASED" TO AD-FIELD-NAME.
           MOVE AU-BEFORE-DECEASED-STATUS TO WS-DEATH-STATUS.
           MOVE AU-BEFORE-DATE-OF-DEATH   TO WS-DEATH-DATE.
           PERFORM 3450-FORMAT-DEATH-VALUE.
           MOVE WS-DEATH-VALUE TO AD-BEFORE-VALUE.
           MOVE AU-AFTER-DECEASED-STATUS  TO WS-DEATH-STATUS.
           MOVE AU-AFTER-DATE-OF-DEATH    TO WS-DEATH-DATE.
           PERFORM 3450-FORMAT-DEATH-VALUE.
           MOVE WS-DEATH-VALUE TO AD-AFTER-VALUE.
           IF AU-BEFORE-DEATH = AU-AFTER-DEATH
               MOVE SPACES TO AD-CHANGED-FLAG
           ELSE
               MOVE "   *" TO AD-CHANGED-FLAG
           END-IF.
           WRITE AUDIT-REPORT-RECORD FROM WS-AUDR-DETAIL-LINE.

       3450-FORMAT-DEATH-VALUE.
           MOVE SPACES TO WS-DEATH-VALUE.
           EVALUATE WS-DEATH-STATUS
               WHEN "D"
                   MOVE WS-DEATH-DATE(5:2) TO WS-DE-MM
                   MOVE WS-DEATH-DATE(7:2) TO WS-DE-DD
                   MOVE WS-DEATH-DATE(1:4) TO WS-DE-YYYY
                   MOVE "DIED"         TO WS-DEATH-VALUE(1:4)
                   MOVE WS-DATE-EDITED TO WS-DEATH-VALUE(6:10)
               WHEN "R"
                   MOVE "REVERSED"     TO WS-DEATH-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Page break: heading, run-date line, blank line.
       7000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
