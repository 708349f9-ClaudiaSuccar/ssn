      *                         is reached the same way SSNAUDIT
      *                         reaches it, FILE=ARCHIVE against the
      *                         renamed archive cut.
      * 10/15/26  Maintenance   Audit records widened to 124 bytes for
      *                         the keyer and approver of a two-operator
      *                         transaction and the deceased status and
      *                         date of death on each side. The replay
      *                         also rebuilds the deceased status and
      *                         date of death, printed as a DECEASED
      *                         line beside the current master's.
      * 10/15/26  Maintenance   Master record widened to 130 bytes for
      *                         the returned-mail (undeliverable
      *                         address) stamp (CIVMAST).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

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

       FD  ASOF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
              06 WS-RECON-SSGROUP     PIC 99.
              06 WS-RECON-SSSERIAL    PIC 9999.

      *    The deceased status and date of death the same entries
      *    carry beside the identity image.
       01  WS-RECON-DEATH.
           05 WS-RECON-DECEASED-STATUS PIC X.
           05 WS-RECON-DATE-OF-DEATH  PIC 9(8).

       01  WS-RECON-ON-FILE-SW        PIC X VALUE "N".
           88 WS-RECON-ON-FILE        VALUE "Y".

           05 WS-DE-YYYY              PIC 9(4).

       01  WS-SSN-MASKED              PIC X(11).

      *    One deceased state and the way it prints: DIED with the
      *    date, REVERSED for a stamp a clerk took off (status "R"),
      *    NOT DECEASED otherwise.
       01  WS-DEATH-STATUS            PIC X.
       01  WS-DEATH-DATE              PIC 9(8).
       01  WS-DEATH-VALUE             PIC X(22).
      *****************************************************************
       PROCEDURE DIVISION.

               ELSE
                   SET WS-RECON-ON-FILE TO TRUE
                   MOVE AU-AFTER-IMAGE TO WS-RECON-IMAGE
                   MOVE AU-AFTER-DEATH TO WS-RECON-DEATH
               END-IF
           END-IF.
           PERFORM 2000-READ-AUDIT.
               PERFORM 7100-PRINT-NAME-LINE
               PERFORM 7200-PRINT-DOB-LINE
               PERFORM 7300-PRINT-SSN-LINE
               PERFORM 7400-PRINT-DEATH-LINE
           END-IF.
           MOVE SPACES TO ASOF-REPORT-RECORD.
           WRITE ASOF-REPORT-RECORD.
           MOVE "AS-OF IMAGE REBUILT FROM THE AUDIT TRAIL - IDENTITY "
               TO AN-MESSAGE.
           WRITE ASOF-REPORT-RECORD FROM WS-ASOF-NOTE-LINE.
           MOVE "FIELDS AND DECEASED STATUS; ADDRESS IS NOT AUDITED"
               TO AN-MESSAGE.
           WRITE ASOF-REPORT-RECORD FROM WS-ASOF-NOTE-LINE.

           END-IF.
           WRITE ASOF-REPORT-RECORD FROM WS-ASOF-DETAIL-LINE.

      *    An entry written before the audit record carried the death
      *    state replays as not deceased.
       7400-PRINT-DEATH-LINE.
           MOVE "DECEASED" TO AD-FIELD-NAME.
           IF WS-RECON-ON-FILE
               MOVE WS-RECON-DECEASED-STATUS TO WS-DEATH-STATUS
               MOVE WS-RECON-DATE-OF-DEATH   TO WS-DEATH-DATE
               PERFORM 7450-FORMAT-DEATH-VALUE
               MOVE WS-DEATH-VALUE TO AD-ASOF-VALUE
           ELSE
               MOVE SPACES TO AD-ASOF-VALUE
           END-IF.
           IF WS-CURRENT-FOUND
               MOVE CM-DECEASED-STATUS TO WS-DEATH-STATUS
               MOVE CM-DATE-OF-DEATH   TO WS-DEATH-DATE
               PERFORM 7450-FORMAT-DEATH-VALUE
               MOVE WS-DEATH-VALUE TO AD-CURRENT-VALUE
           ELSE
               MOVE SPACES TO AD-CURRENT-VALUE
           END-IF.
           IF AD-ASOF-VALUE = AD-CURRENT-VALUE
               MOVE SPACES TO AD-DIFFERS-FLAG
           ELSE
               MOVE "   *" TO AD-DIFFERS-FLAG
           END-IF.
           WRITE ASOF-REPORT-RECORD FROM WS-ASOF-DETAIL-LINE.

       7450-FORMAT-DEATH-VALUE.
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
                   MOVE "NOT DECEASED" TO WS-DEATH-VALUE
           END-EVALUATE.

       9000-TERMINATE.
           IF WS-ARCHIVE-MODE
               CLOSE ARCHIVE-AUDIT-FILE
