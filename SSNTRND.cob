      *                         TRNDRPT.DAT is the file management
      *                         gets instead of numbers retyped from
      *                         saved printouts.
      * 10/15/26  Maintenance   Verification notice run lines (SSNVNOT)
      *                         print under each month: first and second
      *                         notices, supervisor referrals, failures
      *                         cleared, and the cleared share of the
      *                         cycles that closed.
      * 10/15/26  Maintenance   Data-quality scorecard lines (SSNQUAL)
      *                         print under each month: the latest run's
      *                         quality percentage, its change from the
      *                         previous scorecard month, and the
      *                         records failing each check.
      * 10/15/26  Maintenance   Night-stream lines voided by a back-out
      *                         are no longer trended. Each date's lines
      *                         are held until the date changes, and a
      *                         back-out line (SSNNITE) for the same
      *                         date drops the night-stream steps' lines
      *                         held before it (SSNPREP through SSNACK,
      *                         and SSNRCYC). Daytime runs the back-out
      *                         does not undo (SSAVMAT, SSNVNOT,
      *                         SSNQUAL and the rest) are still
      *                         trended. The count voided prints after
      *                         the totals.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.

       01  WS-RECORDS-READ            PIC 9(7) VALUE 0.

      *    One date's lines are held until the date changes.  A
      *    back-out line (SSNNITE) for the same date voids only the
      *    night-stream lines held before it, so a backed-out night
      *    is not trended alongside its rerun; the daytime runs the
      *    back-out leaves standing keep their lines.
       01  WS-HELD-DATE               PIC 9(8) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(3) VALUE 0.
       01  WS-HLD-IDX                 PIC 9(3) VALUE 0.
       01  WS-HLD-KEPT                PIC 9(3) VALUE 0.
       01  WS-HELD-TABLE.
           05 WS-HELD-LINE            PIC X(36) OCCURS 200 TIMES.

      *    The night-stream steps, as the sequencer runs them, and
      *    the hand-run recycle pass between SSNXREF and SSNACK.
       01  WS-NIGHT-STEP-TABLE.
           05 FILLER                  PIC X(8) VALUE "SSNPREP ".
           05 FILLER                  PIC X(8) VALUE "SSNMAINT".
           05 FILLER                  PIC X(8) VALUE "SSNBAL  ".
           05 FILLER                  PIC X(8) VALUE "SSNPROM ".
           05 FILLER                  PIC X(8) VALUE "SSNDELT ".
           05 FILLER                  PIC X(8) VALUE "SSNXREF ".
           05 FILLER                  PIC X(8) VALUE "SSNACK  ".
           05 FILLER                  PIC X(8) VALUE "SSNRCYC ".
       01  WS-NIGHT-STEPS REDEFINES WS-NIGHT-STEP-TABLE.
           05 WS-NIGHT-STEP-OF        PIC X(8) OCCURS 8 TIMES.
       01  WS-STEP-IDX                PIC 9(1) VALUE 0.
       01  WS-NIGHT-LINE-SW           PIC X VALUE "N".
           88 WS-NIGHT-LINE           VALUE "Y".
       01  WS-INCOMING-LINE           PIC X(36).
       01  WS-RECORDS-VOIDED          PIC 9(7) VALUE 0.

      *    Three years of months; the history file is appended
      *    chronologically, so months land in the table in order and
      *    print in order.  History deeper than the table stops the
                 15 WS-MW-BACKLOG     PIC 9(5).
                 15 WS-MW-ANY-SW      PIC X.
                    88 WS-MW-ANY-DATA VALUE "Y".
      *       Verification notices are trended by the month only --
      *       the notice run is periodic, not nightly.
              10 WS-MT-NOTICE-1       PIC 9(7).
              10 WS-MT-NOTICE-2       PIC 9(7).
              10 WS-MT-REFERRED       PIC 9(7).
              10 WS-MT-CLEARED        PIC 9(7).
              10 WS-MT-NOTICE-SW      PIC X.
                 88 WS-MT-NOTICE-DATA VALUE "Y".
      *       The data-quality scorecard (SSNQUAL) measures a level,
      *       so the month keeps the latest run's figures, not a sum.
              10 WS-MT-QUAL-PCT       PIC 999V9.
              10 WS-MT-QUAL-CHECKED   PIC 9(5).
              10 WS-MT-QUAL-FAILING   PIC 9(5).
              10 WS-MT-QUAL-EDIT      PIC 9(5).
              10 WS-MT-QUAL-UNVER     PIC 9(5).
              10 WS-MT-QUAL-AGE       PIC 9(5).
              10 WS-MT-QUAL-DEATH     PIC 9(5).
              10 WS-MT-QUAL-ADDR      PIC 9(5).
              10 WS-MT-QUAL-ZIP       PIC 9(5).
              10 WS-MT-QUAL-PHONE     PIC 9(5).
              10 WS-MT-QUAL-SW        PIC X.
                 88 WS-MT-QUAL-DATA   VALUE "Y".

       01  WS-MON-VOLUME              PIC 9(7) VALUE 0.
       01  WS-MON-REJECTS             PIC 9(7) VALUE 0.

       01  WS-RATE-COMPUTE            PIC 999V9.

      *    Quality percentage of the last month printed that had a
      *    scorecard, for the month-over-month change.
       01  WS-PRIOR-QUAL-PCT          PIC 999V9 VALUE 0.
       01  WS-PRIOR-QUAL-SW           PIC X VALUE "N".
           88 WS-PRIOR-QUAL-DATA      VALUE "Y".
       01  WS-QUAL-CHANGE             PIC S999V9 VALUE 0.

       01  WS-TRND-HEADING-LINE.
           05 FILLER                  PIC X(25)  VALUE SPACES.
           05 FILLER                  PIC X(30)  VALUE
           05 TD-BACKLOG              PIC ZZZZ9.
           05 FILLER                  PIC X(16)  VALUE SPACES.

      *    Under the month line when the notice run reported that
      *    month: notices sent, supervisor referrals, failures
      *    cleared, and the cleared share of the cycles that closed
      *    (cleared against cleared plus referred).
       01  WS-TRND-NOTICE-LINE.
           05 FILLER                  PIC X(9)   VALUE "NOTICES".
           05 FILLER                  PIC X(4)   VALUE "1ST ".
           05 TN-FIRST                PIC ZZZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(4)   VALUE "2ND ".
           05 TN-SECOND               PIC ZZZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(6)   VALUE "REFER ".
           05 TN-REFERRED             PIC ZZZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(8)   VALUE "CLEARED ".
           05 TN-CLEARED              PIC ZZZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(4)   VALUE "CLR ".
           05 TN-CLEAR-PCT            PIC ZZ9.9.
           05 FILLER                  PIC X(1)   VALUE "%".
           05 FILLER                  PIC X(3)   VALUE SPACES.

      *    Under the month line when the data-quality scorecard ran
      *    that month: the quality percentage and its change from
      *    the previous scorecard month, then the records failing
      *    each check.
       01  WS-TRND-QUALITY-LINE.
           05 FILLER                  PIC X(9)   VALUE "QUALITY".
           05 TQ-QUALITY-PCT          PIC ZZ9.9.
           05 FILLER                  PIC X(1)   VALUE "%".
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(7)   VALUE "CHANGE ".
           05 TQ-CHANGE               PIC +++9.9.
           05 TQ-CHANGE-X REDEFINES TQ-CHANGE PIC X(6).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(8)   VALUE "CHECKED ".
           05 TQ-CHECKED              PIC ZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(8)   VALUE "FAILING ".
           05 TQ-FAILING              PIC ZZZZ9.
           05 FILLER                  PIC X(20)  VALUE SPACES.

       01  WS-TRND-QUALITY-CHECK-LINE.
           05 FILLER                  PIC X(7)   VALUE "  EDIT ".
           05 TQ-EDIT                 PIC ZZZZ9.
           05 FILLER                  PIC X(7)   VALUE " UNVER ".
           05 TQ-UNVER                PIC ZZZZ9.
           05 FILLER                  PIC X(5)   VALUE " AGE ".
           05 TQ-AGE                  PIC ZZZZ9.
           05 FILLER                  PIC X(7)   VALUE " DEATH ".
           05 TQ-DEATH                PIC ZZZZ9.
           05 FILLER                  PIC X(6)   VALUE " ADDR ".
           05 TQ-ADDR                 PIC ZZZZ9.
           05 FILLER                  PIC X(5)   VALUE " ZIP ".
           05 TQ-ZIP                  PIC ZZZZ9.
           05 FILLER                  PIC X(7)   VALUE " PHONE ".
           05 TQ-PHONE                PIC ZZZZ9.
           05 FILLER                  PIC X(1)   VALUE SPACES.

       01  WS-TRND-TOTAL-LINE.
           05 FILLER                  PIC X(21)  VALUE
               "STATS RECORDS READ: ".
               "MONTHS COVERED: ".
           05 TT-MONTHS               PIC Z9.
           05 FILLER                  PIC X(28)  VALUE SPACES.

       01  WS-TRND-VOIDED-LINE.
           05 FILLER                  PIC X(21)  VALUE
               "VOIDED BY BACK-OUT: ".
           05 TT-RECORDS-VOIDED       PIC ZZZZZZ9.
           05 FILLER                  PIC X(52)  VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM 2000-READ-STATS.
           PERFORM 3000-BUCKET-ONE-RECORD
               UNTIL WS-STATS-EOF.
           PERFORM 3200-RELEASE-HELD-LINES.
           PERFORM 7000-PRINT-TREND-REPORT.
           PERFORM 9000-TERMINATE.
           STOP RUN.
           END-READ.

       3000-BUCKET-ONE-RECORD.
           MOVE RUN-STATS-RECORD TO WS-INCOMING-LINE.
           IF WS-HELD-COUNT > 0 AND RS-RUN-DATE NOT = WS-HELD-DATE
               PERFORM 3200-RELEASE-HELD-LINES
               MOVE WS-INCOMING-LINE TO RUN-STATS-RECORD
           END-IF.
           IF RS-PROGRAM = "SSNNITE "
               PERFORM 3150-VOID-NIGHT-LINES
           END-IF.
           IF WS-HELD-COUNT >= 200
               DISPLAY "HELD LINE TABLE FULL - RESIZE "
                   "WS-HELD-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           MOVE RS-RUN-DATE TO WS-HELD-DATE.
           MOVE WS-INCOMING-LINE TO WS-HELD-LINE(WS-HELD-COUNT).
           PERFORM 2000-READ-STATS.

       3100-FIND-MONTH-SLOT.
                   MOVE ZEROS TO WS-MW-BACKLOG(WS-MON-SLOT WS-WK-IDX)
                   MOVE "N" TO WS-MW-ANY-SW(WS-MON-SLOT WS-WK-IDX)
               END-PERFORM
               MOVE ZEROS TO WS-MT-NOTICE-1(WS-MON-SLOT)
               MOVE ZEROS TO WS-MT-NOTICE-2(WS-MON-SLOT)
               MOVE ZEROS TO WS-MT-REFERRED(WS-MON-SLOT)
               MOVE ZEROS TO WS-MT-CLEARED(WS-MON-SLOT)
               MOVE "N" TO WS-MT-NOTICE-SW(WS-MON-SLOT)
               MOVE "N" TO WS-MT-QUAL-SW(WS-MON-SLOT)
           END-IF.

      *    Night-stream lines are voided; the lines of runs outside
      *    the night close up in the table, in the order they came.
       3150-VOID-NIGHT-LINES.
           MOVE 0 TO WS-HLD-KEPT.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HELD-COUNT
               MOVE "N" TO WS-NIGHT-LINE-SW
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 8 OR WS-NIGHT-LINE
                   IF WS-HELD-LINE(WS-HLD-IDX)(9:8)
                           = WS-NIGHT-STEP-OF(WS-STEP-IDX)
                       SET WS-NIGHT-LINE TO TRUE
                   END-IF
               END-PERFORM
               IF WS-NIGHT-LINE
                   ADD 1 TO WS-RECORDS-VOIDED
               ELSE
                   ADD 1 TO WS-HLD-KEPT
                   MOVE WS-HELD-LINE(WS-HLD-IDX)
                       TO WS-HELD-LINE(WS-HLD-KEPT)
               END-IF
           END-PERFORM.
           MOVE WS-HLD-KEPT TO WS-HELD-COUNT.

       3200-RELEASE-HELD-LINES.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HELD-COUNT
               MOVE WS-HELD-LINE(WS-HLD-IDX) TO RUN-STATS-RECORD
               PERFORM 3300-BUCKET-HELD-LINE
           END-PERFORM.
           MOVE 0 TO WS-HELD-COUNT.

       3300-BUCKET-HELD-LINE.
           PERFORM 3100-FIND-MONTH-SLOT.
           MOVE RS-RUN-DATE(7:2) TO WS-DAY-WORK.
           COMPUTE WS-WEEK-OF-MONTH = ((WS-DAY-WORK - 1) / 7) + 1.
           IF WS-WEEK-OF-MONTH > 5
               MOVE 5 TO WS-WEEK-OF-MONTH
           END-IF.
           PERFORM 3500-ADD-TO-BUCKET.

      *    Volume and rates sum; the recycle backlog is a level, so
      *    the latest line in the bucket simply replaces it -- the
                       TO WS-MW-BACKLOG(WS-MON-SLOT WS-WEEK-OF-MONTH)
                   SET WS-MW-ANY-DATA(WS-MON-SLOT WS-WEEK-OF-MONTH)
                       TO TRUE
               WHEN "SSNVNOT "
                   ADD RS-COUNT-1 TO WS-MT-NOTICE-1(WS-MON-SLOT)
                   ADD RS-COUNT-2 TO WS-MT-NOTICE-2(WS-MON-SLOT)
                   ADD RS-COUNT-3 TO WS-MT-REFERRED(WS-MON-SLOT)
                   ADD RS-COUNT-4 TO WS-MT-CLEARED(WS-MON-SLOT)
                   SET WS-MT-NOTICE-DATA(WS-MON-SLOT) TO TRUE
               WHEN "SSNQUAL "
                   COMPUTE WS-MT-QUAL-PCT(WS-MON-SLOT) =
                       RS-COUNT-3 / 10
                   MOVE RS-COUNT-1 TO WS-MT-QUAL-CHECKED(WS-MON-SLOT)
                   MOVE RS-COUNT-4 TO WS-MT-QUAL-FAILING(WS-MON-SLOT)
                   SET WS-MT-QUAL-DATA(WS-MON-SLOT) TO TRUE
               WHEN "SSNQUAL1"
                   MOVE RS-COUNT-1 TO WS-MT-QUAL-EDIT(WS-MON-SLOT)
                   MOVE RS-COUNT-2 TO WS-MT-QUAL-UNVER(WS-MON-SLOT)
                   MOVE RS-COUNT-3 TO WS-MT-QUAL-AGE(WS-MON-SLOT)
                   MOVE RS-COUNT-4 TO WS-MT-QUAL-DEATH(WS-MON-SLOT)
               WHEN "SSNQUAL2"
                   MOVE RS-COUNT-1 TO WS-MT-QUAL-ADDR(WS-MON-SLOT)
                   MOVE RS-COUNT-2 TO WS-MT-QUAL-ZIP(WS-MON-SLOT)
                   MOVE RS-COUNT-3 TO WS-MT-QUAL-PHONE(WS-MON-SLOT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-RECORDS-READ TO TT-RECORDS-READ.
           MOVE WS-MONTHS-USED  TO TT-MONTHS.
           WRITE TREND-REPORT-RECORD FROM WS-TRND-TOTAL-LINE.
           MOVE WS-RECORDS-VOIDED TO TT-RECORDS-VOIDED.
           WRITE TREND-REPORT-RECORD FROM WS-TRND-VOIDED-LINE.

       7100-PRINT-ONE-MONTH.
           MOVE SPACES TO TREND-REPORT-RECORD.
           PERFORM 7400-COMPUTE-VFAIL-RATE.
           MOVE WS-MON-BACKLOG TO TD-BACKLOG.
           WRITE TREND-REPORT-RECORD FROM WS-TRND-DETAIL-LINE.
           IF WS-MT-NOTICE-DATA(WS-MON-IDX)
               PERFORM 7500-PRINT-NOTICE-LINE
           END-IF.
           IF WS-MT-QUAL-DATA(WS-MON-IDX)
               PERFORM 7600-PRINT-QUALITY-LINES
           END-IF.

       7200-PRINT-ONE-WEEK.
           IF WS-MW-ANY-DATA(WS-MON-IDX WS-WK-IDX)
           END-IF.
           MOVE WS-RATE-COMPUTE TO TD-VFAIL-PCT.

       7500-PRINT-NOTICE-LINE.
           MOVE WS-MT-NOTICE-1(WS-MON-IDX) TO TN-FIRST.
           MOVE WS-MT-NOTICE-2(WS-MON-IDX) TO TN-SECOND.
           MOVE WS-MT-REFERRED(WS-MON-IDX) TO TN-REFERRED.
           MOVE WS-MT-CLEARED(WS-MON-IDX)  TO TN-CLEARED.
           MOVE ZEROS TO WS-RATE-COMPUTE.
           IF WS-MT-CLEARED(WS-MON-IDX) + WS-MT-REFERRED(WS-MON-IDX)
                   > 0
               COMPUTE WS-RATE-COMPUTE ROUNDED =
                   WS-MT-CLEARED(WS-MON-IDX) * 100
                       / (WS-MT-CLEARED(WS-MON-IDX)
                          + WS-MT-REFERRED(WS-MON-IDX))
           END-IF.
           MOVE WS-RATE-COMPUTE TO TN-CLEAR-PCT.
           WRITE TREND-REPORT-RECORD FROM WS-TRND-NOTICE-LINE.

       7600-PRINT-QUALITY-LINES.
           MOVE WS-MT-QUAL-PCT(WS-MON-IDX)     TO TQ-QUALITY-PCT.
           IF WS-PRIOR-QUAL-DATA
               COMPUTE WS-QUAL-CHANGE =
                   WS-MT-QUAL-PCT(WS-MON-IDX) - WS-PRIOR-QUAL-PCT
               MOVE WS-QUAL-CHANGE TO TQ-CHANGE
           ELSE
               MOVE "   N/A" TO TQ-CHANGE-X
           END-IF.
           MOVE WS-MT-QUAL-PCT(WS-MON-IDX)     TO WS-PRIOR-QUAL-PCT.
           SET WS-PRIOR-QUAL-DATA TO TRUE.
           MOVE WS-MT-QUAL-CHECKED(WS-MON-IDX) TO TQ-CHECKED.
           MOVE WS-MT-QUAL-FAILING(WS-MON-IDX) TO TQ-FAILING.
           WRITE TREND-REPORT-RECORD FROM WS-TRND-QUALITY-LINE.
           MOVE WS-MT-QUAL-EDIT(WS-MON-IDX)    TO TQ-EDIT.
           MOVE WS-MT-QUAL-UNVER(WS-MON-IDX)   TO TQ-UNVER.
           MOVE WS-MT-QUAL-AGE(WS-MON-IDX)     TO TQ-AGE.
           MOVE WS-MT-QUAL-DEATH(WS-MON-IDX)   TO TQ-DEATH.
           MOVE WS-MT-QUAL-ADDR(WS-MON-IDX)    TO TQ-ADDR.
           MOVE WS-MT-QUAL-ZIP(WS-MON-IDX)     TO TQ-ZIP.
           MOVE WS-MT-QUAL-PHONE(WS-MON-IDX)   TO TQ-PHONE.
           WRITE TREND-REPORT-RECORD FROM WS-TRND-QUALITY-CHECK-LINE.

       9000-TERMINATE.
           CLOSE RUN-STATS-FILE.
           CLOSE TREND-REPORT-FILE.
           DISPLAY "STATS RECORDS READ: " WS-RECORDS-READ.
           DISPLAY "MONTHS COVERED:     " WS-MONTHS-USED.
           DISPLAY "VOIDED BY BACK-OUT: " WS-RECORDS-VOIDED.
