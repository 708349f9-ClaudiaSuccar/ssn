      *****************************************************************
      * Program name:    SSNSECR
      * Original author: Maintenance
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  Maintenance   Created as the monthly access review
      *                         over the security access log
      *                         (SECLOG.DAT).  Every privileged run --
      *                         SSN, SSAVEXT, SSNRLKP and the other
      *                         OPSEC-gated programs -- appends a
      *                         record there, but nothing read it and
      *                         the auditors were sorting the raw
      *                         file by hand.  Takes FROM=yyyymmdd
      *                         and TO=yyyymmdd on the command line
      *                         (default: the whole of last calendar
      *                         month) and prints, to SECRPT.DAT,
      *                         granted and denied counts by operator
      *                         and by program with the SL-RECORDS
      *                         each extracted, every attempt outside
      *                         business hours, operators with
      *                         repeated denials, operators whose
      *                         reverse-lookup (SSNRLKP) volume runs
      *                         well above their own prior month, and
      *                         operator IDs in the log that are no
      *                         longer on the authorization file
      *                         (OPAUTH.DAT).  The report ends in a
      *                         sign-off block; the supervisors sign
      *                         it as the quarterly access
      *                         recertification.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SSNSECR.
       AUTHOR. Maintenance.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPSECSEL.

           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECRPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  SECURITY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  SECURITY-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNDATE.
           COPY OPSECWS.

       01  WS-SECRPT-STATUS           PIC XX.
           88 WS-SECRPT-OK            VALUE "00".

       01  WS-SECLOG-EOF-SW           PIC X VALUE "N".
           88 WS-SECLOG-EOF           VALUE "Y".

       01  WS-RUN-PARM                PIC X(45).
       01  WS-RUN-PARM-1              PIC X(15).
       01  WS-RUN-PARM-2              PIC X(15).
       01  WS-PARM-WORK               PIC X(15).
       01  WS-PARM-KEY                PIC X(8).
       01  WS-PARM-VALUE              PIC X(15).

      *    The review period, and the calendar month before it that
      *    each operator's reverse-lookup volume is measured against.
      *    A month window runs day 01 through day 31 -- the compare
      *    is on YYYYMMDD, so a short month needs no special case.
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-TO-DATE                 PIC 9(8).
       01  WS-PRIOR-FROM-DATE         PIC 9(8).
       01  WS-PRIOR-TO-DATE           PIC 9(8).
       01  WS-MONTH-WORK.
           05 WS-MW-YYYY              PIC 9(4).
           05 WS-MW-MM                PIC 99.
           05 WS-MW-DD                PIC 99.
       01  WS-MONTH-WORK-DATE REDEFINES WS-MONTH-WORK
                                      PIC 9(8).

      *    Business hours are 07:00 up to 19:00, Monday to Friday;
      *    any attempt outside them is listed.
       01  WS-BUSINESS-START          PIC 9(6) VALUE 070000.
       01  WS-BUSINESS-END            PIC 9(6) VALUE 190000.

      *    An operator denied this many times in the period is
      *    listed under repeated denials.
       01  WS-DENIAL-THRESHOLD        PIC 9 VALUE 3.

      *    Reverse-lookup volume is "well above" the operator's prior
      *    month when it is at least WS-SPIKE-FACTOR times the prior
      *    month's and at least WS-SPIKE-MINIMUM lookups more -- so a
      *    quiet operator going from one lookup to two is not
      *    flagged.  An operator with no prior-month lookups is
      *    flagged at WS-SPIKE-MINIMUM.
       01  WS-SPIKE-FACTOR            PIC 9(2) VALUE 2.
       01  WS-SPIKE-MINIMUM           PIC 9(3) VALUE 5.
       01  WS-LOOKUP-PROGRAM          PIC X(8) VALUE "SSNRLKP ".

      *    Day of the week for a log date (see 5500-FIND-DAY-OF-
      *    WEEK): 0 Saturday, 1 Sunday, 2 Monday ... 6 Friday.
       01  WS-ZL-YEAR                 PIC 9(4).
       01  WS-ZL-MONTH                PIC 9(2).
       01  WS-ZL-DAY                  PIC 9(2).
       01  WS-ZL-CENTURY              PIC 9(2).
       01  WS-ZL-YEAR-OF-CENTURY      PIC 9(2).
       01  WS-ZL-MONTH-TERM           PIC 9(3).
       01  WS-ZL-YOC-TERM             PIC 9(3).
       01  WS-ZL-CENTURY-TERM         PIC 9(3).
       01  WS-ZL-SUM                  PIC 9(4).
       01  WS-ZL-QUOTIENT             PIC 9(4).
       01  WS-ZL-WEEKDAY              PIC 9.
           88 WS-ZL-WEEKEND           VALUE 0 1.
       01  WS-DAY-NAMES-LIST          PIC X(21)
               VALUE "SATSUNMONTUEWEDTHUFRI".
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-LIST.
           05 WS-DAY-NAME             PIC X(3) OCCURS 7 TIMES.

       01  WS-AFTER-HOURS-SW          PIC X.
           88 WS-AFTER-HOURS          VALUE "Y".

      *    The operator and program tables are kept in key order as
      *    they are built, so the report needs no sort.
       01  WS-OPERATOR-COUNT          PIC 9(3) VALUE 0.
       01  WS-OPR-IDX                 PIC 9(3).
       01  WS-OPR-SLOT                PIC 9(3).
       01  WS-OPERATOR-TABLE.
           05 WS-OPR-ENTRY OCCURS 200 TIMES.
              10 WS-OPR-ID            PIC X(8).
              10 WS-OPR-GRANTED       PIC 9(5).
              10 WS-OPR-DENIED        PIC 9(5).
              10 WS-OPR-RECORDS       PIC 9(7).
              10 WS-OPR-AFTER-HOURS   PIC 9(5).
              10 WS-OPR-LOOKUPS       PIC 9(5).
              10 WS-OPR-PRIOR-LOOKUPS PIC 9(5).
              10 WS-OPR-LAST-DATE     PIC 9(8).
              10 WS-OPR-AUTH-SW       PIC X.
                 88 WS-OPR-ON-FILE    VALUE "Y".

       01  WS-PROGRAM-COUNT           PIC 9(2) VALUE 0.
       01  WS-PGM-IDX                 PIC 9(2).
       01  WS-PGM-SLOT                PIC 9(2).
       01  WS-PROGRAM-TABLE.
           05 WS-PGM-ENTRY OCCURS 20 TIMES.
              10 WS-PGM-NAME          PIC X(8).
              10 WS-PGM-GRANTED       PIC 9(5).
              10 WS-PGM-DENIED        PIC 9(5).
              10 WS-PGM-RECORDS       PIC 9(7).

       01  WS-AUTH-COUNT              PIC 9(3) VALUE 0.
       01  WS-AUTH-IDX                PIC 9(3).
       01  WS-AUTH-TABLE.
           05 WS-AUTH-ID OCCURS 500 TIMES PIC X(8).

       01  WS-SHIFT-IDX               PIC 9(3).
       01  WS-SPIKE-LEVEL             PIC 9(7).

       01  WS-LOG-RECORDS-READ        PIC 9(7) VALUE 0.
       01  WS-LOG-UNREADABLE          PIC 9(5) VALUE 0.
       01  WS-TOTAL-ATTEMPTS          PIC 9(7) VALUE 0.
       01  WS-TOTAL-GRANTED           PIC 9(7) VALUE 0.
       01  WS-TOTAL-DENIED            PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECORDS           PIC 9(9) VALUE 0.
       01  WS-TOTAL-AFTER-HOURS       PIC 9(7) VALUE 0.
       01  WS-EXCEPTIONS-LISTED       PIC 9(5) VALUE 0.

       01  WS-SEC-HEADING-LINE.
           05 FILLER                  PIC X(29)  VALUE SPACES.
           05 FILLER                  PIC X(22)  VALUE
               "SECURITY ACCESS REVIEW".
           05 FILLER                  PIC X(29)  VALUE SPACES.

       01  WS-SEC-RUN-DATE-LINE.
           05 FILLER                  PIC X(6)   VALUE "RUN: ".
           05 SH-RUN-MM               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SH-RUN-DD               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SH-RUN-YYYY             PIC 9(4).
           05 FILLER                  PIC X(64)  VALUE SPACES.

       01  WS-SEC-PERIOD-LINE.
           05 FILLER                  PIC X(8)   VALUE "PERIOD: ".
           05 SP-FROM-MM              PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SP-FROM-DD              PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SP-FROM-YYYY            PIC 9(4).
           05 FILLER                  PIC X(6)   VALUE " THRU ".
           05 SP-TO-MM                PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SP-TO-DD                PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SP-TO-YYYY              PIC 9(4).
           05 FILLER                  PIC X(16)  VALUE
               "   PRIOR MONTH: ".
           05 SP-PRIOR-MM             PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SP-PRIOR-YYYY           PIC 9(4).
           05 FILLER                  PIC X(22)  VALUE SPACES.

       01  WS-SEC-TITLE-LINE.
           05 ST-TITLE                PIC X(60).
           05 FILLER                  PIC X(20)  VALUE SPACES.

       01  WS-SEC-NONE-LINE.
           05 FILLER                  PIC X(10)  VALUE "  (NONE)".
           05 FILLER                  PIC X(70)  VALUE SPACES.

       01  WS-SEC-OPR-COLUMN-LINE.
           05 FILLER                  PIC X(10)  VALUE "OPERATOR".
           05 FILLER                  PIC X(9)   VALUE "GRANTED".
           05 FILLER                  PIC X(8)   VALUE "DENIED".
           05 FILLER                  PIC X(10)  VALUE "RECORDS".
           05 FILLER                  PIC X(12)  VALUE "AFTER HOURS".
           05 FILLER                  PIC X(10)  VALUE "LOOKUPS".
           05 FILLER                  PIC X(21)  VALUE "ON OPAUTH".

       01  WS-SEC-OPR-DETAIL-LINE.
           05 SO-OPERATOR             PIC X(8).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SO-GRANTED              PIC ZZZZ9.
           05 FILLER                  PIC X(3)   VALUE SPACES.
           05 SO-DENIED               PIC ZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SO-RECORDS              PIC Z(6)9.
           05 FILLER                  PIC X(5)   VALUE SPACES.
           05 SO-AFTER-HOURS          PIC ZZZZ9.
           05 FILLER                  PIC X(4)   VALUE SPACES.
           05 SO-LOOKUPS              PIC ZZZZ9.
           05 FILLER                  PIC X(5)   VALUE SPACES.
           05 SO-ON-FILE              PIC X(3).
           05 FILLER                  PIC X(21)  VALUE SPACES.

       01  WS-SEC-PGM-COLUMN-LINE.
           05 FILLER                  PIC X(10)  VALUE "PROGRAM".
           05 FILLER                  PIC X(9)   VALUE "GRANTED".
           05 FILLER                  PIC X(8)   VALUE "DENIED".
           05 FILLER                  PIC X(53)  VALUE "RECORDS".

       01  WS-SEC-PGM-DETAIL-LINE.
           05 SG-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SG-GRANTED              PIC ZZZZ9.
           05 FILLER                  PIC X(3)   VALUE SPACES.
           05 SG-DENIED               PIC ZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SG-RECORDS              PIC Z(6)9.
           05 FILLER                  PIC X(48)  VALUE SPACES.

       01  WS-SEC-COUNT-LINE.
           05 SC-LABEL                PIC X(30).
           05 SC-COUNT                PIC Z(8)9.
           05 FILLER                  PIC X(41)  VALUE SPACES.

       01  WS-SEC-HOURS-COLUMN-LINE.
           05 FILLER                  PIC X(16)  VALUE "DATE".
           05 FILLER                  PIC X(10)  VALUE "TIME".
           05 FILLER                  PIC X(10)  VALUE "OPERATOR".
           05 FILLER                  PIC X(10)  VALUE "PROGRAM".
           05 FILLER                  PIC X(9)   VALUE "RESULT".
           05 FILLER                  PIC X(25)  VALUE "RECORDS".

       01  WS-SEC-HOURS-DETAIL-LINE.
           05 SA-DAY-NAME             PIC X(3).
           05 FILLER                  PIC X      VALUE SPACE.
           05 SA-MM                   PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SA-DD                   PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SA-YYYY                 PIC 9(4).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SA-HH                   PIC 99.
           05 FILLER                  PIC X      VALUE ":".
           05 SA-MI                   PIC 99.
           05 FILLER                  PIC X      VALUE ":".
           05 SA-SS                   PIC 99.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SA-OPERATOR             PIC X(8).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SA-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SA-RESULT               PIC X(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SA-RECORDS              PIC ZZZZ9.
           05 FILLER                  PIC X(20)  VALUE SPACES.

       01  WS-SEC-DENIAL-COLUMN-LINE.
           05 FILLER                  PIC X(10)  VALUE "OPERATOR".
           05 FILLER                  PIC X(10)  VALUE "DENIED".
           05 FILLER                  PIC X(60)  VALUE "LAST SEEN".

       01  WS-SEC-DENIAL-DETAIL-LINE.
           05 SD-OPERATOR             PIC X(8).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SD-DENIED               PIC ZZZZ9.
           05 FILLER                  PIC X(5)   VALUE SPACES.
           05 SD-LAST-MM              PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SD-LAST-DD              PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SD-LAST-YYYY            PIC 9(4).
           05 FILLER                  PIC X(50)  VALUE SPACES.

       01  WS-SEC-SPIKE-COLUMN-LINE.
           05 FILLER                  PIC X(10)  VALUE "OPERATOR".
           05 FILLER                  PIC X(13)  VALUE "THIS PERIOD".
           05 FILLER                  PIC X(57)  VALUE "PRIOR MONTH".

       01  WS-SEC-SPIKE-DETAIL-LINE.
           05 SK-OPERATOR             PIC X(8).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SK-LOOKUPS              PIC Z(6)9.
           05 FILLER                  PIC X(6)   VALUE SPACES.
           05 SK-PRIOR-LOOKUPS        PIC Z(6)9.
           05 FILLER                  PIC X(50)  VALUE SPACES.

       01  WS-SEC-AUTH-COLUMN-LINE.
           05 FILLER                  PIC X(10)  VALUE "OPERATOR".
           05 FILLER                  PIC X(9)   VALUE "GRANTED".
           05 FILLER                  PIC X(8)   VALUE "DENIED".
           05 FILLER                  PIC X(53)  VALUE "LAST SEEN".

       01  WS-SEC-AUTH-DETAIL-LINE.
           05 SN-OPERATOR             PIC X(8).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SN-GRANTED              PIC ZZZZ9.
           05 FILLER                  PIC X(3)   VALUE SPACES.
           05 SN-DENIED               PIC ZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 SN-LAST-MM              PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SN-LAST-DD              PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 SN-LAST-YYYY            PIC 9(4).
           05 FILLER                  PIC X(45)  VALUE SPACES.

       01  WS-SEC-SIGN-LINE.
           05 FILLER                  PIC X(13)  VALUE "REVIEWED BY: ".
           05 FILLER                  PIC X(30)  VALUE ALL "_".
           05 FILLER                  PIC X(8)   VALUE "  DATE: ".
           05 FILLER                  PIC X(12)  VALUE ALL "_".
           05 FILLER                  PIC X(17)  VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-LOG.
           PERFORM 2800-CHECK-AUTHORIZATION.
           PERFORM 3000-PRINT-ACCESS-COUNTS.
           PERFORM 4000-LIST-AFTER-HOURS.
           PERFORM 4500-LIST-REPEATED-DENIALS.
           PERFORM 4600-LIST-LOOKUP-SPIKES.
           PERFORM 4700-LIST-UNAUTHORIZED.
           PERFORM 7000-PRINT-SIGN-OFF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT SECURITY-REPORT-FILE.
           IF NOT WS-SECRPT-OK
               DISPLAY "ERROR OPENING SECURITY-REPORT-FILE, STATUS: "
                   WS-SECRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.

      *    Default period: all of last calendar month -- the review
      *    is run early in the month for the month just closed.
           MOVE WS-CUR-YYYY TO WS-MW-YYYY.
           MOVE WS-CUR-MM   TO WS-MW-MM.
           PERFORM 1300-BACK-ONE-MONTH.
           MOVE 01 TO WS-MW-DD.
           MOVE WS-MONTH-WORK-DATE TO WS-FROM-DATE.
           MOVE 31 TO WS-MW-DD.
           MOVE WS-MONTH-WORK-DATE TO WS-TO-DATE.

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           UNSTRING WS-RUN-PARM DELIMITED BY SPACE
               INTO WS-RUN-PARM-1 WS-RUN-PARM-2
           END-UNSTRING.
           MOVE WS-RUN-PARM-1 TO WS-PARM-WORK.
           PERFORM 1100-APPLY-SELECTION-PARM.
           MOVE WS-RUN-PARM-2 TO WS-PARM-WORK.
           PERFORM 1100-APPLY-SELECTION-PARM.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE IS AFTER TO DATE - NOTHING TO REVIEW"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The prior month is the calendar month before the one the
      *    period starts in.
           MOVE WS-FROM-DATE TO WS-MONTH-WORK-DATE.
           PERFORM 1300-BACK-ONE-MONTH.
           MOVE 01 TO WS-MW-DD.
           MOVE WS-MONTH-WORK-DATE TO WS-PRIOR-FROM-DATE.
           MOVE 31 TO WS-MW-DD.
           MOVE WS-MONTH-WORK-DATE TO WS-PRIOR-TO-DATE.

           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-HEADING-LINE.
           MOVE WS-CUR-MM   TO SH-RUN-MM.
           MOVE WS-CUR-DD   TO SH-RUN-DD.
           MOVE WS-CUR-YYYY TO SH-RUN-YYYY.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-RUN-DATE-LINE.
           MOVE WS-FROM-DATE(5:2) TO SP-FROM-MM.
           MOVE WS-FROM-DATE(7:2) TO SP-FROM-DD.
           MOVE WS-FROM-DATE(1:4) TO SP-FROM-YYYY.
           MOVE WS-TO-DATE(5:2)   TO SP-TO-MM.
           MOVE WS-TO-DATE(7:2)   TO SP-TO-DD.
           MOVE WS-TO-DATE(1:4)   TO SP-TO-YYYY.
           MOVE WS-PRIOR-FROM-DATE(5:2) TO SP-PRIOR-MM.
           MOVE WS-PRIOR-FROM-DATE(1:4) TO SP-PRIOR-YYYY.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-PERIOD-LINE.

           PERFORM 1500-LOAD-AUTHORIZATION-FILE.

      *    FROM=yyyymmdd and TO=yyyymmdd, keyed at full width the
      *    way SSNAUDIT takes them.
       1100-APPLY-SELECTION-PARM.
           MOVE SPACES TO WS-PARM-KEY.
           MOVE SPACES TO WS-PARM-VALUE.
           UNSTRING WS-PARM-WORK DELIMITED BY "="
               INTO WS-PARM-KEY WS-PARM-VALUE
           END-UNSTRING.
           EVALUATE WS-PARM-KEY
               WHEN "FROM"
                   PERFORM 1160-CHECK-DATE-VALUE
                   MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
               WHEN "TO"
                   PERFORM 1160-CHECK-DATE-VALUE
                   MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1160-CHECK-DATE-VALUE.
           IF WS-PARM-VALUE(1:8) NOT NUMERIC
                   OR WS-PARM-VALUE(9:7) NOT = SPACES
               DISPLAY "INVALID SELECTION VALUE: " WS-PARM-WORK
               DISPLAY "KEY THE DATE AS YYYYMMDD, E.G. FROM=20260801"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-BACK-ONE-MONTH.
           IF WS-MW-MM = 1
               MOVE 12 TO WS-MW-MM
               SUBTRACT 1 FROM WS-MW-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MW-MM
           END-IF.

      *    The review needs the authorization file the way the gate
      *    does -- without it every operator would show as removed,
      *    so the run stops instead.
       1500-LOAD-AUTHORIZATION-FILE.
           OPEN INPUT OPERATOR-AUTH-FILE.
           IF NOT WS-OPAUTH-OK
               DISPLAY "ERROR OPENING OPERATOR-AUTH-FILE, STATUS: "
                   WS-OPAUTH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-OPAUTH-EOF
               READ OPERATOR-AUTH-FILE
                   AT END
                       SET WS-OPAUTH-EOF TO TRUE
                   NOT AT END
                       IF WS-AUTH-COUNT >= 500
                           DISPLAY "AUTHORIZATION TABLE FULL - RESIZE "
                               "WS-AUTH-TABLE AND RECOMPILE"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE OA-OPERATOR-ID TO WS-AUTH-ID(WS-AUTH-COUNT)
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-AUTH-FILE.

      *    One pass over the log: every attempt in the period counts
      *    by operator and by program; granted reverse lookups in the
      *    prior month count toward that operator's baseline only.
       2000-ACCUMULATE-LOG.
           OPEN INPUT SECURITY-LOG-FILE.
           IF NOT WS-SECLOG-OK
               DISPLAY "ERROR OPENING SECURITY-LOG-FILE, STATUS: "
                   WS-SECLOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SECLOG-EOF-SW.
           PERFORM UNTIL WS-SECLOG-EOF
               READ SECURITY-LOG-FILE
                   AT END
                       SET WS-SECLOG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-RECORDS-READ
                       PERFORM 2100-ACCUMULATE-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE SECURITY-LOG-FILE.

       2100-ACCUMULATE-ONE-ENTRY.
           EVALUATE TRUE
               WHEN SL-RUN-DATE NOT NUMERIC
                       OR SL-TIME NOT NUMERIC
                       OR SL-RECORDS NOT NUMERIC
                   ADD 1 TO WS-LOG-UNREADABLE
               WHEN SL-RUN-DATE >= WS-FROM-DATE
                       AND SL-RUN-DATE <= WS-TO-DATE
                   PERFORM 2200-COUNT-PERIOD-ENTRY
               WHEN SL-RUN-DATE >= WS-PRIOR-FROM-DATE
                       AND SL-RUN-DATE <= WS-PRIOR-TO-DATE
                       AND SL-PROGRAM = WS-LOOKUP-PROGRAM
                       AND SL-GRANTED
                   PERFORM 2500-FIND-OPERATOR-SLOT
                   ADD 1 TO WS-OPR-PRIOR-LOOKUPS(WS-OPR-SLOT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-COUNT-PERIOD-ENTRY.
           PERFORM 2500-FIND-OPERATOR-SLOT.
           PERFORM 2600-FIND-PROGRAM-SLOT.
           ADD 1 TO WS-TOTAL-ATTEMPTS.
           IF SL-GRANTED
               ADD 1 TO WS-OPR-GRANTED(WS-OPR-SLOT)
               ADD 1 TO WS-PGM-GRANTED(WS-PGM-SLOT)
               ADD 1 TO WS-TOTAL-GRANTED
               ADD SL-RECORDS TO WS-OPR-RECORDS(WS-OPR-SLOT)
               ADD SL-RECORDS TO WS-PGM-RECORDS(WS-PGM-SLOT)
               ADD SL-RECORDS TO WS-TOTAL-RECORDS
               IF SL-PROGRAM = WS-LOOKUP-PROGRAM
                   ADD 1 TO WS-OPR-LOOKUPS(WS-OPR-SLOT)
               END-IF
           ELSE
               ADD 1 TO WS-OPR-DENIED(WS-OPR-SLOT)
               ADD 1 TO WS-PGM-DENIED(WS-PGM-SLOT)
               ADD 1 TO WS-TOTAL-DENIED
           END-IF.
           IF SL-RUN-DATE > WS-OPR-LAST-DATE(WS-OPR-SLOT)
               MOVE SL-RUN-DATE TO WS-OPR-LAST-DATE(WS-OPR-SLOT)
           END-IF.
           PERFORM 5000-CHECK-BUSINESS-HOURS.
           IF WS-AFTER-HOURS
               ADD 1 TO WS-OPR-AFTER-HOURS(WS-OPR-SLOT)
               ADD 1 TO WS-TOTAL-AFTER-HOURS
           END-IF.

      *    Operator entry for SL-OPERATOR-ID, added in its sorted
      *    place when first seen.
       2500-FIND-OPERATOR-SLOT.
           MOVE 0 TO WS-OPR-SLOT.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPERATOR-COUNT
                       OR WS-OPR-SLOT > 0
               IF WS-OPR-ID(WS-OPR-IDX) >= SL-OPERATOR-ID
                   MOVE WS-OPR-IDX TO WS-OPR-SLOT
               END-IF
           END-PERFORM.
           IF WS-OPR-SLOT = 0
               MOVE WS-OPERATOR-COUNT TO WS-OPR-SLOT
               ADD 1 TO WS-OPR-SLOT
           END-IF.
           IF WS-OPR-SLOT > WS-OPERATOR-COUNT
                   OR WS-OPR-ID(WS-OPR-SLOT) NOT = SL-OPERATOR-ID
               PERFORM 2550-INSERT-OPERATOR
           END-IF.

       2550-INSERT-OPERATOR.
           IF WS-OPERATOR-COUNT >= 200
               DISPLAY "OPERATOR TABLE FULL - RESIZE "
                   "WS-OPERATOR-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-OPERATOR-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-OPR-SLOT
               MOVE WS-OPR-ENTRY(WS-SHIFT-IDX)
                   TO WS-OPR-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE SL-OPERATOR-ID TO WS-OPR-ID(WS-OPR-SLOT).
           MOVE ZEROS TO WS-OPR-GRANTED(WS-OPR-SLOT).
           MOVE ZEROS TO WS-OPR-DENIED(WS-OPR-SLOT).
           MOVE ZEROS TO WS-OPR-RECORDS(WS-OPR-SLOT).
           MOVE ZEROS TO WS-OPR-AFTER-HOURS(WS-OPR-SLOT).
           MOVE ZEROS TO WS-OPR-LOOKUPS(WS-OPR-SLOT).
           MOVE ZEROS TO WS-OPR-PRIOR-LOOKUPS(WS-OPR-SLOT).
           MOVE ZEROS TO WS-OPR-LAST-DATE(WS-OPR-SLOT).
           MOVE "N"   TO WS-OPR-AUTH-SW(WS-OPR-SLOT).

       2600-FIND-PROGRAM-SLOT.
           MOVE 0 TO WS-PGM-SLOT.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PROGRAM-COUNT
                       OR WS-PGM-SLOT > 0
               IF WS-PGM-NAME(WS-PGM-IDX) >= SL-PROGRAM
                   MOVE WS-PGM-IDX TO WS-PGM-SLOT
               END-IF
           END-PERFORM.
           IF WS-PGM-SLOT = 0
               MOVE WS-PROGRAM-COUNT TO WS-PGM-SLOT
               ADD 1 TO WS-PGM-SLOT
           END-IF.
           IF WS-PGM-SLOT > WS-PROGRAM-COUNT
                   OR WS-PGM-NAME(WS-PGM-SLOT) NOT = SL-PROGRAM
               PERFORM 2650-INSERT-PROGRAM
           END-IF.

       2650-INSERT-PROGRAM.
           IF WS-PROGRAM-COUNT >= 20
               DISPLAY "PROGRAM TABLE FULL - RESIZE "
                   "WS-PROGRAM-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-PROGRAM-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-PGM-SLOT
               MOVE WS-PGM-ENTRY(WS-SHIFT-IDX)
                   TO WS-PGM-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-PROGRAM-COUNT.
           MOVE SL-PROGRAM TO WS-PGM-NAME(WS-PGM-SLOT).
           MOVE ZEROS TO WS-PGM-GRANTED(WS-PGM-SLOT).
           MOVE ZEROS TO WS-PGM-DENIED(WS-PGM-SLOT).
           MOVE ZEROS TO WS-PGM-RECORDS(WS-PGM-SLOT).

       2800-CHECK-AUTHORIZATION.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPERATOR-COUNT
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                           OR WS-OPR-ON-FILE(WS-OPR-IDX)
                   IF WS-AUTH-ID(WS-AUTH-IDX) = WS-OPR-ID(WS-OPR-IDX)
                       SET WS-OPR-ON-FILE(WS-OPR-IDX) TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Counts by operator and by program.  An operator seen only
      *    in the prior month (a baseline for the lookup test) had
      *    no attempts in the period and is not listed here.
       3000-PRINT-ACCESS-COUNTS.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           MOVE "ACCESS ATTEMPTS BY OPERATOR" TO ST-TITLE.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-TITLE-LINE.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-OPR-COLUMN-LINE.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPERATOR-COUNT
               IF WS-OPR-GRANTED(WS-OPR-IDX)
                       + WS-OPR-DENIED(WS-OPR-IDX) > 0
                   PERFORM 3100-PRINT-OPERATOR-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           MOVE "ACCESS ATTEMPTS BY PROGRAM" TO ST-TITLE.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-TITLE-LINE.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-PGM-COLUMN-LINE.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PROGRAM-COUNT
               MOVE WS-PGM-NAME(WS-PGM-IDX)    TO SG-PROGRAM
               MOVE WS-PGM-GRANTED(WS-PGM-IDX) TO SG-GRANTED
               MOVE WS-PGM-DENIED(WS-PGM-IDX)  TO SG-DENIED
               MOVE WS-PGM-RECORDS(WS-PGM-IDX) TO SG-RECORDS
               WRITE SECURITY-REPORT-RECORD
                   FROM WS-SEC-PGM-DETAIL-LINE
           END-PERFORM.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           MOVE "LOG RECORDS READ:             " TO SC-LABEL.
           MOVE WS-LOG-RECORDS-READ TO SC-COUNT.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-COUNT-LINE.
           MOVE "UNREADABLE LOG RECORDS:       " TO SC-LABEL.
           MOVE WS-LOG-UNREADABLE TO SC-COUNT.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-COUNT-LINE.
           MOVE "ATTEMPTS IN PERIOD:           " TO SC-LABEL.
           MOVE WS-TOTAL-ATTEMPTS TO SC-COUNT.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-COUNT-LINE.
           MOVE "  GRANTED:                    " TO SC-LABEL.
           MOVE WS-TOTAL-GRANTED TO SC-COUNT.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-COUNT-LINE.
           MOVE "  DENIED:                     " TO SC-LABEL.
           MOVE WS-TOTAL-DENIED TO SC-COUNT.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-COUNT-LINE.
           MOVE "TOTAL RECORDS EXTRACTED:      " TO SC-LABEL.
           MOVE WS-TOTAL-RECORDS TO SC-COUNT.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-COUNT-LINE.
           MOVE "ATTEMPTS OUTSIDE HOURS:       " TO SC-LABEL.
           MOVE WS-TOTAL-AFTER-HOURS TO SC-COUNT.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-COUNT-LINE.

       3100-PRINT-OPERATOR-LINE.
           MOVE WS-OPR-ID(WS-OPR-IDX)          TO SO-OPERATOR.
           IF WS-OPR-ID(WS-OPR-IDX) = SPACES
               MOVE "(BLANK)" TO SO-OPERATOR
           END-IF.
           MOVE WS-OPR-GRANTED(WS-OPR-IDX)     TO SO-GRANTED.
           MOVE WS-OPR-DENIED(WS-OPR-IDX)      TO SO-DENIED.
           MOVE WS-OPR-RECORDS(WS-OPR-IDX)     TO SO-RECORDS.
           MOVE WS-OPR-AFTER-HOURS(WS-OPR-IDX) TO SO-AFTER-HOURS.
           MOVE WS-OPR-LOOKUPS(WS-OPR-IDX)     TO SO-LOOKUPS.
           IF WS-OPR-ON-FILE(WS-OPR-IDX)
               MOVE "YES" TO SO-ON-FILE
           ELSE
               MOVE "NO " TO SO-ON-FILE
           END-IF.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-OPR-DETAIL-LINE.

      *    A second pass over the log lists each attempt outside
      *    business hours in the order it was logged.
       4000-LIST-AFTER-HOURS.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           MOVE "ATTEMPTS OUTSIDE BUSINESS HOURS (07:00-19:00 MON-FRI)"
               TO ST-TITLE.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-TITLE-LINE.
           IF WS-TOTAL-AFTER-HOURS = 0
               WRITE SECURITY-REPORT-RECORD FROM WS-SEC-NONE-LINE
           ELSE
               WRITE SECURITY-REPORT-RECORD
                   FROM WS-SEC-HOURS-COLUMN-LINE
               OPEN INPUT SECURITY-LOG-FILE
               IF NOT WS-SECLOG-OK
                   DISPLAY "ERROR OPENING SECURITY-LOG-FILE, STATUS: "
                       WS-SECLOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-SECLOG-EOF-SW
               PERFORM UNTIL WS-SECLOG-EOF
                   READ SECURITY-LOG-FILE
                       AT END
                           SET WS-SECLOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 4100-LIST-ONE-IF-AFTER-HOURS
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG-FILE
               ADD WS-TOTAL-AFTER-HOURS TO WS-EXCEPTIONS-LISTED
           END-IF.

       4100-LIST-ONE-IF-AFTER-HOURS.
           IF SL-RUN-DATE NUMERIC
                   AND SL-TIME NUMERIC
                   AND SL-RECORDS NUMERIC
                   AND SL-RUN-DATE >= WS-FROM-DATE
                   AND SL-RUN-DATE <= WS-TO-DATE
               PERFORM 5000-CHECK-BUSINESS-HOURS
               IF WS-AFTER-HOURS
                   PERFORM 4200-PRINT-AFTER-HOURS-LINE
               END-IF
           END-IF.

       4200-PRINT-AFTER-HOURS-LINE.
           MOVE WS-DAY-NAME(WS-ZL-WEEKDAY + 1) TO SA-DAY-NAME.
           MOVE SL-RUN-DATE(5:2) TO SA-MM.
           MOVE SL-RUN-DATE(7:2) TO SA-DD.
           MOVE SL-RUN-DATE(1:4) TO SA-YYYY.
           MOVE SL-TIME(1:2)     TO SA-HH.
           MOVE SL-TIME(3:2)     TO SA-MI.
           MOVE SL-TIME(5:2)     TO SA-SS.
           MOVE SL-OPERATOR-ID   TO SA-OPERATOR.
           MOVE SL-PROGRAM       TO SA-PROGRAM.
           IF SL-GRANTED
               MOVE "GRANTED" TO SA-RESULT
           ELSE
               MOVE "DENIED " TO SA-RESULT
           END-IF.
           MOVE SL-RECORDS       TO SA-RECORDS.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-HOURS-DETAIL-LINE.

       4500-LIST-REPEATED-DENIALS.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           MOVE "REPEATED DENIALS (3 OR MORE FOR ONE OPERATOR)"
               TO ST-TITLE.
           MOVE WS-DENIAL-THRESHOLD TO ST-TITLE(19:1).
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-TITLE-LINE.
           MOVE 0 TO WS-PGM-SLOT.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPERATOR-COUNT
               IF WS-OPR-DENIED(WS-OPR-IDX) >= WS-DENIAL-THRESHOLD
                   IF WS-PGM-SLOT = 0
                       WRITE SECURITY-REPORT-RECORD
                           FROM WS-SEC-DENIAL-COLUMN-LINE
                       MOVE 1 TO WS-PGM-SLOT
                   END-IF
                   MOVE WS-OPR-ID(WS-OPR-IDX)     TO SD-OPERATOR
                   MOVE WS-OPR-DENIED(WS-OPR-IDX) TO SD-DENIED
                   MOVE WS-OPR-LAST-DATE(WS-OPR-IDX)(5:2)
                       TO SD-LAST-MM
                   MOVE WS-OPR-LAST-DATE(WS-OPR-IDX)(7:2)
                       TO SD-LAST-DD
                   MOVE WS-OPR-LAST-DATE(WS-OPR-IDX)(1:4)
                       TO SD-LAST-YYYY
                   WRITE SECURITY-REPORT-RECORD
                       FROM WS-SEC-DENIAL-DETAIL-LINE
                   ADD 1 TO WS-EXCEPTIONS-LISTED
               END-IF
           END-PERFORM.
           IF WS-PGM-SLOT = 0
               WRITE SECURITY-REPORT-RECORD FROM WS-SEC-NONE-LINE
           END-IF.

      *    Each operator against their own prior month, not against
      *    the other operators -- a clerk who does lookups all day is
      *    normal; one who suddenly does five times as many is not.
       4600-LIST-LOOKUP-SPIKES.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           MOVE "REVERSE LOOKUPS WELL ABOVE THE OPERATOR'S PRIOR MONTH"
               TO ST-TITLE.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-TITLE-LINE.
           MOVE 0 TO WS-PGM-SLOT.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPERATOR-COUNT
               COMPUTE WS-SPIKE-LEVEL =
                   WS-OPR-PRIOR-LOOKUPS(WS-OPR-IDX) * WS-SPIKE-FACTOR
               IF WS-SPIKE-LEVEL < WS-OPR-PRIOR-LOOKUPS(WS-OPR-IDX)
                       + WS-SPIKE-MINIMUM
                   COMPUTE WS-SPIKE-LEVEL =
                       WS-OPR-PRIOR-LOOKUPS(WS-OPR-IDX)
                           + WS-SPIKE-MINIMUM
               END-IF
               IF WS-OPR-LOOKUPS(WS-OPR-IDX) >= WS-SPIKE-LEVEL
                   IF WS-PGM-SLOT = 0
                       WRITE SECURITY-REPORT-RECORD
                           FROM WS-SEC-SPIKE-COLUMN-LINE
                       MOVE 1 TO WS-PGM-SLOT
                   END-IF
                   MOVE WS-OPR-ID(WS-OPR-IDX)      TO SK-OPERATOR
                   MOVE WS-OPR-LOOKUPS(WS-OPR-IDX) TO SK-LOOKUPS
                   MOVE WS-OPR-PRIOR-LOOKUPS(WS-OPR-IDX)
                       TO SK-PRIOR-LOOKUPS
                   WRITE SECURITY-REPORT-RECORD
                       FROM WS-SEC-SPIKE-DETAIL-LINE
                   ADD 1 TO WS-EXCEPTIONS-LISTED
               END-IF
           END-PERFORM.
           IF WS-PGM-SLOT = 0
               WRITE SECURITY-REPORT-RECORD FROM WS-SEC-NONE-LINE
           END-IF.

       4700-LIST-UNAUTHORIZED.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           MOVE "OPERATORS IN THE LOG NOT ON THE AUTHORIZATION FILE"
               TO ST-TITLE.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-TITLE-LINE.
           MOVE 0 TO WS-PGM-SLOT.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPERATOR-COUNT
               IF NOT WS-OPR-ON-FILE(WS-OPR-IDX)
                       AND WS-OPR-GRANTED(WS-OPR-IDX)
                           + WS-OPR-DENIED(WS-OPR-IDX) > 0
                   IF WS-PGM-SLOT = 0
                       WRITE SECURITY-REPORT-RECORD
                           FROM WS-SEC-AUTH-COLUMN-LINE
                       MOVE 1 TO WS-PGM-SLOT
                   END-IF
                   MOVE WS-OPR-ID(WS-OPR-IDX)      TO SN-OPERATOR
                   IF WS-OPR-ID(WS-OPR-IDX) = SPACES
                       MOVE "(BLANK)" TO SN-OPERATOR
                   END-IF
                   MOVE WS-OPR-GRANTED(WS-OPR-IDX) TO SN-GRANTED
                   MOVE WS-OPR-DENIED(WS-OPR-IDX)  TO SN-DENIED
                   MOVE WS-OPR-LAST-DATE(WS-OPR-IDX)(5:2)
                       TO SN-LAST-MM
                   MOVE WS-OPR-LAST-DATE(WS-OPR-IDX)(7:2)
                       TO SN-LAST-DD
                   MOVE WS-OPR-LAST-DATE(WS-OPR-IDX)(1:4)
                       TO SN-LAST-YYYY
                   WRITE SECURITY-REPORT-RECORD
                       FROM WS-SEC-AUTH-DETAIL-LINE
                   ADD 1 TO WS-EXCEPTIONS-LISTED
               END-IF
           END-PERFORM.
           IF WS-PGM-SLOT = 0
               WRITE SECURITY-REPORT-RECORD FROM WS-SEC-NONE-LINE
           END-IF.

      *    Business hours by the clock and the day of the week; the
      *    log carries no holiday calendar.
       5000-CHECK-BUSINESS-HOURS.
           MOVE "N" TO WS-AFTER-HOURS-SW.
           PERFORM 5500-FIND-DAY-OF-WEEK.
           IF WS-ZL-WEEKEND
                   OR SL-TIME < WS-BUSINESS-START
                   OR SL-TIME >= WS-BUSINESS-END
               SET WS-AFTER-HOURS TO TRUE
           END-IF.

      *    Zeller's congruence on SL-RUN-DATE, one term at a time so
      *    each division truncates the way the formula expects:
      *    January and February count as months 13 and 14 of the
      *    year before.
       5500-FIND-DAY-OF-WEEK.
           MOVE SL-RUN-DATE(1:4) TO WS-ZL-YEAR.
           MOVE SL-RUN-DATE(5:2) TO WS-ZL-MONTH.
           MOVE SL-RUN-DATE(7:2) TO WS-ZL-DAY.
           IF WS-ZL-MONTH < 3
               ADD 12 TO WS-ZL-MONTH
               SUBTRACT 1 FROM WS-ZL-YEAR
           END-IF.
           DIVIDE WS-ZL-YEAR BY 100 GIVING WS-ZL-CENTURY
               REMAINDER WS-ZL-YEAR-OF-CENTURY.
           COMPUTE WS-ZL-MONTH-TERM = (13 * (WS-ZL-MONTH + 1)) / 5.
           COMPUTE WS-ZL-YOC-TERM = WS-ZL-YEAR-OF-CENTURY / 4.
           COMPUTE WS-ZL-CENTURY-TERM = WS-ZL-CENTURY / 4.
           COMPUTE WS-ZL-SUM = WS-ZL-DAY + WS-ZL-MONTH-TERM
               + WS-ZL-YEAR-OF-CENTURY + WS-ZL-YOC-TERM
               + WS-ZL-CENTURY-TERM + (5 * WS-ZL-CENTURY).
           DIVIDE WS-ZL-SUM BY 7 GIVING WS-ZL-QUOTIENT
               REMAINDER WS-ZL-WEEKDAY.

       7000-PRINT-SIGN-OFF.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           MOVE "EXCEPTION LINES LISTED:       " TO SC-LABEL.
           MOVE WS-EXCEPTIONS-LISTED TO SC-COUNT.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-COUNT-LINE.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           MOVE "ACCESS RECERTIFICATION - REVIEWED AND ACCEPTED"
               TO ST-TITLE.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-TITLE-LINE.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-SIGN-LINE.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD FROM WS-SEC-SIGN-LINE.
           DISPLAY "SECURITY ACCESS REVIEW WRITTEN TO SECRPT.DAT - "
               "EXCEPTIONS: " WS-EXCEPTIONS-LISTED.

       9000-TERMINATE.
           CLOSE SECURITY-REPORT-FILE.
