      *****************************************************************
      * Program name:    SSNQUAL
      * Original author: Maintenance
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  Maintenance   Created as the periodic master
      *                         data-quality scorecard: sweeps the
      *                         Civilian master and counts the
      *                         records failing each check -- the
      *                         SSA-rule and date-of-birth edits
      *                         (SSAEDIT/DTEEDIT, rejects to this
      *                         run's own EDTREJQ.DAT), unverified
      *                         more than 90 days after the Add that
      *                         loaded it, over 110 and not stamped
      *                         deceased, date of death before date
      *                         of birth, a partial mailing address,
      *                         a ZIP outside the state's ZIP
      *                         prefixes, and no phone.  Prints the
      *                         scorecard with the overall quality
      *                         percentage (records passing every
      *                         check) and the worst offenders, most
      *                         checks failed first, SSNs masked
      *                         (QUALRPT.DAT), and appends the
      *                         figures to the run-statistics history
      *                         (RUNSTATS) for the trend report.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SSNQUAL.
       AUTHOR. Maintenance.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIVILIAN-MASTER-FILE ASSIGN TO "CIVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-IDENT
               FILE STATUS IS WS-CIVIL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EDIT-REJECT-FILE ASSIGN TO "EDTREJQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDIT-REJECT-STATUS.

           SELECT QUALITY-REPORT-FILE ASSIGN TO "QUALRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUALRPT-STATUS.

           COPY RUNSTSEL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
      *****************************************************************
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
           COPY AUDITREC.

       FD  EDIT-REJECT-FILE
           RECORD CONTAINS 67 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY EDTREJ.

       FD  QUALITY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  QUALITY-REPORT-RECORD   PIC X(80).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RUNSTATS.

      *    Offender sort: most checks failed first, Ident order
      *    within a count.  SW-FLAGS holds one letter per failed
      *    check in the legend's order.
       SD  SORT-WORK-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  SORT-OFFENDER-RECORD.
           05 SW-FAIL-COUNT   PIC 9.
           05 SW-IDENT        PIC 9(7).
           05 SW-CIVI-NAME    PIC X(20).
           05 SW-SSSERIAL     PIC 9(4).
           05 SW-FLAGS        PIC X(7).

       WORKING-STORAGE SECTION.
           COPY CIVILIN.
           COPY VALIDSW.
           COPY RUNDATE.
           COPY DAYNUMWS.

       01  WS-CIVIL-STATUS            PIC XX.
           88 WS-CIVIL-OK             VALUE "00".

       01  WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK             VALUE "00".

       01  WS-QUALRPT-STATUS          PIC XX.
           88 WS-QUALRPT-OK           VALUE "00".

      *    "05" is a successful OPEN of an OPTIONAL file that isn't
      *    there yet -- normal before the first run is recorded.
       01  WS-RUNSTAT-STATUS          PIC XX.
           88 WS-RUNSTAT-OK           VALUE "00" "05".

       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 WS-END-OF-FILE          VALUE "Y".

       01  WS-AUDIT-EOF-SW            PIC X VALUE "N".
           88 WS-AUDIT-EOF            VALUE "Y".

       01  WS-SORT-EOF-SW             PIC X VALUE "N".
           88 WS-SORT-EOF             VALUE "Y".

       01  WS-DOB-VALID-SW            PIC X VALUE "Y".
           88 WS-DOB-VALID            VALUE "Y".

       01  WS-FOUND-SW                PIC X VALUE "N".
           88 WS-ENTRY-FOUND          VALUE "Y".

      *    Days an unverified record is allowed after its Add, the
      *    age past which a living record is suspect, and how many
      *    offenders the clerks get.
       01  WS-VERIFY-GRACE-DAYS       PIC 9(3) VALUE 90.
       01  WS-AGE-LIMIT               PIC 9(3) VALUE 110.
       01  WS-OFFENDER-LIMIT          PIC 9(3) VALUE 50.

       01  WS-TODAY-DAYS              PIC 9(7) VALUE 0.
       01  WS-ADD-AGE-DAYS            PIC S9(7) VALUE 0.

      *    Idents added inside the grace period, from the A entries
      *    on the audit trail.  An unverified record not in the
      *    table was loaded longer ago than that -- by an older Add
      *    or by the conversion that built the master.
       01  WS-RECENT-COUNT            PIC 9(4) VALUE 0.
       01  WS-REC-IDX                 PIC 9(4) VALUE 0.
       01  WS-RECENT-ADD-TABLE.
           05 WS-RECENT-IDENT OCCURS 5000 TIMES PIC 9(7).

      *    Date of birth rearranged YYYYMMDD to compare with the date
      *    of death.
       01  WS-BIRTH-DATE              PIC 9(8).
       01  WS-BIRTH-DATE-BROKEN REDEFINES WS-BIRTH-DATE.
           05 WS-BIRTH-YYYY           PIC 9(4).
           05 WS-BIRTH-MM             PIC 99.
           05 WS-BIRTH-DD             PIC 99.

      *    First three ZIP digits each state's mail is addressed
      *    under, low and high, one row per range (a state can have
      *    more than one).  Territories and military (AA/AE/AP) are
      *    included; a state code not on the table fails the check.
       01  WS-ZIP-STATE-VALUES.
           05 FILLER                  PIC X(40) VALUE
               "AK995999AL350369AR716729AR755755AZ850865".
           05 FILLER                  PIC X(40) VALUE
               "CA900961CO800816CT060069DC200205DC569569".
           05 FILLER                  PIC X(40) VALUE
               "DE197199FL320349GA300319GA398399HI967968".
           05 FILLER                  PIC X(40) VALUE
               "IA500528ID832838IL600629IN460479KS660679".
           05 FILLER                  PIC X(40) VALUE
               "KY400427LA700714MA010027MA055055MD206219".
           05 FILLER                  PIC X(40) VALUE
               "ME039049MI480499MN550567MO630658MS386397".
           05 FILLER                  PIC X(40) VALUE
               "MT590599NC270289ND580588NE680693NH030038".
           05 FILLER                  PIC X(40) VALUE
               "NJ070089NM870884NV889898NY005005NY063063".
           05 FILLER                  PIC X(40) VALUE
               "NY100149OH430459OK730749OR970979PA150196".
           05 FILLER                  PIC X(40) VALUE
               "PR006009RI028029SC290299SD570577TN370385".
           05 FILLER                  PIC X(40) VALUE
               "TX750799TX885885UT840847VA201201VA220246".
           05 FILLER                  PIC X(40) VALUE
               "VI008008VT050059WA980994WI530549WV247268".
           05 FILLER                  PIC X(40) VALUE
               "WY820831GU969969AS967967MP969969AA340340".
           05 FILLER                  PIC X(16) VALUE
               "AE090098AP962966".
       01  WS-ZIP-STATE-TABLE REDEFINES WS-ZIP-STATE-VALUES.
           05 WS-ZS-ENTRY OCCURS 67 TIMES.
              10 WS-ZS-STATE          PIC X(2).
              10 WS-ZS-LOW-PREFIX     PIC 9(3).
              10 WS-ZS-HIGH-PREFIX    PIC 9(3).
       01  WS-ZS-IDX                  PIC 9(3) VALUE 0.
       01  WS-ZIP-PREFIX              PIC 9(3) VALUE 0.
       01  WS-STATE-UPPER             PIC X(2).

      *    One record's result: a letter per failed check, in the
      *    order the scorecard prints them.
       01  WS-RECORD-FLAGS.
           05 WS-FLAG-EDIT            PIC X.
           05 WS-FLAG-UNVERIFIED      PIC X.
           05 WS-FLAG-AGE             PIC X.
           05 WS-FLAG-DEATH-DATE      PIC X.
           05 WS-FLAG-PARTIAL-ADDR    PIC X.
           05 WS-FLAG-ZIP-STATE       PIC X.
           05 WS-FLAG-NO-PHONE        PIC X.
       01  WS-RECORD-FAIL-COUNT       PIC 9 VALUE 0.

       01  WS-RECORDS-READ            PIC 9(5) VALUE 0.
       01  WS-RECORDS-CLEAN           PIC 9(5) VALUE 0.
       01  WS-RECORDS-FAILING         PIC 9(5) VALUE 0.
       01  WS-EDIT-FAILURES           PIC 9(5) VALUE 0.
       01  WS-UNVERIFIED-AGED         PIC 9(5) VALUE 0.
       01  WS-AGE-NOT-DECEASED        PIC 9(5) VALUE 0.
       01  WS-DEATH-BEFORE-BIRTH      PIC 9(5) VALUE 0.
       01  WS-PARTIAL-ADDRESS         PIC 9(5) VALUE 0.
       01  WS-ZIP-STATE-MISFIT        PIC 9(5) VALUE 0.
       01  WS-NO-PHONE                PIC 9(5) VALUE 0.
       01  WS-OFFENDERS-LISTED        PIC 9(3) VALUE 0.

       01  WS-QUALITY-PCT             PIC 999V9 VALUE 0.
       01  WS-CHECK-COUNT             PIC 9(5) VALUE 0.
       01  WS-RATE-COMPUTE            PIC 999V9.

       01  WS-QUAL-HEADING-LINE.
           05 FILLER                  PIC X(24)  VALUE SPACES.
           05 FILLER                  PIC X(32)  VALUE
               "MASTER DATA QUALITY SCORECARD".
           05 FILLER                  PIC X(24)  VALUE SPACES.

       01  WS-QUAL-RUN-DATE-LINE.
           05 FILLER                  PIC X(6)   VALUE "RUN: ".
           05 QH-RUN-MM               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 QH-RUN-DD               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 QH-RUN-YYYY             PIC 9(4).
           05 FILLER                  PIC X(64)  VALUE SPACES.

       01  WS-QUAL-COUNT-LINE.
           05 QC-LABEL                PIC X(36).
           05 QC-COUNT                PIC ZZZZ9.
           05 FILLER                  PIC X(39)  VALUE SPACES.

       01  WS-QUAL-PERCENT-LINE.
           05 FILLER                  PIC X(36)  VALUE
               "OVERALL QUALITY:".
           05 QP-QUALITY-PCT          PIC ZZ9.9.
           05 FILLER                  PIC X      VALUE "%".
           05 FILLER                  PIC X(38)  VALUE SPACES.

       01  WS-QUAL-CHECK-HEADING.
           05 FILLER                  PIC X(36)  VALUE "CHECK".
           05 FILLER                  PIC X(10)  VALUE "RECORDS".
           05 FILLER                  PIC X(34)  VALUE "PCT".

      *    One line per check: the letter the offender list uses,
      *    what is checked, how many records fail it, and their
      *    share of the master.
       01  WS-QUAL-CHECK-LINE.
           05 QK-LETTER               PIC X.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 QK-LABEL                PIC X(33).
           05 QK-COUNT                PIC ZZZZ9.
           05 FILLER                  PIC X(5)   VALUE SPACES.
           05 QK-PCT                  PIC ZZ9.9.
           05 FILLER                  PIC X      VALUE "%".
           05 FILLER                  PIC X(28)  VALUE SPACES.

       01  WS-QUAL-OFFENDER-HEADING.
           05 FILLER                  PIC X(18)  VALUE
               "WORST OFFENDERS - ".
           05 FILLER                  PIC X(4)   VALUE "TOP ".
           05 QO-LIMIT                PIC ZZ9.
           05 FILLER                  PIC X(55)  VALUE SPACES.

       01  WS-QUAL-OFFENDER-COLUMNS.
           05 FILLER                  PIC X(9)   VALUE "IDENT".
           05 FILLER                  PIC X(22)  VALUE "NAME".
           05 FILLER                  PIC X(13)  VALUE "SSN".
           05 FILLER                  PIC X(8)   VALUE "FAILED".
           05 FILLER                  PIC X(28)  VALUE "CHECKS".

       01  WS-QUAL-OFFENDER-LINE.
           05 QD-IDENT                PIC 9(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 QD-CIVI-NAME            PIC X(20).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 QD-SSN-MASKED           PIC X(11).
           05 FILLER                  PIC X(4)   VALUE SPACES.
           05 QD-FAIL-COUNT           PIC 9.
           05 FILLER                  PIC X(5)   VALUE SPACES.
           05 QD-FLAGS                PIC X(7).
           05 FILLER                  PIC X(21)  VALUE SPACES.

       01  WS-QUAL-NONE-LINE.
           05 FILLER                  PIC X(6)   VALUE "(NONE)".
           05 FILLER                  PIC X(74)  VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-RECENT-ADDS.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SW-FAIL-COUNT
               ON ASCENDING KEY SW-IDENT
               INPUT PROCEDURE IS 2000-SCORE-MASTER
               OUTPUT PROCEDURE IS 6000-PRINT-SCORECARD.
           PERFORM 8950-WRITE-RUN-STATS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CIVILIAN-MASTER-FILE.
           IF NOT WS-CIVIL-OK
               DISPLAY "ERROR OPENING CIVILIAN-MASTER-FILE, STATUS: "
                   WS-CIVIL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT EDIT-REJECT-FILE.
           IF NOT WS-EDIT-REJECT-OK
               DISPLAY "ERROR OPENING EDIT-REJECT-FILE, STATUS: "
                   WS-EDIT-REJECT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT QUALITY-REPORT-FILE.
           IF NOT WS-QUALRPT-OK
               DISPLAY "ERROR OPENING QUALITY-REPORT-FILE, STATUS: "
                   WS-QUALRPT-STATUS
               STOP RUN
           END-IF.

           ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-DN-DATE.
           PERFORM 8600-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS.

           WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-HEADING-LINE.
           MOVE WS-CUR-MM   TO QH-RUN-MM.
           MOVE WS-CUR-DD   TO QH-RUN-DD.
           MOVE WS-CUR-YYYY TO QH-RUN-YYYY.
           WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-RUN-DATE-LINE.

      *    One pass of the audit trail for the Adds inside the grace
      *    period.
       1500-LOAD-RECENT-ADDS.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT-FILE, STATUS: "
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF AU-CODE = "A"
                           PERFORM 1550-CHECK-ADD-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       1550-CHECK-ADD-ENTRY.
           MOVE AU-RUN-DATE TO WS-DN-DATE.
           PERFORM 8600-COMPUTE-DAY-NUMBER.
           COMPUTE WS-ADD-AGE-DAYS = WS-TODAY-DAYS - WS-DN-DAYS.
           IF WS-ADD-AGE-DAYS NOT > WS-VERIFY-GRACE-DAYS
               IF WS-RECENT-COUNT >= 5000
                   DISPLAY "RECENT ADD TABLE FULL - RESIZE "
                       "WS-RECENT-ADD-TABLE AND RECOMPILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RECENT-COUNT
               MOVE AU-IDENT TO WS-RECENT-IDENT(WS-RECENT-COUNT)
           END-IF.

      *    SORT input procedure: every master record is scored; one
      *    failing anything is released for the offender list.
       2000-SCORE-MASTER.
           PERFORM 2100-READ-CIVILIAN.
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2200-SCORE-ONE-RECORD
               PERFORM 2100-READ-CIVILIAN
           END-PERFORM.

       2100-READ-CIVILIAN.
           READ CIVILIAN-MASTER-FILE INTO Civilian
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *    The identity checks apply to every record.  Verification,
      *    age and the contact checks apply to the living only -- a
      *    deceased record is not verified, mailed or telephoned.
       2200-SCORE-ONE-RECORD.
           MOVE SPACES TO WS-RECORD-FLAGS.
           MOVE 0 TO WS-RECORD-FAIL-COUNT.
           PERFORM 2300-CHECK-EDITS.
           PERFORM 2600-CHECK-DEATH-DATE.
           IF DeceasedStatus NOT = "D"
               PERFORM 2400-CHECK-VERIFICATION
               PERFORM 2500-CHECK-AGE
               PERFORM 2700-CHECK-ADDRESS
               PERFORM 2800-CHECK-PHONE
           END-IF.
           IF WS-RECORD-FAIL-COUNT = 0
               ADD 1 TO WS-RECORDS-CLEAN
           ELSE
               ADD 1 TO WS-RECORDS-FAILING
               MOVE WS-RECORD-FAIL-COUNT TO SW-FAIL-COUNT
               MOVE Ident                TO SW-IDENT
               MOVE CiviName             TO SW-CIVI-NAME
               MOVE SSSerial             TO SW-SSSERIAL
               MOVE WS-RECORD-FLAGS      TO SW-FLAGS
               RELEASE SORT-OFFENDER-RECORD
           END-IF.

      *    Both edits run so every broken rule reaches EDTREJQ.DAT;
      *    the date of birth has to pass its own edit before an age
      *    can be worked out from it.
       2300-CHECK-EDITS.
           SET VALID-RECORD TO TRUE.
           PERFORM 4000-VALIDATE-DATE-OF-BIRTH.
           MOVE WS-VALID-SWITCH TO WS-DOB-VALID-SW.
           PERFORM 3000-VALIDATE-SSNUM.
           IF INVALID-RECORD
               MOVE "E" TO WS-FLAG-EDIT
               ADD 1 TO WS-EDIT-FAILURES
               ADD 1 TO WS-RECORD-FAIL-COUNT
           END-IF.

       2400-CHECK-VERIFICATION.
           IF VerifStatus = "U" OR VerifStatus = SPACE
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                       UNTIL WS-REC-IDX > WS-RECENT-COUNT
                          OR WS-ENTRY-FOUND
                   IF WS-RECENT-IDENT(WS-REC-IDX) = Ident
                       SET WS-ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ENTRY-FOUND
                   MOVE "V" TO WS-FLAG-UNVERIFIED
                   ADD 1 TO WS-UNVERIFIED-AGED
                   ADD 1 TO WS-RECORD-FAIL-COUNT
               END-IF
           END-IF.

       2500-CHECK-AGE.
           IF WS-DOB-VALID
               PERFORM 4900-COMPUTE-AGE
               IF WS-AGE > WS-AGE-LIMIT
                   MOVE "A" TO WS-FLAG-AGE
                   ADD 1 TO WS-AGE-NOT-DECEASED
                   ADD 1 TO WS-RECORD-FAIL-COUNT
               END-IF
           END-IF.

       2600-CHECK-DEATH-DATE.
           MOVE YOB TO WS-BIRTH-YYYY.
           MOVE MOB TO WS-BIRTH-MM.
           MOVE DOB TO WS-BIRTH-DD.
           IF DateOfDeath NOT = ZEROS
                   AND DateOfDeath < WS-BIRTH-DATE
               MOVE "D" TO WS-FLAG-DEATH-DATE
               ADD 1 TO WS-DEATH-BEFORE-BIRTH
               ADD 1 TO WS-RECORD-FAIL-COUNT
           END-IF.

      *    No address at all is a record without one, not a partial
      *    one.  The ZIP-to-state check needs both present.
       2700-CHECK-ADDRESS.
           IF StreetAddr = SPACES AND City = SPACES
                   AND StateCode = SPACES AND ZipCode = ZEROS
               CONTINUE
           ELSE
               IF StreetAddr = SPACES OR City = SPACES
                       OR StateCode = SPACES OR ZipCode = ZEROS
                   MOVE "P" TO WS-FLAG-PARTIAL-ADDR
                   ADD 1 TO WS-PARTIAL-ADDRESS
                   ADD 1 TO WS-RECORD-FAIL-COUNT
               END-IF
               IF StateCode NOT = SPACES AND ZipCode NOT = ZEROS
                   PERFORM 2750-CHECK-ZIP-STATE
               END-IF
           END-IF.

       2750-CHECK-ZIP-STATE.
           MOVE StateCode TO WS-STATE-UPPER.
           INSPECT WS-STATE-UPPER
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DIVIDE ZipCode BY 100 GIVING WS-ZIP-PREFIX.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-ZS-IDX FROM 1 BY 1
                   UNTIL WS-ZS-IDX > 67 OR WS-ENTRY-FOUND
               IF WS-ZS-STATE(WS-ZS-IDX) = WS-STATE-UPPER
                       AND WS-ZIP-PREFIX
                           NOT < WS-ZS-LOW-PREFIX(WS-ZS-IDX)
                       AND WS-ZIP-PREFIX
                           NOT > WS-ZS-HIGH-PREFIX(WS-ZS-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               MOVE "Z" TO WS-FLAG-ZIP-STATE
               ADD 1 TO WS-ZIP-STATE-MISFIT
               ADD 1 TO WS-RECORD-FAIL-COUNT
           END-IF.

       2800-CHECK-PHONE.
           IF Phone = ZEROS
               MOVE "N" TO WS-FLAG-NO-PHONE
               ADD 1 TO WS-NO-PHONE
               ADD 1 TO WS-RECORD-FAIL-COUNT
           END-IF.

      *    3000-VALIDATE-SSNUM/3900-WRITE-EDIT-REJECT (SSAEDIT) and
      *    4000-VALIDATE-DATE-OF-BIRTH/4050/4900 (DTEEDIT) are
      *    top-level paragraphs pasted in here by COPY -- the same
      *    shared edit rules the front end runs.
       COPY SSAEDIT.

       COPY DTEEDIT.

      *    SORT output procedure: the scorecard, then the offenders
      *    in the order the sort hands them back.
       6000-PRINT-SCORECARD.
           MOVE ZEROS TO WS-QUALITY-PCT.
           IF WS-RECORDS-READ > 0
               COMPUTE WS-QUALITY-PCT ROUNDED =
                   WS-RECORDS-CLEAN * 100 / WS-RECORDS-READ
           END-IF.
           MOVE SPACES TO QUALITY-REPORT-RECORD.
           WRITE QUALITY-REPORT-RECORD.
           MOVE "RECORDS CHECKED:" TO QC-LABEL.
           MOVE WS-RECORDS-READ TO QC-COUNT.
           WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-COUNT-LINE.
           MOVE "RECORDS PASSING EVERY CHECK:" TO QC-LABEL.
           MOVE WS-RECORDS-CLEAN TO QC-COUNT.
           WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-COUNT-LINE.
           MOVE "RECORDS FAILING ONE OR MORE:" TO QC-LABEL.
           MOVE WS-RECORDS-FAILING TO QC-COUNT.
           WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-COUNT-LINE.
           MOVE WS-QUALITY-PCT TO QP-QUALITY-PCT.
           WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-PERCENT-LINE.
           MOVE SPACES TO QUALITY-REPORT-RECORD.
           WRITE QUALITY-REPORT-RECORD.
           WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-CHECK-HEADING.
           MOVE "E" TO QK-LETTER.
           MOVE "FAILS SSA OR DATE-OF-BIRTH EDIT" TO QK-LABEL.
           MOVE WS-EDIT-FAILURES TO WS-CHECK-COUNT.
           PERFORM 6100-PRINT-CHECK-LINE.
           MOVE "V" TO QK-LETTER.
           MOVE "UNVERIFIED OVER 90 DAYS FROM ADD" TO QK-LABEL.
           MOVE WS-UNVERIFIED-AGED TO WS-CHECK-COUNT.
           PERFORM 6100-PRINT-CHECK-LINE.
           MOVE "A" TO QK-LETTER.
           MOVE "OVER 110 AND NOT DECEASED" TO QK-LABEL.
           MOVE WS-AGE-NOT-DECEASED TO WS-CHECK-COUNT.
           PERFORM 6100-PRINT-CHECK-LINE.
           MOVE "D" TO QK-LETTER.
           MOVE "DATE OF DEATH BEFORE BIRTH" TO QK-LABEL.
           MOVE WS-DEATH-BEFORE-BIRTH TO WS-CHECK-COUNT.
           PERFORM 6100-PRINT-CHECK-LINE.
           MOVE "P" TO QK-LETTER.
           MOVE "PARTIAL MAILING ADDRESS" TO QK-LABEL.
           MOVE WS-PARTIAL-ADDRESS TO WS-CHECK-COUNT.
           PERFORM 6100-PRINT-CHECK-LINE.
           MOVE "Z" TO QK-LETTER.
           MOVE "ZIP DOES NOT FIT STATE" TO QK-LABEL.
           MOVE WS-ZIP-STATE-MISFIT TO WS-CHECK-COUNT.
           PERFORM 6100-PRINT-CHECK-LINE.
           MOVE "N" TO QK-LETTER.
           MOVE "NO PHONE NUMBER" TO QK-LABEL.
           MOVE WS-NO-PHONE TO WS-CHECK-COUNT.
           PERFORM 6100-PRINT-CHECK-LINE.
           PERFORM 6500-PRINT-OFFENDERS.

       6100-PRINT-CHECK-LINE.
           MOVE WS-CHECK-COUNT TO QK-COUNT.
           MOVE ZEROS TO WS-RATE-COMPUTE.
           IF WS-RECORDS-READ > 0
               COMPUTE WS-RATE-COMPUTE ROUNDED =
                   WS-CHECK-COUNT * 100 / WS-RECORDS-READ
           END-IF.
           MOVE WS-RATE-COMPUTE TO QK-PCT.
           WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-CHECK-LINE.

      *    Only the first WS-OFFENDER-LIMIT are printed; the rest are
      *    returned and passed over so the sort finishes cleanly.
       6500-PRINT-OFFENDERS.
           MOVE SPACES TO QUALITY-REPORT-RECORD.
           WRITE QUALITY-REPORT-RECORD.
           MOVE WS-OFFENDER-LIMIT TO QO-LIMIT.
           WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-OFFENDER-HEADING.
           WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-OFFENDER-COLUMNS.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF WS-OFFENDERS-LISTED < WS-OFFENDER-LIMIT
                           PERFORM 6600-PRINT-ONE-OFFENDER
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-OFFENDERS-LISTED = 0
               WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-NONE-LINE
           END-IF.

       6600-PRINT-ONE-OFFENDER.
           MOVE SW-IDENT      TO QD-IDENT.
           MOVE SW-CIVI-NAME  TO QD-CIVI-NAME.
           MOVE "XXX-XX-"     TO QD-SSN-MASKED(1:7).
           MOVE SW-SSSERIAL   TO QD-SSN-MASKED(8:4).
           MOVE SW-FAIL-COUNT TO QD-FAIL-COUNT.
           MOVE SW-FLAGS      TO QD-FLAGS.
           WRITE QUALITY-REPORT-RECORD FROM WS-QUAL-OFFENDER-LINE.
           ADD 1 TO WS-OFFENDERS-LISTED.

      *    Three statistics lines per run onto the shared history
      *    file (RUNSTATS) -- the scorecard has more figures than one
      *    line holds.  The quality percentage goes in tenths.
       8950-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF NOT WS-RUNSTAT-OK
               DISPLAY "ERROR OPENING RUN-STATS-FILE, STATUS: "
                   WS-RUNSTAT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO RS-RUN-DATE.
           MOVE "SSNQUAL "               TO RS-PROGRAM.
           MOVE WS-RECORDS-READ          TO RS-COUNT-1.
           MOVE WS-RECORDS-CLEAN         TO RS-COUNT-2.
           COMPUTE RS-COUNT-3 = WS-QUALITY-PCT * 10.
           MOVE WS-RECORDS-FAILING       TO RS-COUNT-4.
           WRITE RUN-STATS-RECORD.
           MOVE "SSNQUAL1"               TO RS-PROGRAM.
           MOVE WS-EDIT-FAILURES         TO RS-COUNT-1.
           MOVE WS-UNVERIFIED-AGED       TO RS-COUNT-2.
           MOVE WS-AGE-NOT-DECEASED      TO RS-COUNT-3.
           MOVE WS-DEATH-BEFORE-BIRTH    TO RS-COUNT-4.
           WRITE RUN-STATS-RECORD.
           MOVE "SSNQUAL2"               TO RS-PROGRAM.
           MOVE WS-PARTIAL-ADDRESS       TO RS-COUNT-1.
           MOVE WS-ZIP-STATE-MISFIT      TO RS-COUNT-2.
           MOVE WS-NO-PHONE              TO RS-COUNT-3.
           MOVE ZEROS                    TO RS-COUNT-4.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       9000-TERMINATE.
           CLOSE CIVILIAN-MASTER-FILE.
           CLOSE EDIT-REJECT-FILE.
           CLOSE QUALITY-REPORT-FILE.
           DISPLAY "MASTER RECORDS CHECKED: " WS-RECORDS-READ.
           DISPLAY "PASSING EVERY CHECK:    " WS-RECORDS-CLEAN.
           DISPLAY "QUALITY PERCENT:        " WS-QUALITY-PCT.

       COPY DAYNUM.
