      *****************************************************************
      * Program name:    SSNDUPS
      * Original author: Maintenance
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  Maintenance   Created as the periodic probable-
      *                         duplicate sweep.  The M transaction
      *                         only ever folded duplicates a clerk
      *                         happened to notice; duplicates inflate
      *                         the SSArea summary and the forecast
      *                         and get two letters from SSNMAIL.
      *                         Loads the master (CIVMAST.DAT) with
      *                         each Civilian's phonetic surname key
      *                         from the name cross-reference
      *                         (NAMEXREF.DAT) and compares every pair
      *                         of Idents: same surname key and date
      *                         of birth (50 points), SSNs one
      *                         transposition apart with matching
      *                         names (40), same street and ZIP with
      *                         a similar name (30), plus 10 when the
      *                         names agree exactly and 10 when the
      *                         birth dates agree on a pair the first
      *                         test didn't catch.  Every pair that
      *                         hits a test goes, best score first, on
      *                         the ranked candidate report
      *                         (DUPRPT.DAT, SSNs masked) and the
      *                         candidate file (DUPCAND.DAT) the
      *                         supervisor marks confirmed or not a
      *                         duplicate.  Earlier decisions carry
      *                         forward to the new sweep.  Run with
      *                         MERGE, the program instead builds an
      *                         M transaction for every confirmed
      *                         pair onto DUPMRG.DAT for SSNPREP to
      *                         release into the next night's stream;
      *                         the supervisor signs on with an
      *                         operator ID checked against the
      *                         authorization file (OPSEC), and the
      *                         build register (DUPBRPT.DAT) lists
      *                         what was built; its sign-off line
      *                         says a second operator must approve
      *                         the built merges, since SSNPREP holds
      *                         them for approval like any keyed
      *                         Merge.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SSNDUPS.
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

           SELECT NAME-XREF-FILE ASSIGN TO "NAMEXREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT OPTIONAL DUP-CANDIDATE-FILE ASSIGN TO "DUPCAND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPCAND-STATUS.

           SELECT OPTIONAL DUP-MERGE-FILE ASSIGN TO "DUPMRG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPMRG-STATUS.

           SELECT DUP-REPORT-FILE ASSIGN TO "DUPRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.

           SELECT BUILD-REPORT-FILE ASSIGN TO "DUPBRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPBRPT-STATUS.

           COPY OPSECSEL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

       FD  NAME-XREF-FILE
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY NAMXREF.

       FD  DUP-CANDIDATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY DUPCAND.

       FD  DUP-MERGE-FILE
           RECORD CONTAINS 89 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY DUPMRG.

       FD  DUP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DUP-REPORT-RECORD       PIC X(80).

       FD  BUILD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BUILD-REPORT-RECORD     PIC X(80).

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

      *    Best score first; ties in Ident order so a rerun over an
      *    unchanged master ranks the same way.
       SD  SORT-WORK-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  SORT-PAIR-RECORD.
           05 SP-SCORE            PIC 9(3).
           05 SP-IDENT-A          PIC 9(7).
           05 SP-IDENT-B          PIC 9(7).
           05 SP-RULES            PIC X(3).
           05 SP-A-IDX            PIC 9(4).

       WORKING-STORAGE SECTION.
           COPY RUNDATE.
           COPY OPSECWS.
           COPY PHONWS.

      *    The merge build writes a complete transaction image; the
      *    layout is kept here rather than in an FD since it only
      *    ever travels inside DM-TX-IMAGE.
           COPY TRANREC.

       01  WS-CIVIL-STATUS            PIC XX.
           88 WS-CIVIL-OK             VALUE "00".

       01  WS-XREF-STATUS             PIC XX.
           88 WS-XREF-OK              VALUE "00".

      *    "05" is a successful OPEN of an OPTIONAL file that isn't
      *    there yet -- normal before the first sweep or build.
       01  WS-DUPCAND-STATUS          PIC XX.
           88 WS-DUPCAND-OK           VALUE "00" "05".

       01  WS-DUPMRG-STATUS           PIC XX.
           88 WS-DUPMRG-OK            VALUE "00" "05".

       01  WS-DUPRPT-STATUS           PIC XX.
           88 WS-DUPRPT-OK            VALUE "00".

       01  WS-DUPBRPT-STATUS          PIC XX.
           88 WS-DUPBRPT-OK           VALUE "00".

       01  WS-RUN-PARM                PIC X(30).
       01  WS-RUN-MODE-SW             PIC X VALUE "S".
           88 WS-SWEEP-MODE           VALUE "S".
           88 WS-MERGE-MODE           VALUE "M".

       01  WS-MASTER-EOF-SW           PIC X VALUE "N".
           88 WS-MASTER-EOF           VALUE "Y".

       01  WS-XREF-EOF-SW             PIC X VALUE "N".
           88 WS-XREF-EOF             VALUE "Y".

       01  WS-DUPCAND-EOF-SW          PIC X VALUE "N".
           88 WS-DUPCAND-EOF          VALUE "Y".

       01  WS-DUPMRG-EOF-SW           PIC X VALUE "N".
           88 WS-DUPMRG-EOF           VALUE "Y".

       01  WS-SORT-EOF-SW             PIC X VALUE "N".
           88 WS-SORT-EOF             VALUE "Y".

      *    The master, one slot per Civilian in Ident order, with
      *    the name folded upper and the phonetic surname key from
      *    the cross-reference.  Sized to the same 5000-record
      *    planning volume SSNMAINT's SSNum table uses.
       01  WS-MASTER-COUNT            PIC 9(4) VALUE 0.
       01  WS-MST-IDX                 PIC 9(4) VALUE 0.
       01  WS-A-IDX                   PIC 9(4) VALUE 0.
       01  WS-B-IDX                   PIC 9(4) VALUE 0.
       01  WS-MASTER-TABLE.
           05 WS-MST-ENTRY OCCURS 5000 TIMES.
              10 WS-MST-IDENT         PIC 9(7).
              10 WS-MST-NAME          PIC X(20).
              10 WS-MST-DOB           PIC X(8).
              10 WS-MST-SSNUM         PIC X(9).
              10 WS-MST-SSNUM-BROKEN REDEFINES WS-MST-SSNUM.
                 15 FILLER            PIC X(5).
                 15 WS-MST-SSSERIAL   PIC X(4).
              10 WS-MST-STREET        PIC X(25).
              10 WS-MST-ZIP           PIC 9(5).
              10 WS-MST-PHON-KEY      PIC X(4).
              10 WS-MST-DECEASED      PIC X.

      *    Decisions from the previous candidate file: pairs the
      *    supervisor ruled not a duplicate, confirmed pairs, and
      *    pairs whose merge is built but not yet applied.
       01  WS-PRIOR-COUNT             PIC 9(4) VALUE 0.
       01  WS-PRI-IDX                 PIC 9(4) VALUE 0.
       01  WS-PRI-SLOT                PIC 9(4) VALUE 0.
       01  WS-PRIOR-TABLE.
           05 WS-PRI-ENTRY OCCURS 2000 TIMES.
              10 WS-PRI-IDENT-A       PIC 9(7).
              10 WS-PRI-IDENT-B       PIC 9(7).
              10 WS-PRI-STATUS        PIC X.
              10 WS-PRI-SURVIVOR-SW   PIC X.
              10 WS-PRI-BUILT-BY      PIC X(8).
              10 WS-PRI-BUILT-DATE    PIC 9(8).

      *    Pre-built merges still waiting for a night (or released
      *    tonight, which a rerun of the night releases again),
      *    carried across the rewrite of DUPMRG.DAT.
       01  WS-HELD-COUNT              PIC 9(4) VALUE 0.
       01  WS-HLD-IDX                 PIC 9(4) VALUE 0.
       01  WS-HELD-TABLE.
           05 WS-HLD-ENTRY OCCURS 1000 TIMES.
              10 WS-HLD-RECORD        PIC X(89).

      *    Both Idents of every merge built and not yet applied.
       01  WS-RETIRED-COUNT           PIC 9(4) VALUE 0.
       01  WS-RTD-IDX                 PIC 9(4) VALUE 0.
       01  WS-RETIRED-TABLE.
           05 WS-RTD-ENTRY OCCURS 2000 TIMES.
              10 WS-RTD-IDENT         PIC 9(7).
              10 WS-RTD-SURVIVOR      PIC 9(7).
       01  WS-ALREADY-RETIRED-SW      PIC X VALUE "N".
           88 WS-ALREADY-RETIRED      VALUE "Y".

      *    One pair being scored.
       01  WS-PAIR-RANK               PIC 9(4) VALUE 0.
       01  WS-PAIR-SCORE              PIC 9(3) VALUE 0.
       01  WS-PAIR-RULES.
           05 WS-PAIR-RULE-PHONETIC   PIC X.
           05 WS-PAIR-RULE-TRANSPOSE  PIC X.
           05 WS-PAIR-RULE-ADDRESS    PIC X.
       01  WS-DIFF-COUNT              PIC 9 VALUE 0.
       01  WS-DIFF-POS                PIC 9(2) VALUE 0.
       01  WS-SSN-POS                 PIC 9(2) VALUE 0.
       01  WS-TRANSPOSED-SW           PIC X VALUE "N".
           88 WS-TRANSPOSED           VALUE "Y".

      *    Scoring weights -- see the program header.
       01  WS-WEIGHT-PHONETIC         PIC 9(3) VALUE 50.
       01  WS-WEIGHT-TRANSPOSE        PIC 9(3) VALUE 40.
       01  WS-WEIGHT-ADDRESS          PIC 9(3) VALUE 30.
       01  WS-WEIGHT-SAME-NAME        PIC 9(3) VALUE 10.
       01  WS-WEIGHT-SAME-DOB         PIC 9(3) VALUE 10.

       01  WS-RETIRED-IDENT           PIC 9(7).
       01  WS-SURVIVING-IDENT         PIC 9(7).

       01  WS-XREF-READ               PIC 9(5) VALUE 0.
       01  WS-KEYS-BUILT              PIC 9(5) VALUE 0.
       01  WS-PAIRS-FOUND             PIC 9(5) VALUE 0.
       01  WS-PAIRS-PENDING           PIC 9(5) VALUE 0.
       01  WS-PAIRS-CARRIED           PIC 9(5) VALUE 0.
       01  WS-MERGES-BUILT            PIC 9(5) VALUE 0.
       01  WS-MERGES-REFUSED          PIC 9(5) VALUE 0.
       01  WS-MERGES-HELD             PIC 9(5) VALUE 0.

       01  WS-DUP-HEADING-LINE.
           05 FILLER                  PIC X(22)  VALUE SPACES.
           05 FILLER                  PIC X(36)  VALUE
               "PROBABLE DUPLICATE PERSON CANDIDATES".
           05 FILLER                  PIC X(22)  VALUE SPACES.

       01  WS-BLD-HEADING-LINE.
           05 FILLER                  PIC X(25)  VALUE SPACES.
           05 FILLER                  PIC X(30)  VALUE
               "DUPLICATE MERGE BUILD REGISTER".
           05 FILLER                  PIC X(25)  VALUE SPACES.

       01  WS-DUP-RUN-DATE-LINE.
           05 FILLER                  PIC X(6)   VALUE "RUN: ".
           05 DH-RUN-MM               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 DH-RUN-DD               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 DH-RUN-YYYY             PIC 9(4).
           05 FILLER                  PIC X(64)  VALUE SPACES.

       01  WS-DUP-RULE-LEGEND.
           05 FILLER                  PIC X(40)  VALUE
               "RULES: P SURNAME KEY+DOB  T SSN TRANSPOS".
           05 FILLER                  PIC X(40)  VALUE
               "ED+NAME  A SAME ADDRESS+SIMILAR NAME    ".

       01  WS-DUP-COLUMN-HEADING.
           05 FILLER                  PIC X(6)   VALUE "RANK".
           05 FILLER                  PIC X(7)   VALUE "SCORE".
           05 FILLER                  PIC X(7)   VALUE "RULES".
           05 FILLER                  PIC X(8)   VALUE "STATUS".
           05 FILLER                  PIC X(9)   VALUE "IDENT".
           05 FILLER                  PIC X(13)  VALUE "SSN".
           05 FILLER                  PIC X(22)  VALUE "NAME".
           05 FILLER                  PIC X(8)   VALUE "DOB".

      *    First line of a pair carries the rank, score, rules and
      *    status with the lower Ident; the second line is the other
      *    Ident alone.
       01  WS-DUP-PAIR-LINE.
           05 DP-RANK                 PIC ZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 DP-SCORE                PIC ZZ9.
           05 FILLER                  PIC X(4)   VALUE SPACES.
           05 DP-RULES                PIC X(3).
           05 FILLER                  PIC X(4)   VALUE SPACES.
           05 DP-STATUS               PIC X(6).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 DP-IDENT                PIC 9(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 DP-SSN-MASKED           PIC X(11).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 DP-NAME                 PIC X(20).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 DP-DOB                  PIC X(8).

       01  WS-BLD-DETAIL-LINE.
           05 FILLER                  PIC X(9)   VALUE "RETIRE  ".
           05 BD-RETIRED-IDENT        PIC 9(7).
           05 FILLER                  PIC X(11)  VALUE "  INTO  ".
           05 BD-SURVIVING-IDENT      PIC 9(7).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 BD-MESSAGE              PIC X(44).

       01  WS-DUP-COUNT-LINE.
           05 DT-LABEL-OUT            PIC X(30).
           05 DT-COUNT-OUT            PIC ZZZZ9.
           05 FILLER                  PIC X(45)  VALUE SPACES.

       01  WS-DUP-RESULT-LINE.
           05 DR-MESSAGE              PIC X(60).
           05 FILLER                  PIC X(20)  VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF WS-MERGE-MODE
               PERFORM 5000-BUILD-CONFIRMED-MERGES
           ELSE
               PERFORM 1200-LOAD-PRIOR-DECISIONS
               PERFORM 1500-LOAD-MASTER-TABLE
               PERFORM 1700-LOAD-PHONETIC-KEYS
               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SP-SCORE
                   ON ASCENDING KEY SP-IDENT-A SP-IDENT-B
                   INPUT PROCEDURE IS 3000-FIND-CANDIDATE-PAIRS
                   OUTPUT PROCEDURE IS 4000-RANK-AND-REPORT
               PERFORM 7000-PRINT-SWEEP-TOTALS
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *    No parameter (or SWEEP) runs the sweep; MERGE runs the
      *    build of confirmed pairs.
       1000-INITIALIZE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           INSPECT WS-RUN-PARM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE WS-RUN-PARM
               WHEN SPACES
               WHEN "SWEEP"
                   SET WS-SWEEP-MODE TO TRUE
               WHEN "MERGE"
                   SET WS-MERGE-MODE TO TRUE
               WHEN OTHER
                   DISPLAY "RUN WITH NO PARAMETER (OR SWEEP) TO SWEEP "
                       "FOR DUPLICATES, MERGE TO BUILD CONFIRMED PAIRS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           ACCEPT WS-CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-CUR-MM   TO DH-RUN-MM.
           MOVE WS-CUR-DD   TO DH-RUN-DD.
           MOVE WS-CUR-YYYY TO DH-RUN-YYYY.
           IF WS-SWEEP-MODE
               OPEN OUTPUT DUP-REPORT-FILE
               IF NOT WS-DUPRPT-OK
                   DISPLAY "ERROR OPENING DUP-REPORT-FILE, STATUS: "
                       WS-DUPRPT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE DUP-REPORT-RECORD FROM WS-DUP-HEADING-LINE
               WRITE DUP-REPORT-RECORD FROM WS-DUP-RUN-DATE-LINE
               WRITE DUP-REPORT-RECORD FROM WS-DUP-RULE-LEGEND
               MOVE SPACES TO DUP-REPORT-RECORD
               WRITE DUP-REPORT-RECORD
               WRITE DUP-REPORT-RECORD FROM WS-DUP-COLUMN-HEADING
           END-IF.

      *    The candidate file the last sweep wrote, as the
      *    supervisor left it.  Pending pairs need nothing carried --
      *    a pending pair is simply found again.
       1200-LOAD-PRIOR-DECISIONS.
           OPEN INPUT DUP-CANDIDATE-FILE.
           IF NOT WS-DUPCAND-OK
               DISPLAY "ERROR OPENING DUP-CANDIDATE-FILE, STATUS: "
                   WS-DUPCAND-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DUPCAND-EOF
               READ DUP-CANDIDATE-FILE
                   AT END
                       SET WS-DUPCAND-EOF TO TRUE
                   NOT AT END
                       IF NOT DC-PENDING
                           PERFORM 1250-STORE-PRIOR-DECISION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUP-CANDIDATE-FILE.

       1250-STORE-PRIOR-DECISION.
           IF WS-PRIOR-COUNT >= 2000
               DISPLAY "PRIOR DECISION TABLE FULL - RESIZE "
                   "WS-PRIOR-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PRIOR-COUNT.
           MOVE DC-IDENT-A     TO WS-PRI-IDENT-A(WS-PRIOR-COUNT).
           MOVE DC-IDENT-B     TO WS-PRI-IDENT-B(WS-PRIOR-COUNT).
           MOVE DC-STATUS      TO WS-PRI-STATUS(WS-PRIOR-COUNT).
           MOVE DC-SURVIVOR-SW TO WS-PRI-SURVIVOR-SW(WS-PRIOR-COUNT).
           MOVE DC-BUILT-BY    TO WS-PRI-BUILT-BY(WS-PRIOR-COUNT).
           MOVE DC-BUILT-DATE  TO WS-PRI-BUILT-DATE(WS-PRIOR-COUNT).

      *    One sequential sweep of the master, in Ident order.  Names
      *    are folded upper so "Jane Doe" and "JANE DOE" compare
      *    equal; so is the street.
       1500-LOAD-MASTER-TABLE.
           OPEN INPUT CIVILIAN-MASTER-FILE.
           IF NOT WS-CIVIL-OK
               DISPLAY "ERROR OPENING CIVILIAN-MASTER-FILE, STATUS: "
                   WS-CIVIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-EOF
               READ CIVILIAN-MASTER-FILE
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM 1550-STORE-MASTER-ENTRY
               END-READ
           END-PERFORM.
           CLOSE CIVILIAN-MASTER-FILE.

       1550-STORE-MASTER-ENTRY.
           IF WS-MASTER-COUNT >= 5000
               DISPLAY "MASTER TABLE FULL - RESIZE "
                   "WS-MASTER-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-MASTER-COUNT.
           MOVE WS-MASTER-COUNT TO WS-MST-IDX.
           MOVE CM-IDENT         TO WS-MST-IDENT(WS-MST-IDX).
           MOVE CM-CIVI-NAME     TO WS-MST-NAME(WS-MST-IDX).
           INSPECT WS-MST-NAME(WS-MST-IDX)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE CM-DATE-OF-BIRTH TO WS-MST-DOB(WS-MST-IDX).
           MOVE CM-SSNUM         TO WS-MST-SSNUM(WS-MST-IDX).
           MOVE CM-STREET-ADDR   TO WS-MST-STREET(WS-MST-IDX).
           INSPECT WS-MST-STREET(WS-MST-IDX)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE CM-ZIP           TO WS-MST-ZIP(WS-MST-IDX).
           MOVE SPACES           TO WS-MST-PHON-KEY(WS-MST-IDX).
           MOVE CM-DECEASED-STATUS TO WS-MST-DECEASED(WS-MST-IDX).

      *    The cross-reference is written in master (Ident) order by
      *    SSNXREF, so the two are walked together.  An Ident the
      *    cross-reference doesn't carry -- added since the last
      *    rebuild -- gets its key built here the same way SSNXREF
      *    would build it.
       1700-LOAD-PHONETIC-KEYS.
           OPEN INPUT NAME-XREF-FILE.
           IF NOT WS-XREF-OK
               DISPLAY "ERROR OPENING NAME-XREF-FILE, STATUS: "
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-MST-IDX.
           PERFORM UNTIL WS-XREF-EOF
               READ NAME-XREF-FILE
                   AT END
                       SET WS-XREF-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-XREF-READ
                       PERFORM 1750-MATCH-XREF-ENTRY
               END-READ
           END-PERFORM.
           CLOSE NAME-XREF-FILE.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MASTER-COUNT
               IF WS-MST-PHON-KEY(WS-MST-IDX) = SPACES
                   MOVE WS-MST-NAME(WS-MST-IDX) TO WS-PHON-NAME-IN
                   PERFORM 6600-BUILD-PHONETIC-KEY
                   MOVE WS-PHON-KEY TO WS-MST-PHON-KEY(WS-MST-IDX)
                   ADD 1 TO WS-KEYS-BUILT
               END-IF
           END-PERFORM.

       1750-MATCH-XREF-ENTRY.
           PERFORM UNTIL WS-MST-IDX > WS-MASTER-COUNT
                   OR WS-MST-IDENT(WS-MST-IDX) >= NX-IDENT
               ADD 1 TO WS-MST-IDX
           END-PERFORM.
           IF WS-MST-IDX NOT > WS-MASTER-COUNT
               IF WS-MST-IDENT(WS-MST-IDX) = NX-IDENT
                   MOVE NX-PHON-KEY TO WS-MST-PHON-KEY(WS-MST-IDX)
               END-IF
           END-IF.

      *    SORT input procedure: every pair of Idents once, the
      *    lower Ident first.  A pair that hits any test is released
      *    with its score.
       3000-FIND-CANDIDATE-PAIRS.
           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX >= WS-MASTER-COUNT
               COMPUTE WS-B-IDX = WS-A-IDX + 1
               PERFORM 3100-SCORE-PAIR
                   VARYING WS-B-IDX FROM WS-B-IDX BY 1
                   UNTIL WS-B-IDX > WS-MASTER-COUNT
           END-PERFORM.

       3100-SCORE-PAIR.
           MOVE 0 TO WS-PAIR-SCORE.
           MOVE SPACES TO WS-PAIR-RULES.
           IF WS-MST-PHON-KEY(WS-A-IDX) = WS-MST-PHON-KEY(WS-B-IDX)
                   AND WS-MST-DOB(WS-A-IDX) = WS-MST-DOB(WS-B-IDX)
               MOVE "P" TO WS-PAIR-RULE-PHONETIC
               ADD WS-WEIGHT-PHONETIC TO WS-PAIR-SCORE
           END-IF.
           IF WS-MST-NAME(WS-A-IDX) = WS-MST-NAME(WS-B-IDX)
               PERFORM 3200-CHECK-SSN-TRANSPOSITION
               IF WS-TRANSPOSED
                   MOVE "T" TO WS-PAIR-RULE-TRANSPOSE
                   ADD WS-WEIGHT-TRANSPOSE TO WS-PAIR-SCORE
               END-IF
           END-IF.
      *    "Similar" is the same surname key and the same first
      *    initial -- the surname key alone would pair every family
      *    at one address.
           IF WS-MST-STREET(WS-A-IDX) NOT = SPACES
                   AND WS-MST-STREET(WS-A-IDX) = WS-MST-STREET(WS-B-IDX)
                   AND WS-MST-ZIP(WS-A-IDX) = WS-MST-ZIP(WS-B-IDX)
                   AND WS-MST-PHON-KEY(WS-A-IDX)
                       = WS-MST-PHON-KEY(WS-B-IDX)
                   AND WS-MST-NAME(WS-A-IDX)(1:1)
                       = WS-MST-NAME(WS-B-IDX)(1:1)
               MOVE "A" TO WS-PAIR-RULE-ADDRESS
               ADD WS-WEIGHT-ADDRESS TO WS-PAIR-SCORE
           END-IF.
           IF WS-PAIR-SCORE > 0
               IF WS-MST-NAME(WS-A-IDX) = WS-MST-NAME(WS-B-IDX)
                   ADD WS-WEIGHT-SAME-NAME TO WS-PAIR-SCORE
               END-IF
               IF WS-MST-DOB(WS-A-IDX) = WS-MST-DOB(WS-B-IDX)
                       AND WS-PAIR-RULE-PHONETIC = SPACE
                   ADD WS-WEIGHT-SAME-DOB TO WS-PAIR-SCORE
               END-IF
               MOVE WS-PAIR-SCORE           TO SP-SCORE
               MOVE WS-MST-IDENT(WS-A-IDX)  TO SP-IDENT-A
               MOVE WS-MST-IDENT(WS-B-IDX)  TO SP-IDENT-B
               MOVE WS-PAIR-RULES           TO SP-RULES
               MOVE WS-A-IDX                TO SP-A-IDX
               RELEASE SORT-PAIR-RECORD
               ADD 1 TO WS-PAIRS-FOUND
           END-IF.

      *    One transposition apart: exactly two digits differ, they
      *    sit side by side, and each is the other's digit -- the
      *    keying slip that turns 123-45-6789 into 123-54-6789.
       3200-CHECK-SSN-TRANSPOSITION.
           MOVE "N" TO WS-TRANSPOSED-SW.
           MOVE 0 TO WS-DIFF-COUNT.
           MOVE 0 TO WS-DIFF-POS.
           PERFORM VARYING WS-SSN-POS FROM 1 BY 1
                   UNTIL WS-SSN-POS > 9 OR WS-DIFF-COUNT > 2
               IF WS-MST-SSNUM(WS-A-IDX)(WS-SSN-POS:1)
                       NOT = WS-MST-SSNUM(WS-B-IDX)(WS-SSN-POS:1)
                   ADD 1 TO WS-DIFF-COUNT
                   IF WS-DIFF-COUNT = 1
                       MOVE WS-SSN-POS TO WS-DIFF-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DIFF-COUNT = 2 AND WS-DIFF-POS < 9
               IF WS-MST-SSNUM(WS-A-IDX)(WS-DIFF-POS:1)
                       = WS-MST-SSNUM(WS-B-IDX)(WS-DIFF-POS + 1:1)
                   AND WS-MST-SSNUM(WS-A-IDX)(WS-DIFF-POS + 1:1)
                       = WS-MST-SSNUM(WS-B-IDX)(WS-DIFF-POS:1)
                   SET WS-TRANSPOSED TO TRUE
               END-IF
           END-IF.

      *    SORT output procedure: ranks the pairs, carries forward
      *    any earlier decision on the same pair, and writes the
      *    candidate file and the report together.
       4000-RANK-AND-REPORT.
           OPEN OUTPUT DUP-CANDIDATE-FILE.
           IF NOT WS-DUPCAND-OK
               DISPLAY "ERROR OPENING DUP-CANDIDATE-FILE, STATUS: "
                   WS-DUPCAND-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4100-RETURN-PAIR.
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 4200-WRITE-CANDIDATE
               PERFORM 4100-RETURN-PAIR
           END-PERFORM.
           CLOSE DUP-CANDIDATE-FILE.

       4100-RETURN-PAIR.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       4200-WRITE-CANDIDATE.
           MOVE SPACES TO DUP-CANDIDATE-RECORD.
           ADD 1 TO WS-PAIR-RANK.
           MOVE WS-PAIR-RANK  TO DC-RANK.
           MOVE SP-SCORE      TO DC-SCORE.
           MOVE SP-RULES      TO DC-RULES.
           MOVE SP-IDENT-A    TO DC-IDENT-A.
           MOVE SP-IDENT-B    TO DC-IDENT-B.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO DC-SWEEP-DATE.
           MOVE ZEROS         TO DC-BUILT-DATE.
           SET DC-PENDING TO TRUE.
           PERFORM 4300-FIND-PRIOR-DECISION.
           IF WS-PRI-SLOT > 0
               MOVE WS-PRI-STATUS(WS-PRI-SLOT)      TO DC-STATUS
               MOVE WS-PRI-SURVIVOR-SW(WS-PRI-SLOT) TO DC-SURVIVOR-SW
               MOVE WS-PRI-BUILT-BY(WS-PRI-SLOT)    TO DC-BUILT-BY
               MOVE WS-PRI-BUILT-DATE(WS-PRI-SLOT)  TO DC-BUILT-DATE
               ADD 1 TO WS-PAIRS-CARRIED
           ELSE
               ADD 1 TO WS-PAIRS-PENDING
           END-IF.
           WRITE DUP-CANDIDATE-RECORD.
           PERFORM 4500-PRINT-PAIR.

       4300-FIND-PRIOR-DECISION.
           MOVE 0 TO WS-PRI-SLOT.
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > WS-PRIOR-COUNT
                       OR WS-PRI-SLOT > 0
               IF WS-PRI-IDENT-A(WS-PRI-IDX) = SP-IDENT-A
                       AND WS-PRI-IDENT-B(WS-PRI-IDX) = SP-IDENT-B
                   MOVE WS-PRI-IDX TO WS-PRI-SLOT
               END-IF
           END-PERFORM.

      *    Two report lines per pair; only the last four of either
      *    SSN is shown.  The second Ident is found again in the
      *    master table by a forward scan from the first, since the
      *    table is in Ident order and B is always the higher Ident.
       4500-PRINT-PAIR.
           MOVE SPACES TO WS-DUP-PAIR-LINE.
           MOVE DC-RANK  TO DP-RANK.
           MOVE DC-SCORE TO DP-SCORE.
           MOVE DC-RULES TO DP-RULES.
           EVALUATE TRUE
               WHEN DC-CONFIRMED     MOVE "CONFRM" TO DP-STATUS
               WHEN DC-NOT-DUPLICATE MOVE "NOTDUP" TO DP-STATUS
               WHEN DC-BUILT         MOVE "BUILT " TO DP-STATUS
               WHEN OTHER            MOVE "REVIEW" TO DP-STATUS
           END-EVALUATE.
           MOVE SP-A-IDX TO WS-MST-IDX.
           PERFORM 4600-FILL-PAIR-IDENT.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-PAIR-LINE.
           MOVE SPACES TO WS-DUP-PAIR-LINE.
           PERFORM UNTIL WS-MST-IDX > WS-MASTER-COUNT
                   OR WS-MST-IDENT(WS-MST-IDX) = SP-IDENT-B
               ADD 1 TO WS-MST-IDX
           END-PERFORM.
           PERFORM 4600-FILL-PAIR-IDENT.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-PAIR-LINE.

       4600-FILL-PAIR-IDENT.
           MOVE WS-MST-IDENT(WS-MST-IDX) TO DP-IDENT.
           MOVE "XXX-XX-"                TO DP-SSN-MASKED(1:7).
           MOVE WS-MST-SSSERIAL(WS-MST-IDX) TO DP-SSN-MASKED(8:4).
           MOVE WS-MST-NAME(WS-MST-IDX)  TO DP-NAME.
           MOVE WS-MST-DOB(WS-MST-IDX)   TO DP-DOB.

      *    MERGE mode.  The supervisor signs on at the console with
      *    an operator ID that must be on the authorization file --
      *    a merge retires an Ident, so nobody builds one anonymously.
      *    Waiting items already on DUPMRG.DAT are carried across the
      *    rewrite; every confirmed pair becomes one M transaction
      *    and is marked built on the candidate file in place.
       5000-BUILD-CONFIRMED-MERGES.
           MOVE "SSNDUPS " TO WS-SECLOG-PROGRAM.
           DISPLAY "DUPLICATE MERGE BUILD - ENTER SUPERVISOR "
               "OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           PERFORM 8800-VERIFY-OPERATOR.
           IF NOT WS-OPERATOR-AUTHORIZED
               DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED "
                   "TO BUILD MERGES - RUN REFUSED"
               MOVE "D" TO WS-SECLOG-RESULT
               MOVE 0 TO WS-SECLOG-RECORDS
               PERFORM 8850-WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BUILD-REPORT-FILE.
           IF NOT WS-DUPBRPT-OK
               DISPLAY "ERROR OPENING BUILD-REPORT-FILE, STATUS: "
                   WS-DUPBRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE BUILD-REPORT-RECORD FROM WS-BLD-HEADING-LINE.
           WRITE BUILD-REPORT-RECORD FROM WS-DUP-RUN-DATE-LINE.
           MOVE SPACES TO BUILD-REPORT-RECORD.
           WRITE BUILD-REPORT-RECORD.
           PERFORM 5100-LOAD-HELD-MERGES.
           OPEN OUTPUT DUP-MERGE-FILE.
           IF NOT WS-DUPMRG-OK
               DISPLAY "ERROR OPENING DUP-MERGE-FILE, STATUS: "
                   WS-DUPMRG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HELD-COUNT
               MOVE WS-HLD-RECORD(WS-HLD-IDX) TO DUP-MERGE-RECORD
               WRITE DUP-MERGE-RECORD
           END-PERFORM.
           OPEN I-O DUP-CANDIDATE-FILE.
           IF NOT WS-DUPCAND-OK
               DISPLAY "ERROR OPENING DUP-CANDIDATE-FILE, STATUS: "
                   WS-DUPCAND-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DUPCAND-EOF
               READ DUP-CANDIDATE-FILE
                   AT END
                       SET WS-DUPCAND-EOF TO TRUE
                   NOT AT END
                       IF DC-CONFIRMED
                           PERFORM 5500-BUILD-ONE-MERGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUP-CANDIDATE-FILE.
           CLOSE DUP-MERGE-FILE.
           PERFORM 7500-PRINT-BUILD-TOTALS.
           CLOSE BUILD-REPORT-FILE.
           MOVE "G" TO WS-SECLOG-RESULT.
           MOVE WS-MERGES-BUILT TO WS-SECLOG-RECORDS.
           PERFORM 8850-WRITE-SECURITY-LOG.

      *    Released items drop off here once their night is past;
      *    one released today stays in case tonight is backed out
      *    and rerun.
       5100-LOAD-HELD-MERGES.
           OPEN INPUT DUP-MERGE-FILE.
           IF NOT WS-DUPMRG-OK
               DISPLAY "ERROR OPENING DUP-MERGE-FILE, STATUS: "
                   WS-DUPMRG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DUPMRG-EOF
               READ DUP-MERGE-FILE
                   AT END
                       SET WS-DUPMRG-EOF TO TRUE
                   NOT AT END
                       IF DM-WAITING
                               OR DM-RELEASE-DATE
                                   = WS-CURRENT-DATE-YYYYMMDD
                           PERFORM 5150-HOLD-ONE-MERGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUP-MERGE-FILE.

       5150-HOLD-ONE-MERGE.
           IF WS-HELD-COUNT >= 1000
               DISPLAY "HELD MERGE TABLE FULL - RESIZE "
                   "WS-HELD-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           MOVE DUP-MERGE-RECORD TO WS-HLD-RECORD(WS-HELD-COUNT).
           IF DM-WAITING
               ADD 1 TO WS-MERGES-HELD
               MOVE DM-TX-IMAGE TO TRANSACTION-RECORD
               MOVE TX-IDENT TO WS-RETIRED-IDENT
               MOVE TX-SURVIVING-IDENT TO WS-SURVIVING-IDENT
               PERFORM 5650-ADD-RETIRED-IDENT
           END-IF.

      *    The survivor defaults to the lower Ident -- the older
      *    record, with the longer history.  A survivor switch that
      *    is neither A nor B is left confirmed and reported so the
      *    supervisor can correct it.  So is a pair that names an
      *    Ident an earlier pair in this build already retires --
      *    the second merge would only reject at maintenance.
       5500-BUILD-ONE-MERGE.
           EVALUATE TRUE
               WHEN DC-KEEP-A
                   MOVE DC-IDENT-B TO WS-RETIRED-IDENT
                   MOVE DC-IDENT-A TO WS-SURVIVING-IDENT
               WHEN DC-KEEP-B
                   MOVE DC-IDENT-A TO WS-RETIRED-IDENT
                   MOVE DC-IDENT-B TO WS-SURVIVING-IDENT
               WHEN OTHER
                   MOVE DC-IDENT-B TO WS-RETIRED-IDENT
                   MOVE DC-IDENT-A TO WS-SURVIVING-IDENT
           END-EVALUATE.
           MOVE WS-RETIRED-IDENT   TO BD-RETIRED-IDENT.
           MOVE WS-SURVIVING-IDENT TO BD-SURVIVING-IDENT.
           PERFORM 5600-CHECK-ALREADY-RETIRED.
           EVALUATE TRUE
               WHEN NOT DC-KEEP-A AND NOT DC-KEEP-B
                   MOVE "SURVIVOR NOT A OR B - NOT BUILT"
                       TO BD-MESSAGE
                   WRITE BUILD-REPORT-RECORD FROM WS-BLD-DETAIL-LINE
                   ADD 1 TO WS-MERGES-REFUSED
               WHEN WS-ALREADY-RETIRED
                   MOVE "IDENT IN A MERGE ALREADY BUILT - NOT BUILT"
                       TO BD-MESSAGE
                   WRITE BUILD-REPORT-RECORD FROM WS-BLD-DETAIL-LINE
                   ADD 1 TO WS-MERGES-REFUSED
               WHEN OTHER
                   MOVE SPACES             TO TRANSACTION-RECORD
                   MOVE "M"                TO TX-CODE
                   MOVE WS-RETIRED-IDENT   TO TX-IDENT
                   MOVE WS-SURVIVING-IDENT TO TX-SURVIVING-IDENT
                   MOVE SPACES             TO DUP-MERGE-RECORD
                   SET DM-WAITING TO TRUE
                   MOVE ZEROS              TO DM-RELEASE-DATE
                   MOVE WS-OPERATOR-ID     TO DM-BUILT-BY
                   MOVE TRANSACTION-RECORD TO DM-TX-IMAGE
                   WRITE DUP-MERGE-RECORD
                   SET DC-BUILT TO TRUE
                   MOVE WS-OPERATOR-ID     TO DC-BUILT-BY
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO DC-BUILT-DATE
                   REWRITE DUP-CANDIDATE-RECORD
                   MOVE "M TRANSACTION BUILT FOR NEXT NIGHT"
                       TO BD-MESSAGE
                   WRITE BUILD-REPORT-RECORD FROM WS-BLD-DETAIL-LINE
                   ADD 1 TO WS-MERGES-BUILT
                   PERFORM 5650-ADD-RETIRED-IDENT
           END-EVALUATE.

      *    Merges already waiting on DUPMRG.DAT or built earlier in
      *    this run.  An Ident one of them retires can't take part
      *    in another, and one that survives one can't be retired by
      *    another -- maintenance applies them in Ident order, not
      *    the order they were built, so a chain would break.  One
      *    survivor absorbing several Idents is fine.
       5600-CHECK-ALREADY-RETIRED.
           MOVE "N" TO WS-ALREADY-RETIRED-SW.
           PERFORM VARYING WS-RTD-IDX FROM 1 BY 1
                   UNTIL WS-RTD-IDX > WS-RETIRED-COUNT
               IF WS-RTD-IDENT(WS-RTD-IDX) = WS-RETIRED-IDENT
                       OR WS-RTD-IDENT(WS-RTD-IDX) = WS-SURVIVING-IDENT
                       OR WS-RTD-SURVIVOR(WS-RTD-IDX) = WS-RETIRED-IDENT
                   SET WS-ALREADY-RETIRED TO TRUE
               END-IF
           END-PERFORM.

       5650-ADD-RETIRED-IDENT.
           IF WS-RETIRED-COUNT >= 2000
               DISPLAY "RETIRED IDENT TABLE FULL - RESIZE "
                   "WS-RETIRED-TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RETIRED-COUNT.
           MOVE WS-RETIRED-IDENT TO WS-RTD-IDENT(WS-RETIRED-COUNT).
           MOVE WS-SURVIVING-IDENT
               TO WS-RTD-SURVIVOR(WS-RETIRED-COUNT).

       COPY PHONKEY.

       7000-PRINT-SWEEP-TOTALS.
           MOVE SPACES TO DUP-REPORT-RECORD.
           WRITE DUP-REPORT-RECORD.
           MOVE "MASTER RECORDS SWEPT:         " TO DT-LABEL-OUT.
           MOVE WS-MASTER-COUNT TO DT-COUNT-OUT.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-COUNT-LINE.
           MOVE "NAME XREF RECORDS READ:       " TO DT-LABEL-OUT.
           MOVE WS-XREF-READ TO DT-COUNT-OUT.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-COUNT-LINE.
           MOVE "KEYS BUILT - NOT ON XREF:     " TO DT-LABEL-OUT.
           MOVE WS-KEYS-BUILT TO DT-COUNT-OUT.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-COUNT-LINE.
           MOVE "CANDIDATE PAIRS:              " TO DT-LABEL-OUT.
           MOVE WS-PAIRS-FOUND TO DT-COUNT-OUT.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-COUNT-LINE.
           MOVE "  NEW FOR REVIEW:             " TO DT-LABEL-OUT.
           MOVE WS-PAIRS-PENDING TO DT-COUNT-OUT.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-COUNT-LINE.
           MOVE "  DECIDED ON AN EARLIER SWEEP:" TO DT-LABEL-OUT.
           MOVE WS-PAIRS-CARRIED TO DT-COUNT-OUT.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-COUNT-LINE.
           MOVE SPACES TO DUP-REPORT-RECORD.
           WRITE DUP-REPORT-RECORD.
           IF WS-PAIRS-PENDING > 0
               MOVE "MARK DUPCAND.DAT C/N, THEN RUN SSNDUPS MERGE"
                   TO DR-MESSAGE
           ELSE
               MOVE "NO NEW CANDIDATES FOR REVIEW"
                   TO DR-MESSAGE
           END-IF.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-RESULT-LINE.
           DISPLAY DR-MESSAGE.

       7500-PRINT-BUILD-TOTALS.
           MOVE SPACES TO BUILD-REPORT-RECORD.
           WRITE BUILD-REPORT-RECORD.
           MOVE "MERGES BUILT:                 " TO DT-LABEL-OUT.
           MOVE WS-MERGES-BUILT TO DT-COUNT-OUT.
           WRITE BUILD-REPORT-RECORD FROM WS-DUP-COUNT-LINE.
           MOVE "CONFIRMED BUT NOT BUILT:      " TO DT-LABEL-OUT.
           MOVE WS-MERGES-REFUSED TO DT-COUNT-OUT.
           WRITE BUILD-REPORT-RECORD FROM WS-DUP-COUNT-LINE.
           MOVE "EARLIER BUILDS STILL WAITING: " TO DT-LABEL-OUT.
           MOVE WS-MERGES-HELD TO DT-COUNT-OUT.
           WRITE BUILD-REPORT-RECORD FROM WS-DUP-COUNT-LINE.
           MOVE SPACES TO BUILD-REPORT-RECORD.
           WRITE BUILD-REPORT-RECORD.
           MOVE WS-OPERATOR-ID TO DR-MESSAGE(1:8).
           MOVE " SIGNED THE BUILD - A SECOND OPERATOR MUST APPROVE"
               TO DR-MESSAGE(9:52).
           WRITE BUILD-REPORT-RECORD FROM WS-DUP-RESULT-LINE.
           IF WS-MERGES-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF WS-SWEEP-MODE
               CLOSE DUP-REPORT-FILE
               DISPLAY "MASTER RECORDS SWEPT: " WS-MASTER-COUNT
               DISPLAY "CANDIDATE PAIRS:      " WS-PAIRS-FOUND
           ELSE
               DISPLAY "MERGES BUILT:         " WS-MERGES-BUILT
               DISPLAY "CONFIRMED NOT BUILT:  " WS-MERGES-REFUSED
           END-IF.

       COPY OPSEC.
