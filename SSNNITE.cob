      *                         tonight's promotion.  Check-out pulls
      *                         the step's counts from those same
      *                         files onto the status board.
      * 10/15/26  Maintenance   Office acknowledgment (SSNACK) added
      *                         as the sixth and last step.  It runs
      *                         after the recycle pass, which is
      *                         still started by hand outside the
      *                         sequencer, so its check-in waits for
      *                         SSNXREF and for tonight's SSNRCYC
      *                         line on the run-statistics history
      *                         (RUNSTAT.DAT); check-out pulls the
      *                         applied and rejected counts from
      *                         SSNACK's own RUNSTAT line.
      * 10/15/26  Maintenance   Partner delta extract (SSNDELT) added as
      *                         the fifth step, between SSNPROM and
      *                         SSNXREF, so a delta never ships from a
      *                         night that did not promote.  Its
      *                         check-in waits for tonight's promotion
      *                         on RUNCTL.DAT; check-out pulls the
      *                         detail and added counts from its
      *                         RUNSTAT line.
      *                         SSNXREF and SSNACK move to sixth and
      *                         seventh.
      * 10/15/26  Maintenance   MODE=BACKOUT added to undo tonight's run
      *                         so the stream can start again at
      *                         SSNBTCH. The SSNPREP check-in now takes
      *                         a pre-night picture (NITEPRE.DAT) of
      *                         every file the night changes -- master
      *                         and generation counts with Ident hash
      *                         totals, the audit length, the office
      *                         sequence total and batch count -- and
      *                         copies RECYCLE, PENDAPR, DUPMRG,
      *                         DELTSEQ, RUNCTL and IDXREF aside. The
      *                         back-out refuses unless every copy and
      *                         file can be matched to that picture,
      *                         then puts each file back in reverse
      *                         night order: copies restored, the master
      *                         and its generations stepped back,
      *                         tonight's audit entries cut (SSNRETM's
      *                         kept), MNTCTL and BALST cleared, office
      *                         sequences rolled back to before
      *                         tonight's batches, and NITECTL cleared.
      *                         Each file is proved back by count on the
      *                         back-out report (BKOUTRPT.DAT); a
      *                         back-out that does not prove leaves
      *                         NITECTL as it stood and ends RETURN-CODE
      *                         8.
      * 10/15/26  Maintenance   Back-out no longer judges the master
      *                         levels by count and Ident hash alone,
      *                         which missed a night of changes only.
      *                         The SSNPREP check-in copies CIVMAST,
      *                         CIVMGEN1 and CIVMGEN2 aside whole
      *                         (CIVMPRE, CGN1PRE, CGN2PRE); tonight's
      *                         RUNCTL entry, read before RUNCTL is put
      *                         back, decides whether SSNPROM promoted,
      *                         and each level restored is proved
      *                         against its copy record for record.
      *                         CIVMGEN3 is no longer read. Recycle FD
      *                         widened to 131, audit to 124, DELTSEQ to
      *                         32; death-match stamps (code S) are kept
      *                         on the audit trail like returned mail.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT NIGHT-BOARD-FILE ASSIGN TO "NITEBRD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NITEBRD-STATUS.

           COPY RUNSTSEL.

      *    The files below are the night's own -- what the steps
      *    change -- and are touched here only to take the pre-night
      *    picture at SSNPREP check-in and to put them back for
      *    MODE=BACKOUT.
           SELECT OPTIONAL PRE-NIGHT-FILE ASSIGN TO "NITEPRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NITEPRE-STATUS.

           SELECT CIVILIAN-MASTER-FILE ASSIGN TO "CIVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-IDENT
               FILE STATUS IS WS-CIVMAST-STATUS.

           SELECT OPTIONAL GENERATION-1-FILE ASSIGN TO "CIVMGEN1.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN1-STATUS.

           SELECT OPTIONAL GENERATION-2-FILE ASSIGN TO "CIVMGEN2.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN2-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RETAINED-AUDIT-FILE ASSIGN TO "AUDBKO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETAINED-STATUS.

           SELECT OPTIONAL IDENT-XREF-FILE ASSIGN TO "IDXREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDXREF-STATUS.

           SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "RECYCLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT OPTIONAL PENDING-APPROVAL-FILE
               ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAPR-STATUS.

           SELECT OPTIONAL DUP-MERGE-FILE ASSIGN TO "DUPMRG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPMRG-STATUS.

           SELECT OPTIONAL DELTA-SEQ-FILE ASSIGN TO "DELTSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTSEQ-STATUS.

           SELECT OPTIONAL OFFICE-SEQ-FILE ASSIGN TO "OFCSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFCSEQ-STATUS.

           SELECT OPTIONAL OFFICE-BATCH-FILE ASSIGN TO "TRANOFC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFCBAT-STATUS.

      *    Pre-night copies of the files a step rewrites in place.
           SELECT OPTIONAL PRE-RECYCLE-FILE ASSIGN TO "RECYPRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRE-RECYCLE-STATUS.

           SELECT OPTIONAL PRE-PENDAPR-FILE ASSIGN TO "PENDPRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRE-PENDAPR-STATUS.

           SELECT OPTIONAL PRE-DUPMRG-FILE ASSIGN TO "DUPMPRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRE-DUPMRG-STATUS.

           SELECT OPTIONAL PRE-DELTSEQ-FILE ASSIGN TO "DSEQPRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRE-DELTSEQ-STATUS.

           SELECT OPTIONAL PRE-RUNCTL-FILE ASSIGN TO "RCTLPRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRE-RUNCTL-STATUS.

           SELECT OPTIONAL PRE-IDXREF-FILE ASSIGN TO "IDXRPRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRE-IDXREF-STATUS.

           SELECT OPTIONAL PRE-MASTER-FILE ASSIGN TO "CIVMPRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRE-MASTER-STATUS.

           SELECT OPTIONAL PRE-GEN1-FILE ASSIGN TO "CGN1PRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRE-GEN1-STATUS.

           SELECT OPTIONAL PRE-GEN2-FILE ASSIGN TO "CGN2PRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRE-GEN2-STATUS.

           SELECT BACK-OUT-REPORT-FILE ASSIGN TO "BKOUTRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKOUTRPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  NIGHT-BOARD-RECORD      PIC X(80).

       FD  RUN-STATS-FILE
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RUNSTATS.

       FD  PRE-NIGHT-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY NITEPRE.

       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

       FD  GENERATION-1-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GENERATION-1-RECORD.
           05 G1-IDENT                PIC 9(7).
           05 FILLER                  PIC X(123).

       FD  GENERATION-2-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  GENERATION-2-RECORD.
           05 G2-IDENT                PIC 9(7).
           05 FILLER                  PIC X(123).

       FD  AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  RETAINED-AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RETAINED-AUDIT-RECORD   PIC X(124).

       FD  IDENT-XREF-FILE
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY IDXREF.

       FD  RECYCLE-FILE
           RECORD CONTAINS 131 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RCYREC.

       FD  PENDING-APPROVAL-FILE
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY PENDAPR.

       FD  DUP-MERGE-FILE
           RECORD CONTAINS 89 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY DUPMRG.

       FD  DELTA-SEQ-FILE
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY DELTSEQ.

       FD  OFFICE-SEQ-FILE
           RECORD CONTAINS 7 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY OFCSEQ.

       FD  OFFICE-BATCH-FILE
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY OFCBAT.

       FD  PRE-RECYCLE-FILE
           RECORD CONTAINS 131 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRE-RECYCLE-RECORD      PIC X(131).

       FD  PRE-PENDAPR-FILE
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRE-PENDAPR-RECORD      PIC X(144).

       FD  PRE-DUPMRG-FILE
           RECORD CONTAINS 89 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRE-DUPMRG-RECORD       PIC X(89).

       FD  PRE-DELTSEQ-FILE
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRE-DELTSEQ-RECORD      PIC X(32).

       FD  PRE-RUNCTL-FILE
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRE-RUNCTL-RECORD       PIC X(22).

       FD  PRE-IDXREF-FILE
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRE-IDXREF-RECORD       PIC X(22).

       FD  PRE-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRE-MASTER-RECORD.
           05 PM-IDENT                PIC 9(7).
           05 FILLER                  PIC X(123).

       FD  PRE-GEN1-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRE-GEN1-RECORD.
           05 P1-IDENT                PIC 9(7).
           05 FILLER                  PIC X(123).

       FD  PRE-GEN2-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PRE-GEN2-RECORD.
           05 P2-IDENT                PIC 9(7).
           05 FILLER                  PIC X(123).

       FD  BACK-OUT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BACK-OUT-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNDATE.

       01  WS-NITEBRD-STATUS          PIC XX.
           88 WS-NITEBRD-OK           VALUE "00".

       01  WS-RUNSTAT-STATUS          PIC XX.
           88 WS-RUNSTAT-OK           VALUE "00" "05".

      *    The night's own files are OPTIONAL for the same reason --
      *    a first night has no generations, no recycle pool, no
      *    delta sequence yet.
       01  WS-NITEPRE-STATUS          PIC XX.
           88 WS-NITEPRE-OK           VALUE "00" "05".

       01  WS-CIVMAST-STATUS          PIC XX.
           88 WS-CIVMAST-OK           VALUE "00".

       01  WS-GEN1-STATUS             PIC XX.
           88 WS-GEN1-OK              VALUE "00" "05".

       01  WS-GEN2-STATUS             PIC XX.
           88 WS-GEN2-OK              VALUE "00" "05".

       01  WS-AUDIT-STATUS            PIC XX.
           88 WS-AUDIT-OK             VALUE "00" "05".

       01  WS-RETAINED-STATUS         PIC XX.
           88 WS-RETAINED-OK          VALUE "00".

       01  WS-IDXREF-STATUS           PIC XX.
           88 WS-IDXREF-OK            VALUE "00" "05".

       01  WS-RECYCLE-STATUS          PIC XX.
           88 WS-RECYCLE-OK           VALUE "00" "05".

       01  WS-PENDAPR-STATUS          PIC XX.
           88 WS-PENDAPR-OK           VALUE "00" "05".

       01  WS-DUPMRG-STATUS           PIC XX.
           88 WS-DUPMRG-OK            VALUE "00" "05".

       01  WS-DELTSEQ-STATUS          PIC XX.
           88 WS-DELTSEQ-OK           VALUE "00" "05".

       01  WS-OFCSEQ-STATUS           PIC XX.
           88 WS-OFCSEQ-OK            VALUE "00" "05".

       01  WS-OFCBAT-STATUS           PIC XX.
           88 WS-OFCBAT-OK            VALUE "00" "05".

       01  WS-PRE-RECYCLE-STATUS      PIC XX.
           88 WS-PRE-RECYCLE-OK       VALUE "00" "05".

       01  WS-PRE-PENDAPR-STATUS      PIC XX.
           88 WS-PRE-PENDAPR-OK       VALUE "00" "05".

       01  WS-PRE-DUPMRG-STATUS       PIC XX.
           88 WS-PRE-DUPMRG-OK        VALUE "00" "05".

       01  WS-PRE-DELTSEQ-STATUS      PIC XX.
           88 WS-PRE-DELTSEQ-OK       VALUE "00" "05".

       01  WS-PRE-RUNCTL-STATUS       PIC XX.
           88 WS-PRE-RUNCTL-OK        VALUE "00" "05".

       01  WS-PRE-IDXREF-STATUS       PIC XX.
           88 WS-PRE-IDXREF-OK        VALUE "00" "05".

       01  WS-PRE-MASTER-STATUS       PIC XX.
           88 WS-PRE-MASTER-OK        VALUE "00" "05".

       01  WS-PRE-GEN1-STATUS         PIC XX.
           88 WS-PRE-GEN1-OK          VALUE "00" "05".

       01  WS-PRE-GEN2-STATUS         PIC XX.
           88 WS-PRE-GEN2-OK          VALUE "00" "05".

       01  WS-BKOUTRPT-STATUS         PIC XX.
           88 WS-BKOUTRPT-OK          VALUE "00".

       01  WS-NITECTL-EOF-SW          PIC X VALUE "N".
           88 WS-NITECTL-EOF          VALUE "Y".

       01  WS-PARM-KEY                PIC X(8).
       01  WS-PARM-VALUE              PIC X(10).

       01  WS-MODE                    PIC X(7) VALUE SPACES.
           88 WS-MODE-BEGIN           VALUE "BEGIN".
           88 WS-MODE-END             VALUE "END".
           88 WS-MODE-BACKOUT         VALUE "BACKOUT".
           88 WS-MODE-BOARD           VALUE SPACES.

       01  WS-STEP-NAME               PIC X(8) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "SSNMAINT".
           05 FILLER                  PIC X(8) VALUE "SSNBAL  ".
           05 FILLER                  PIC X(8) VALUE "SSNPROM ".
           05 FILLER                  PIC X(8) VALUE "SSNDELT ".
           05 FILLER                  PIC X(8) VALUE "SSNXREF ".
           05 FILLER                  PIC X(8) VALUE "SSNACK  ".
       01  WS-STEP-NAMES REDEFINES WS-STEP-NAME-TABLE.
           05 WS-STEP-OF              PIC X(8) OCCURS 7 TIMES.

       01  WS-STEP-IDX                PIC 9(1) VALUE 0.
       01  WS-STEP-NUMBER             PIC 9(1) VALUE 0.
      *    NITECTL.DAT (records for other dates fall away -- the
      *    file describes one night at a time).
       01  WS-NIGHT-TABLE.
           05 WS-NIGHT-STEP OCCURS 7 TIMES.
              10 WS-NT-STATUS         PIC X.
                 88 NT-RUNNING        VALUE "R".
                 88 NT-COMPLETE       VALUE "C".
       01  WS-EVIDENCE-RESULT         PIC X VALUE SPACE.
       01  WS-EVIDENCE-COUNT-1        PIC 9(5) VALUE 0.
       01  WS-EVIDENCE-COUNT-2        PIC 9(5) VALUE 0.
       01  WS-EVIDENCE-PROGRAM        PIC X(8) VALUE SPACES.
       01  WS-EVIDENCE-FOUND-SW       PIC X VALUE "N".
           88 WS-EVIDENCE-FOUND       VALUE "Y".


       01  WS-NEXT-CLEARED            PIC X(8) VALUE SPACES.

      *    The pre-night picture, built here and written whole at
      *    SSNPREP check-in, read back whole for MODE=BACKOUT -- the
      *    FD record area is undefined after CLOSE.
       01  WS-PRE-NIGHT-PICTURE.
           05 WS-PP-RUN-DATE          PIC 9(8).
           05 WS-PP-TAKEN-TIME        PIC 9(6).
           05 WS-PP-MASTER-COUNT      PIC 9(5).
           05 WS-PP-MASTER-HASH       PIC 9(13).
           05 WS-PP-GEN1-COUNT        PIC 9(5).
           05 WS-PP-GEN1-HASH         PIC 9(13).
           05 WS-PP-GEN2-COUNT        PIC 9(5).
           05 WS-PP-GEN2-HASH         PIC 9(13).
           05 WS-PP-AUDIT-COUNT       PIC 9(7).
           05 WS-PP-IDXREF-COUNT      PIC 9(7).
           05 WS-PP-RUNCTL-COUNT      PIC 9(5).
           05 WS-PP-RECYCLE-COUNT     PIC 9(5).
           05 WS-PP-PENDAPR-COUNT     PIC 9(5).
           05 WS-PP-DUPMRG-COUNT      PIC 9(5).
           05 WS-PP-DELTSEQ-COUNT     PIC 9(1).
           05 WS-PP-DELTA-LAST-SEQ    PIC 9(6).
           05 WS-PP-OFCSEQ-TOTAL      PIC 9(7).
           05 WS-PP-BATCH-COUNT       PIC 9(5).
           05 FILLER                  PIC X(9) VALUE SPACES.

      *    Each step's status as the night stood when it was backed
      *    out -- kept for the report after NITECTL.DAT is cleared.
       01  WS-NIGHT-AS-STOOD.
           05 WS-STOOD-STATUS         PIC X OCCURS 7 TIMES.

       01  WS-PRE-NIGHT-FOUND-SW      PIC X VALUE "N".
           88 WS-PRE-NIGHT-FOUND      VALUE "Y".

       01  WS-COPY-EOF-SW             PIC X VALUE "N".
           88 WS-COPY-EOF             VALUE "Y".

       01  WS-COPY-COUNT              PIC 9(7) VALUE 0.
       01  WS-COPY-HASH               PIC 9(13) VALUE 0.
       01  WS-BEFORE-COUNT            PIC 9(7) VALUE 0.

      *    Current counts and Ident hash totals of the master and its
      *    retained generations.
       01  WS-MASTER-COUNT            PIC 9(5) VALUE 0.
       01  WS-MASTER-HASH             PIC 9(13) VALUE 0.
       01  WS-GEN1-COUNT              PIC 9(5) VALUE 0.
       01  WS-GEN1-HASH               PIC 9(13) VALUE 0.
       01  WS-GEN2-COUNT              PIC 9(5) VALUE 0.
       01  WS-GEN2-HASH               PIC 9(13) VALUE 0.

      *    Which levels of the master the night moved, decided
      *    before anything is touched: every level when RUNCTL.DAT
      *    carries tonight's promotion, otherwise each level that no
      *    longer matches its pre-night copy record for record.
       01  WS-RESTORE-MASTER-SW       PIC X VALUE "N".
           88 WS-RESTORE-MASTER       VALUE "Y".
       01  WS-RESTORE-GEN1-SW         PIC X VALUE "N".
           88 WS-RESTORE-GEN1         VALUE "Y".
       01  WS-RESTORE-GEN2-SW         PIC X VALUE "N".
           88 WS-RESTORE-GEN2         VALUE "Y".
       01  WS-PROMOTED-TONIGHT-SW     PIC X VALUE "N".
           88 WS-PROMOTED-TONIGHT     VALUE "Y".
       01  WS-RUNCTL-COUNT            PIC 9(5) VALUE 0.

      *    A level compared whole against its pre-night copy.
       01  WS-LEVEL-EOF-SW            PIC X VALUE "N".
           88 WS-LEVEL-EOF            VALUE "Y".
       01  WS-LEVEL-SAME-SW           PIC X VALUE "Y".
           88 WS-LEVEL-SAME           VALUE "Y".
       01  WS-MASTER-SAME-SW          PIC X VALUE "Y".
           88 WS-MASTER-SAME          VALUE "Y".
       01  WS-GEN1-SAME-SW            PIC X VALUE "Y".
           88 WS-GEN1-SAME            VALUE "Y".
       01  WS-GEN2-SAME-SW            PIC X VALUE "Y".
           88 WS-GEN2-SAME            VALUE "Y".

       01  WS-AUDIT-COUNT             PIC 9(7) VALUE 0.
       01  WS-AUDIT-CUT               PIC 9(7) VALUE 0.
       01  WS-AUDIT-KEPT-RETURNS      PIC 9(7) VALUE 0.
       01  WS-AUDIT-KEPT-STAMPS       PIC 9(7) VALUE 0.
       01  WS-AUDIT-RETAINED          PIC 9(7) VALUE 0.
       01  WS-AUDIT-RELOADED          PIC 9(7) VALUE 0.

       01  WS-DELTA-LAST-SEQ          PIC 9(6) VALUE 0.
       01  WS-BATCH-COUNT             PIC 9(5) VALUE 0.
       01  WS-OFCSEQ-TOTAL            PIC 9(7) VALUE 0.

       01  WS-PA-RELEASES-UNDONE      PIC 9(5) VALUE 0.
       01  WS-PA-HOLDS-DROPPED        PIC 9(5) VALUE 0.
       01  WS-DM-RELEASES-UNDONE      PIC 9(5) VALUE 0.
       01  WS-BATCHES-ROLLED-BACK     PIC 9(5) VALUE 0.

      *    One proof line's figures; a hash that disagrees fails the
      *    line even when the count agrees.
       01  WS-PROOF-EXPECTED          PIC 9(7) VALUE 0.
       01  WS-PROOF-BEFORE            PIC 9(7) VALUE 0.
       01  WS-PROOF-AFTER             PIC 9(7) VALUE 0.
       01  WS-PROOF-HASH-SW           PIC X VALUE "Y".
           88 WS-PROOF-HASH-AGREES    VALUE "Y".
       01  WS-FILES-PROVED            PIC 9(3) VALUE 0.
       01  WS-FILES-NOT-PROVED        PIC 9(3) VALUE 0.

      *    Office sequences: what OFCSEQ.DAT holds, and the range of
      *    batch sequences each office sent in tonight's TRANOFC.DAT.
       01  WS-OFFICE-COUNT            PIC 9(2) VALUE 0.
       01  WS-OFC-IDX                 PIC 9(2) VALUE 0.
       01  WS-OFC-SLOT                PIC 9(2) VALUE 0.
       01  WS-OFFICE-TABLE.
           05 WS-OFC-ENTRY OCCURS 10 TIMES.
              10 WS-OFC-ID            PIC X(3).
              10 WS-OFC-LAST-SEQ      PIC 9(4).
              10 WS-OFC-NIGHT-LOW     PIC 9(4).
              10 WS-OFC-NIGHT-HIGH    PIC 9(4).
              10 WS-OFC-ON-FILE-SW    PIC X.
                 88 WS-OFC-ON-FILE    VALUE "Y".
              10 WS-OFC-TONIGHT-SW    PIC X.
                 88 WS-OFC-TONIGHT    VALUE "Y".
              10 WS-OFC-ROLL-SW       PIC X.
                 88 WS-OFC-ROLL-BACK  VALUE "Y".
       01  WS-OFC-PRIOR-SEQ           PIC 9(4) VALUE 0.

       01  WS-BKO-HEADING-LINE.
           05 FILLER                  PIC X(26)  VALUE SPACES.
           05 FILLER                  PIC X(28)  VALUE
               "NIGHT STREAM BACK-OUT REPORT".
           05 FILLER                  PIC X(26)  VALUE SPACES.

       01  WS-BKO-RUN-DATE-LINE.
           05 FILLER                  PIC X(6)   VALUE "RUN: ".
           05 BR-RUN-MM               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 BR-RUN-DD               PIC 99.
           05 FILLER                  PIC X      VALUE "/".
           05 BR-RUN-YYYY             PIC 9(4).
           05 FILLER                  PIC X(64)  VALUE SPACES.

       01  WS-BKO-PICTURE-LINE.
           05 FILLER                  PIC X(45)  VALUE
               "PRE-NIGHT PICTURE TAKEN AT SSNPREP CHECK-IN: ".
           05 BP-TAKEN-TIME           PIC 9(6).
           05 FILLER                  PIC X(29)  VALUE SPACES.

       01  WS-BKO-STEP-LINE.
           05 FILLER                  PIC X(4)   VALUE SPACES.
           05 BS-STEP-NAME            PIC X(8).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 BS-STATUS               PIC X(9).
           05 FILLER                  PIC X(57)  VALUE SPACES.

       01  WS-BKO-EXPLAIN-LINE.
           05 FILLER                  PIC X(40)  VALUE
               "UNDONE IN REVERSE NIGHT ORDER - EXPECTED".
           05 FILLER                  PIC X(40)  VALUE
               " IS THE PRE-NIGHT STATE".

       01  WS-BKO-COLUMN-HEADING.
           05 FILLER                  PIC X(13)  VALUE "FILE".
           05 FILLER                  PIC X(27)  VALUE "ACTION".
           05 FILLER                  PIC X(10)  VALUE "EXPECTED".
           05 FILLER                  PIC X(9)   VALUE " BEFORE".
           05 FILLER                  PIC X(9)   VALUE "  AFTER".
           05 FILLER                  PIC X(12)  VALUE "PROOF".

       01  WS-BKO-DETAIL-LINE.
           05 BB-FILE                 PIC X(13).
           05 BB-ACTION               PIC X(27).
           05 FILLER                  PIC X      VALUE SPACE.
           05 BB-EXPECTED             PIC ZZZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 BB-BEFORE               PIC ZZZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 BB-AFTER                PIC ZZZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 BB-PROOF                PIC X(10).
           05 FILLER                  PIC X(2)   VALUE SPACES.

       01  WS-BKO-OFFICE-LINE.
           05 FILLER                  PIC X(7)   VALUE "OFFICE ".
           05 BO-OFFICE-ID            PIC X(3).
           05 FILLER                  PIC X(11)  VALUE "  SEQUENCE ".
           05 BO-FROM-SEQ             PIC 9(4).
           05 FILLER                  PIC X(16)  VALUE
               " ROLLED BACK TO ".
           05 BO-TO-SEQ               PIC 9(4).
           05 FILLER                  PIC X(15)  VALUE
               " - RESEND SEQ. ".
           05 BO-LOW-SEQ              PIC 9(4).
           05 FILLER                  PIC X(6)   VALUE " THRU ".
           05 BO-HIGH-SEQ             PIC 9(4).
           05 FILLER                  PIC X(6)   VALUE SPACES.

       01  WS-BKO-COUNT-LINE.
           05 BC-LABEL                PIC X(45).
           05 BC-COUNT                PIC ZZZZZZ9.
           05 FILLER                  PIC X(28)  VALUE SPACES.

       01  WS-BKO-NOTE-LINE           PIC X(80).

       01  WS-BOARD-HEADING-LINE.
           05 FILLER                  PIC X(27)  VALUE SPACES.
           05 FILLER                  PIC X(26)  VALUE
                   PERFORM 3000-CHECK-IN-STEP
               WHEN WS-MODE-END
                   PERFORM 4000-CHECK-OUT-STEP
               WHEN WS-MODE-BACKOUT
                   PERFORM 8000-BACK-OUT-NIGHT
           END-EVALUATE.
           IF NOT WS-CHECK-REFUSED AND NOT WS-MODE-BACKOUT
               PERFORM 5000-REWRITE-NIGHT-CONTROL
           END-IF.
           PERFORM 7000-PRINT-STATUS-BOARD.
           MOVE WS-RUN-PARM-2 TO WS-PARM-WORK.
           PERFORM 1100-APPLY-ONE-PARM.

           IF WS-MODE-BEGIN OR WS-MODE-END
               PERFORM 1300-RESOLVE-STEP-NAME
           END-IF.
           IF WS-MODE-BACKOUT AND WS-STEP-NAME NOT = SPACES
               DISPLAY "MODE=BACKOUT BACKS OUT THE WHOLE NIGHT - "
                   "KEY IT WITHOUT STEP="
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2000-LOAD-NIGHT-TABLE.

           EVALUATE WS-PARM-KEY
               WHEN "MODE"
                   IF WS-PARM-VALUE = "BEGIN" OR WS-PARM-VALUE = "END"
                           OR WS-PARM-VALUE = "BACKOUT"
                       MOVE WS-PARM-VALUE(1:7) TO WS-MODE
                   ELSE
                       DISPLAY "INVALID PARAMETER: " WS-PARM-WORK
                       DISPLAY "KEY MODE=BEGIN, MODE=END OR "
                           "MODE=BACKOUT"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID PARAMETER: " WS-PARM-WORK
                   DISPLAY "KEY MODE=BEGIN/END AND STEP=NAME, "
                       "MODE=BACKOUT, OR NOTHING FOR THE STATUS BOARD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       1300-RESOLVE-STEP-NAME.
           MOVE 0 TO WS-STEP-NUMBER.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 7
               IF WS-STEP-OF(WS-STEP-IDX) = WS-STEP-NAME
                   MOVE WS-STEP-IDX TO WS-STEP-NUMBER
               END-IF
           IF WS-STEP-NUMBER = 0
               DISPLAY "STEP " WS-STEP-NAME " IS NOT IN THE NIGHT "
                   "STREAM"
               DISPLAY "STEPS: SSNPREP SSNMAINT SSNBAL SSNPROM SSNDELT "
                   "SSNXREF SSNACK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    starts the board clean.
       2000-LOAD-NIGHT-TABLE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 7
               MOVE SPACE TO WS-NT-STATUS(WS-STEP-IDX)
               MOVE ZEROS TO WS-NT-BEGIN-TIME(WS-STEP-IDX)
               MOVE ZEROS TO WS-NT-END-TIME(WS-STEP-IDX)

       2100-STORE-NIGHT-RECORD.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 7
               IF WS-STEP-OF(WS-STEP-IDX) = NC-STEP-NAME
                   MOVE NC-STATUS     TO WS-NT-STATUS(WS-STEP-IDX)
                   MOVE NC-BEGIN-TIME TO WS-NT-BEGIN-TIME(WS-STEP-IDX)
           IF NOT WS-CHECK-REFUSED
               PERFORM 3500-CHECK-EVIDENCE
           END-IF.
           IF NOT WS-CHECK-REFUSED AND WS-STEP-NUMBER = 1
               PERFORM 3700-TAKE-PRE-NIGHT-PICTURE
           END-IF.
           IF NOT WS-CHECK-REFUSED
               MOVE "R" TO WS-NT-STATUS(WS-STEP-NUMBER)
               MOVE WS-TIME-RAW(1:6)
                       PERFORM 3900-REFUSE-CHECK
                   END-IF
               WHEN 5
                   PERFORM 6300-READ-LAST-RUN-CONTROL
                   IF NOT WS-EVIDENCE-FOUND
                           OR WS-EVIDENCE-DATE
                               NOT = WS-CURRENT-DATE-YYYYMMDD
                       DISPLAY "RUNCTL DOES NOT SHOW TONIGHT'S "
                           "PROMOTION - CHECK-IN OF SSNDELT REFUSED"
                       PERFORM 3900-REFUSE-CHECK
                   END-IF
               WHEN 6
                   PERFORM 6300-READ-LAST-RUN-CONTROL
                   IF NOT WS-EVIDENCE-FOUND
                           OR WS-EVIDENCE-DATE
                           "PROMOTION - CHECK-IN OF SSNXREF REFUSED"
                       PERFORM 3900-REFUSE-CHECK
                   END-IF
               WHEN 7
                   MOVE "SSNRCYC " TO WS-EVIDENCE-PROGRAM
                   PERFORM 6400-READ-LAST-RUN-STAT
                   IF NOT WS-EVIDENCE-FOUND
                           OR WS-EVIDENCE-DATE
                               NOT = WS-CURRENT-DATE-YYYYMMDD
                       DISPLAY "RUNSTAT DOES NOT SHOW TONIGHT'S "
                           "RECYCLE PASS - CHECK-IN OF SSNACK REFUSED"
                       PERFORM 3900-REFUSE-CHECK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The pre-night picture is taken as SSNPREP is cleared --
      *    the first step to change anything -- and only once a
      *    night: a rerun of SSNPREP after a failure keeps the
      *    picture of the files as they were before the first try.
       3700-TAKE-PRE-NIGHT-PICTURE.
           PERFORM 6700-READ-PRE-NIGHT-PICTURE.
           IF WS-PRE-NIGHT-FOUND
                   AND WS-PP-RUN-DATE = WS-CURRENT-DATE-YYYYMMDD
               DISPLAY "PRE-NIGHT PICTURE ALREADY TAKEN TONIGHT AT "
                   WS-PP-TAKEN-TIME " - KEPT"
           ELSE
               MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-PP-RUN-DATE
               MOVE WS-TIME-RAW(1:6)  TO WS-PP-TAKEN-TIME
               PERFORM 6500-COUNT-LIVE-MASTER
               MOVE WS-MASTER-COUNT   TO WS-PP-MASTER-COUNT
               MOVE WS-MASTER-HASH    TO WS-PP-MASTER-HASH
               PERFORM 6510-COUNT-GENERATION-1
               MOVE WS-GEN1-COUNT     TO WS-PP-GEN1-COUNT
               MOVE WS-GEN1-HASH      TO WS-PP-GEN1-HASH
               PERFORM 6520-COUNT-GENERATION-2
               MOVE WS-GEN2-COUNT     TO WS-PP-GEN2-COUNT
               MOVE WS-GEN2-HASH      TO WS-PP-GEN2-HASH
               PERFORM 6540-COUNT-AUDIT-TRAIL
               MOVE WS-AUDIT-COUNT    TO WS-PP-AUDIT-COUNT
               PERFORM 6550-TOTAL-OFFICE-SEQUENCES
               MOVE WS-OFCSEQ-TOTAL   TO WS-PP-OFCSEQ-TOTAL
               PERFORM 6560-COUNT-OFFICE-BATCHES
               MOVE WS-BATCH-COUNT    TO WS-PP-BATCH-COUNT
               PERFORM 3710-COPY-RECYCLE-ASIDE
               MOVE WS-COPY-COUNT     TO WS-PP-RECYCLE-COUNT
               PERFORM 3720-COPY-PENDAPR-ASIDE
               MOVE WS-COPY-COUNT     TO WS-PP-PENDAPR-COUNT
               PERFORM 3730-COPY-DUPMRG-ASIDE
               MOVE WS-COPY-COUNT     TO WS-PP-DUPMRG-COUNT
               PERFORM 3740-COPY-DELTSEQ-ASIDE
               MOVE WS-COPY-COUNT     TO WS-PP-DELTSEQ-COUNT
               MOVE WS-DELTA-LAST-SEQ TO WS-PP-DELTA-LAST-SEQ
               PERFORM 3750-COPY-RUNCTL-ASIDE
               MOVE WS-COPY-COUNT     TO WS-PP-RUNCTL-COUNT
               PERFORM 3760-COPY-IDXREF-ASIDE
               MOVE WS-COPY-COUNT     TO WS-PP-IDXREF-COUNT
               PERFORM 3770-COPY-MASTER-ASIDE
               PERFORM 3775-COPY-GEN1-ASIDE
               PERFORM 3780-COPY-GEN2-ASIDE
               PERFORM 3790-WRITE-PRE-NIGHT-PICTURE
               DISPLAY "PRE-NIGHT PICTURE TAKEN FOR BACK-OUT - MASTER "
                   WS-PP-MASTER-COUNT " AUDIT " WS-PP-AUDIT-COUNT
           END-IF.

       3710-COPY-RECYCLE-ASIDE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT RECYCLE-FILE.
           OPEN OUTPUT PRE-RECYCLE-FILE.
           IF NOT WS-RECYCLE-OK OR NOT WS-PRE-RECYCLE-OK
               DISPLAY "ERROR COPYING RECYCLE.DAT TO RECYPRE.DAT, "
                   "STATUS: " WS-RECYCLE-STATUS " "
                   WS-PRE-RECYCLE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ RECYCLE-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE PRE-RECYCLE-RECORD FROM RECYCLE-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE RECYCLE-FILE.
           CLOSE PRE-RECYCLE-FILE.

       3720-COPY-PENDAPR-ASIDE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PENDING-APPROVAL-FILE.
           OPEN OUTPUT PRE-PENDAPR-FILE.
           IF NOT WS-PENDAPR-OK OR NOT WS-PRE-PENDAPR-OK
               DISPLAY "ERROR COPYING PENDAPR.DAT TO PENDPRE.DAT, "
                   "STATUS: " WS-PENDAPR-STATUS " "
                   WS-PRE-PENDAPR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PENDING-APPROVAL-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE PRE-PENDAPR-RECORD
                           FROM PENDING-APPROVAL-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PENDING-APPROVAL-FILE.
           CLOSE PRE-PENDAPR-FILE.

       3730-COPY-DUPMRG-ASIDE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT DUP-MERGE-FILE.
           OPEN OUTPUT PRE-DUPMRG-FILE.
           IF NOT WS-DUPMRG-OK OR NOT WS-PRE-DUPMRG-OK
               DISPLAY "ERROR COPYING DUPMRG.DAT TO DUPMPRE.DAT, "
                   "STATUS: " WS-DUPMRG-STATUS " "
                   WS-PRE-DUPMRG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ DUP-MERGE-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE PRE-DUPMRG-RECORD FROM DUP-MERGE-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE DUP-MERGE-FILE.
           CLOSE PRE-DUPMRG-FILE.

       3740-COPY-DELTSEQ-ASIDE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-DELTA-LAST-SEQ.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT DELTA-SEQ-FILE.
           OPEN OUTPUT PRE-DELTSEQ-FILE.
           IF NOT WS-DELTSEQ-OK OR NOT WS-PRE-DELTSEQ-OK
               DISPLAY "ERROR COPYING DELTSEQ.DAT TO DSEQPRE.DAT, "
                   "STATUS: " WS-DELTSEQ-STATUS " "
                   WS-PRE-DELTSEQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ DELTA-SEQ-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE PRE-DELTSEQ-RECORD FROM DELTA-SEQ-RECORD
                       MOVE DQ-LAST-SEQ TO WS-DELTA-LAST-SEQ
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE DELTA-SEQ-FILE.
           CLOSE PRE-DELTSEQ-FILE.

       3750-COPY-RUNCTL-ASIDE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           OPEN OUTPUT PRE-RUNCTL-FILE.
           IF NOT WS-RUNCTL-OK OR NOT WS-PRE-RUNCTL-OK
               DISPLAY "ERROR COPYING RUNCTL.DAT TO RCTLPRE.DAT, "
                   "STATUS: " WS-RUNCTL-STATUS " "
                   WS-PRE-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE PRE-RUNCTL-RECORD FROM RUN-CONTROL-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
           CLOSE PRE-RUNCTL-FILE.

       3760-COPY-IDXREF-ASIDE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT IDENT-XREF-FILE.
           OPEN OUTPUT PRE-IDXREF-FILE.
           IF NOT WS-IDXREF-OK OR NOT WS-PRE-IDXREF-OK
               DISPLAY "ERROR COPYING IDXREF.DAT TO IDXRPRE.DAT, "
                   "STATUS: " WS-IDXREF-STATUS " "
                   WS-PRE-IDXREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ IDENT-XREF-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE PRE-IDXREF-RECORD FROM IDENT-XREF-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE IDENT-XREF-FILE.
           CLOSE PRE-IDXREF-FILE.

      *    The master and its two newer generations are copied
      *    whole, so a back-out can put each level back as it stood
      *    and prove it record for record -- a night of changes
      *    only (no adds or deletes) leaves the counts and Ident
      *    hash totals exactly as they were.
       3770-COPY-MASTER-ASIDE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT CIVILIAN-MASTER-FILE.
           OPEN OUTPUT PRE-MASTER-FILE.
           IF NOT WS-CIVMAST-OK OR NOT WS-PRE-MASTER-OK
               DISPLAY "ERROR COPYING CIVMAST.DAT TO CIVMPRE.DAT, "
                   "STATUS: " WS-CIVMAST-STATUS " "
                   WS-PRE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ CIVILIAN-MASTER-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE PRE-MASTER-RECORD
                           FROM CIVILIAN-MASTER-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE CIVILIAN-MASTER-FILE.
           CLOSE PRE-MASTER-FILE.

       3775-COPY-GEN1-ASIDE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT GENERATION-1-FILE.
           OPEN OUTPUT PRE-GEN1-FILE.
           IF NOT WS-GEN1-OK OR NOT WS-PRE-GEN1-OK
               DISPLAY "ERROR COPYING CIVMGEN1.DAT TO CGN1PRE.DAT, "
                   "STATUS: " WS-GEN1-STATUS " " WS-PRE-GEN1-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ GENERATION-1-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE PRE-GEN1-RECORD FROM GENERATION-1-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE GENERATION-1-FILE.
           CLOSE PRE-GEN1-FILE.

       3780-COPY-GEN2-ASIDE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT GENERATION-2-FILE.
           OPEN OUTPUT PRE-GEN2-FILE.
           IF NOT WS-GEN2-OK OR NOT WS-PRE-GEN2-OK
               DISPLAY "ERROR COPYING CIVMGEN2.DAT TO CGN2PRE.DAT, "
                   "STATUS: " WS-GEN2-STATUS " " WS-PRE-GEN2-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ GENERATION-2-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE PRE-GEN2-RECORD FROM GENERATION-2-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE GENERATION-2-FILE.
           CLOSE PRE-GEN2-FILE.

      *    Written last, so a picture on file always has its copies
      *    complete behind it.
       3790-WRITE-PRE-NIGHT-PICTURE.
           OPEN OUTPUT PRE-NIGHT-FILE.
           IF NOT WS-NITEPRE-OK
               DISPLAY "ERROR OPENING PRE-NIGHT-FILE, STATUS: "
                   WS-NITEPRE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE PRE-NIGHT-RECORD FROM WS-PRE-NIGHT-PICTURE.
           CLOSE PRE-NIGHT-FILE.

       3900-REFUSE-CHECK.
           SET WS-CHECK-REFUSED TO TRUE.
           MOVE 8 TO RETURN-CODE.

      *    Check-out: the step is marked complete with its counts
      *    pulled from its own control file, so the board shows the
      *    same numbers the night's reports carry.
       4000-CHECK-OUT-STEP.
           IF NOT NT-RUNNING(WS-STEP-NUMBER)
               DISPLAY WS-STEP-NAME " WAS NEVER CHECKED IN TONIGHT - "
                   "CHECK-OUT REFUSED"
               PERFORM 3900-REFUSE-CHECK
           ELSE
               MOVE "C" TO WS-NT-STATUS(WS-STEP-NUMBER)
               MOVE WS-TIME-RAW(1:6)
                   TO WS-NT-END-TIME(WS-STEP-NUMBER)
               PERFORM 4500-PULL-STEP-COUNTS
               DISPLAY WS-STEP-NAME " CHECKED OUT COMPLETE"
           END-IF.

       4500-PULL-STEP-COUNTS.
           EVALUATE WS-STEP-NUMBER
               WHEN 2
                   PERFORM 6100-READ-MAINT-CONTROL
                   IF WS-EVIDENCE-FOUND
                       MOVE WS-EVIDENCE-COUNT-1
                           TO WS-NT-COUNT-1(WS-STEP-NUMBER)
                       MOVE WS-EVIDENCE-COUNT-2
                           TO WS-NT-COUNT-2(WS-STEP-NUMBER)
                   END-IF
               WHEN 3
                   PERFORM 6200-READ-BALANCE-STATUS
                   IF WS-EVIDENCE-FOUND
                       MOVE WS-EVIDENCE-COUNT-1
                           TO WS-NT-COUNT-1(WS-STEP-NUMBER)
                       MOVE WS-EVIDENCE-COUNT-2
                           TO WS-NT-COUNT-2(WS-STEP-NUMBER)
                   END-IF
               WHEN 4
                   PERFORM 6300-READ-LAST-RUN-CONTROL
                   IF WS-EVIDENCE-FOUND
                       MOVE WS-EVIDENCE-COUNT-1
                           TO WS-NT-COUNT-1(WS-STEP-NUMBER)
                       MOVE WS-EVIDENCE-COUNT-2
                           TO WS-NT-COUNT-2(WS-STEP-NUMBER)
                   END-IF
               WHEN 5
                   MOVE "SSNDELT " TO WS-EVIDENCE-PROGRAM
                   PERFORM 6400-READ-LAST-RUN-STAT
                   IF WS-EVIDENCE-FOUND
                       MOVE WS-EVIDENCE-COUNT-1
                           TO WS-NT-COUNT-1(WS-STEP-NUMBER)
                       MOVE WS-EVIDENCE-COUNT-2
                           TO WS-NT-COUNT-2(WS-STEP-NUMBER)
                   END-IF
               WHEN 7
                   MOVE "SSNACK  " TO WS-EVIDENCE-PROGRAM
                   PERFORM 6400-READ-LAST-RUN-STAT
                   IF WS-EVIDENCE-FOUND
                       MOVE WS-EVIDENCE-COUNT-1
                           TO WS-NT-COUNT-1(WS-STEP-NUMBER)
                       MOVE WS-EVIDENCE-COUNT-2
                           TO WS-NT-COUNT-2(WS-STEP-NUMBER)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The whole file is rewritten with tonight's seven slots --
      *    the status file describes one night at a time, and the
      *    sequencer is its only writer.
       5000-REWRITE-NIGHT-CONTROL.
           OPEN OUTPUT NIGHT-CONTROL-FILE.
           IF NOT WS-NITECTL-OK
               DISPLAY "ERROR REWRITING NIGHT-CONTROL-FILE, STATUS: "
                   WS-NITECTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 7
               MOVE WS-CURRENT-DATE-YYYYMMDD TO NC-RUN-DATE
               MOVE WS-STEP-OF(WS-STEP-IDX)  TO NC-STEP-NAME
               MOVE WS-NT-STATUS(WS-STEP-IDX) TO NC-STATUS
       6300-READ-LAST-RUN-CONTROL.
           MOVE "N" TO WS-EVIDENCE-FOUND-SW.
           MOVE "N" TO WS-CTLFILE-EOF-SW.
           MOVE 0 TO WS-RUNCTL-COUNT.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-OK
               PERFORM UNTIL WS-CTLFILE-EOF
                           SET WS-CTLFILE-EOF TO TRUE
                       NOT AT END
                           SET WS-EVIDENCE-FOUND TO TRUE
                           ADD 1 TO WS-RUNCTL-COUNT
                           MOVE GN-RUN-DATE  TO WS-EVIDENCE-DATE
                           MOVE GN-OLD-COUNT TO WS-EVIDENCE-COUNT-1
                           MOVE GN-NEW-COUNT TO WS-EVIDENCE-COUNT-2
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    The run-statistics history is extended by every program
      *    that keeps one; the newest line for the program asked
      *    about is the run that counts -- unless a back-out of
      *    tonight was written after it, which voids what the
      *    backed-out night left behind.
       6400-READ-LAST-RUN-STAT.
           MOVE "N" TO WS-EVIDENCE-FOUND-SW.
           MOVE "N" TO WS-CTLFILE-EOF-SW.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-RUNSTAT-OK
               PERFORM UNTIL WS-CTLFILE-EOF
                   READ RUN-STATS-FILE
                       AT END
                           SET WS-CTLFILE-EOF TO TRUE
                       NOT AT END
                           IF RS-PROGRAM = WS-EVIDENCE-PROGRAM
                               SET WS-EVIDENCE-FOUND TO TRUE
                               MOVE RS-RUN-DATE TO WS-EVIDENCE-DATE
                               MOVE RS-COUNT-1
                                   TO WS-EVIDENCE-COUNT-1
                               MOVE RS-COUNT-2
                                   TO WS-EVIDENCE-COUNT-2
                           END-IF
                           IF RS-PROGRAM = "SSNNITE "
                                   AND RS-RUN-DATE
                                       = WS-CURRENT-DATE-YYYYMMDD
                               MOVE "N" TO WS-EVIDENCE-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-STATS-FILE
           END-IF.

      *    Counts and Ident hash totals of the master and its
      *    retained generations -- the same proof SSNBTCH puts on an
      *    office batch.
       6500-COUNT-LIVE-MASTER.
           MOVE 0 TO WS-MASTER-COUNT.
           MOVE 0 TO WS-MASTER-HASH.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT CIVILIAN-MASTER-FILE.
           IF NOT WS-CIVMAST-OK
               DISPLAY "ERROR OPENING CIVILIAN-MASTER-FILE, STATUS: "
                   WS-CIVMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ CIVILIAN-MASTER-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       ADD CM-IDENT TO WS-MASTER-HASH
               END-READ
           END-PERFORM.
           CLOSE CIVILIAN-MASTER-FILE.

       6510-COUNT-GENERATION-1.
           MOVE 0 TO WS-GEN1-COUNT.
           MOVE 0 TO WS-GEN1-HASH.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT GENERATION-1-FILE.
           IF NOT WS-GEN1-OK
               DISPLAY "ERROR OPENING GENERATION-1-FILE, STATUS: "
                   WS-GEN1-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ GENERATION-1-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN1-COUNT
                       ADD G1-IDENT TO WS-GEN1-HASH
               END-READ
           END-PERFORM.
           CLOSE GENERATION-1-FILE.

       6520-COUNT-GENERATION-2.
           MOVE 0 TO WS-GEN2-COUNT.
           MOVE 0 TO WS-GEN2-HASH.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT GENERATION-2-FILE.
           IF NOT WS-GEN2-OK
               DISPLAY "ERROR OPENING GENERATION-2-FILE, STATUS: "
                   WS-GEN2-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ GENERATION-2-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN2-COUNT
                       ADD G2-IDENT TO WS-GEN2-HASH
               END-READ
           END-PERFORM.
           CLOSE GENERATION-2-FILE.

       6540-COUNT-AUDIT-TRAIL.
           MOVE 0 TO WS-AUDIT-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY "ERROR OPENING AUDIT-FILE, STATUS: "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-COUNT
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       6550-TOTAL-OFFICE-SEQUENCES.
           MOVE 0 TO WS-OFCSEQ-TOTAL.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT OFFICE-SEQ-FILE.
           IF NOT WS-OFCSEQ-OK
               DISPLAY "ERROR OPENING OFFICE-SEQ-FILE, STATUS: "
                   WS-OFCSEQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ OFFICE-SEQ-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD OQ-LAST-SEQ TO WS-OFCSEQ-TOTAL
               END-READ
           END-PERFORM.
           CLOSE OFFICE-SEQ-FILE.

       6560-COUNT-OFFICE-BATCHES.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT OFFICE-BATCH-FILE.
           IF NOT WS-OFCBAT-OK
               DISPLAY "ERROR OPENING OFFICE-BATCH-FILE, STATUS: "
                   WS-OFCBAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ OFFICE-BATCH-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       IF OH-HEADER-RECORD
                           ADD 1 TO WS-BATCH-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFICE-BATCH-FILE.

      *    Pre-night copies are counted before a back-out trusts
      *    them; each count lands in WS-COPY-COUNT.
       6610-COUNT-PRE-RECYCLE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-RECYCLE-FILE.
           IF NOT WS-PRE-RECYCLE-OK
               DISPLAY "ERROR OPENING PRE-RECYCLE-FILE, STATUS: "
                   WS-PRE-RECYCLE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-RECYCLE-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-RECYCLE-FILE.

       6620-COUNT-PRE-PENDAPR.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-PENDAPR-FILE.
           IF NOT WS-PRE-PENDAPR-OK
               DISPLAY "ERROR OPENING PRE-PENDAPR-FILE, STATUS: "
                   WS-PRE-PENDAPR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-PENDAPR-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-PENDAPR-FILE.

       6630-COUNT-PRE-DUPMRG.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-DUPMRG-FILE.
           IF NOT WS-PRE-DUPMRG-OK
               DISPLAY "ERROR OPENING PRE-DUPMRG-FILE, STATUS: "
                   WS-PRE-DUPMRG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-DUPMRG-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-DUPMRG-FILE.

       6640-COUNT-PRE-DELTSEQ.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-DELTSEQ-FILE.
           IF NOT WS-PRE-DELTSEQ-OK
               DISPLAY "ERROR OPENING PRE-DELTSEQ-FILE, STATUS: "
                   WS-PRE-DELTSEQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-DELTSEQ-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-DELTSEQ-FILE.

       6650-COUNT-PRE-RUNCTL.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-RUNCTL-FILE.
           IF NOT WS-PRE-RUNCTL-OK
               DISPLAY "ERROR OPENING PRE-RUNCTL-FILE, STATUS: "
                   WS-PRE-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-RUNCTL-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-RUNCTL-FILE.

       6660-COUNT-PRE-IDXREF.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-IDXREF-FILE.
           IF NOT WS-PRE-IDXREF-OK
               DISPLAY "ERROR OPENING PRE-IDXREF-FILE, STATUS: "
                   WS-PRE-IDXREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-IDXREF-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-IDXREF-FILE.

      *    The level copies are proved to the picture by count and
      *    Ident hash before anything is put back from them.
       6670-COUNT-PRE-MASTER.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-COPY-HASH.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-MASTER-FILE.
           IF NOT WS-PRE-MASTER-OK
               DISPLAY "ERROR OPENING PRE-MASTER-FILE, STATUS: "
                   WS-PRE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-MASTER-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       ADD PM-IDENT TO WS-COPY-HASH
               END-READ
           END-PERFORM.
           CLOSE PRE-MASTER-FILE.

       6680-COUNT-PRE-GEN1.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-COPY-HASH.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-GEN1-FILE.
           IF NOT WS-PRE-GEN1-OK
               DISPLAY "ERROR OPENING PRE-GEN1-FILE, STATUS: "
                   WS-PRE-GEN1-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-GEN1-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       ADD P1-IDENT TO WS-COPY-HASH
               END-READ
           END-PERFORM.
           CLOSE PRE-GEN1-FILE.

       6690-COUNT-PRE-GEN2.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-COPY-HASH.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-GEN2-FILE.
           IF NOT WS-PRE-GEN2-OK
               DISPLAY "ERROR OPENING PRE-GEN2-FILE, STATUS: "
                   WS-PRE-GEN2-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-GEN2-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       ADD P2-IDENT TO WS-COPY-HASH
               END-READ
           END-PERFORM.
           CLOSE PRE-GEN2-FILE.

      *    One record, tonight's picture or an older one or nothing.
       6700-READ-PRE-NIGHT-PICTURE.
           MOVE "N" TO WS-PRE-NIGHT-FOUND-SW.
           MOVE "N" TO WS-CTLFILE-EOF-SW.
           OPEN INPUT PRE-NIGHT-FILE.
           IF WS-NITEPRE-OK
               READ PRE-NIGHT-FILE INTO WS-PRE-NIGHT-PICTURE
                   AT END
                       SET WS-CTLFILE-EOF TO TRUE
                   NOT AT END
                       SET WS-PRE-NIGHT-FOUND TO TRUE
               END-READ
               CLOSE PRE-NIGHT-FILE
           END-IF.

      *    A level against its pre-night copy, record for record --
      *    every byte of every record, and the same number of them.
       6810-COMPARE-MASTER-TO-COPY.
           MOVE "Y" TO WS-LEVEL-SAME-SW.
           MOVE "N" TO WS-COPY-EOF-SW.
           MOVE "N" TO WS-LEVEL-EOF-SW.
           OPEN INPUT CIVILIAN-MASTER-FILE.
           OPEN INPUT PRE-MASTER-FILE.
           IF NOT WS-CIVMAST-OK OR NOT WS-PRE-MASTER-OK
               DISPLAY "ERROR COMPARING CIVMAST.DAT TO CIVMPRE.DAT, "
                   "STATUS: " WS-CIVMAST-STATUS " " WS-PRE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF OR NOT WS-LEVEL-SAME
               READ CIVILIAN-MASTER-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
               END-READ
               READ PRE-MASTER-FILE
                   AT END
                       SET WS-LEVEL-EOF TO TRUE
               END-READ
               IF WS-COPY-EOF-SW NOT = WS-LEVEL-EOF-SW
                   MOVE "N" TO WS-LEVEL-SAME-SW
               ELSE
                   IF NOT WS-COPY-EOF
                           AND CIVILIAN-MASTER-RECORD
                               NOT = PRE-MASTER-RECORD
                       MOVE "N" TO WS-LEVEL-SAME-SW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CIVILIAN-MASTER-FILE.
           CLOSE PRE-MASTER-FILE.

       6820-COMPARE-GEN1-TO-COPY.
           MOVE "Y" TO WS-LEVEL-SAME-SW.
           MOVE "N" TO WS-COPY-EOF-SW.
           MOVE "N" TO WS-LEVEL-EOF-SW.
           OPEN INPUT GENERATION-1-FILE.
           OPEN INPUT PRE-GEN1-FILE.
           IF NOT WS-GEN1-OK OR NOT WS-PRE-GEN1-OK
               DISPLAY "ERROR COMPARING CIVMGEN1.DAT TO CGN1PRE.DAT, "
                   "STATUS: " WS-GEN1-STATUS " " WS-PRE-GEN1-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF OR NOT WS-LEVEL-SAME
               READ GENERATION-1-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
               END-READ
               READ PRE-GEN1-FILE
                   AT END
                       SET WS-LEVEL-EOF TO TRUE
               END-READ
               IF WS-COPY-EOF-SW NOT = WS-LEVEL-EOF-SW
                   MOVE "N" TO WS-LEVEL-SAME-SW
               ELSE
                   IF NOT WS-COPY-EOF
                           AND GENERATION-1-RECORD
                               NOT = PRE-GEN1-RECORD
                       MOVE "N" TO WS-LEVEL-SAME-SW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GENERATION-1-FILE.
           CLOSE PRE-GEN1-FILE.

       6830-COMPARE-GEN2-TO-COPY.
           MOVE "Y" TO WS-LEVEL-SAME-SW.
           MOVE "N" TO WS-COPY-EOF-SW.
           MOVE "N" TO WS-LEVEL-EOF-SW.
           OPEN INPUT GENERATION-2-FILE.
           OPEN INPUT PRE-GEN2-FILE.
           IF NOT WS-GEN2-OK OR NOT WS-PRE-GEN2-OK
               DISPLAY "ERROR COMPARING CIVMGEN2.DAT TO CGN2PRE.DAT, "
                   "STATUS: " WS-GEN2-STATUS " " WS-PRE-GEN2-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF OR NOT WS-LEVEL-SAME
               READ GENERATION-2-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
               END-READ
               READ PRE-GEN2-FILE
                   AT END
                       SET WS-LEVEL-EOF TO TRUE
               END-READ
               IF WS-COPY-EOF-SW NOT = WS-LEVEL-EOF-SW
                   MOVE "N" TO WS-LEVEL-SAME-SW
               ELSE
                   IF NOT WS-COPY-EOF
                           AND GENERATION-2-RECORD
                               NOT = PRE-GEN2-RECORD
                       MOVE "N" TO WS-LEVEL-SAME-SW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GENERATION-2-FILE.
           CLOSE PRE-GEN2-FILE.

      *    The operator status board: every step, its state and
      *    counts, and what is cleared to run next.
       7000-PRINT-STATUS-BOARD.
           OPEN OUTPUT NIGHT-BOARD-FILE.
           IF NOT WS-NITEBRD-OK
               DISPLAY "ERROR OPENING NIGHT-BOARD-FILE, STATUS: "
                   WS-NITEBRD-STATUS
               STOP RUN
           END-IF.
           WRITE NIGHT-BOARD-RECORD FROM WS-BOARD-HEADING-LINE.
           MOVE WS-CUR-MM   TO BH-RUN-MM.
           MOVE WS-CUR-DD   TO BH-RUN-DD.
           MOVE WS-CUR-YYYY TO BH-RUN-YYYY.
           WRITE NIGHT-BOARD-RECORD FROM WS-BOARD-RUN-DATE-LINE.
           MOVE SPACES TO NIGHT-BOARD-RECORD.
           WRITE NIGHT-BOARD-RECORD.
           WRITE NIGHT-BOARD-RECORD FROM WS-BOARD-COLUMN-HEADING.
           MOVE SPACES TO WS-NEXT-CLEARED.
           PERFORM 7100-PRINT-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 7.
           MOVE SPACES TO NIGHT-BOARD-RECORD.
           WRITE NIGHT-BOARD-RECORD.
           IF WS-NEXT-CLEARED = SPACES
               MOVE "(NONE)  " TO BN-STEP-NAME
           ELSE
               MOVE WS-NEXT-CLEARED TO BN-STEP-NAME
           END-IF.
           WRITE NIGHT-BOARD-RECORD FROM WS-BOARD-NEXT-LINE.
           CLOSE NIGHT-BOARD-FILE.

      *    The first step in sequence that hasn't completed, whose
      *    predecessor has, is the one cleared to run.
       7100-PRINT-ONE-STEP.
           MOVE WS-STEP-OF(WS-STEP-IDX) TO BD-STEP-NAME.
           MOVE WS-STEP-IDX             TO BD-SEQ.
           EVALUATE TRUE
               WHEN NT-COMPLETE(WS-STEP-IDX)
                   MOVE "COMPLETE " TO BD-STATUS
               WHEN NT-RUNNING(WS-STEP-IDX)
                   MOVE "RUNNING  " TO BD-STATUS
               WHEN OTHER
                   MOVE "NOT RUN  " TO BD-STATUS
           END-EVALUATE.
           IF WS-NT-BEGIN-TIME(WS-STEP-IDX) = ZEROS
               MOVE SPACES TO BD-BEGIN-TIME
           ELSE
               MOVE WS-NT-BEGIN-TIME(WS-STEP-IDX) TO BD-BEGIN-TIME
           END-IF.
           IF WS-NT-END-TIME(WS-STEP-IDX) = ZEROS
               MOVE SPACES TO BD-END-TIME
           ELSE
               MOVE WS-NT-END-TIME(WS-STEP-IDX) TO BD-END-TIME
           END-IF.
           MOVE WS-NT-COUNT-1(WS-STEP-IDX) TO BD-COUNT-1.
           MOVE WS-NT-COUNT-2(WS-STEP-IDX) TO BD-COUNT-2.
           WRITE NIGHT-BOARD-RECORD FROM WS-BOARD-DETAIL-LINE.
           IF WS-NEXT-CLEARED = SPACES
                   AND NOT NT-COMPLETE(WS-STEP-IDX)
                   AND NOT NT-RUNNING(WS-STEP-IDX)
                   AND (WS-STEP-IDX = 1
                       OR NT-COMPLETE(WS-STEP-IDX - 1))
               MOVE WS-STEP-OF(WS-STEP-IDX) TO WS-NEXT-CLEARED
           END-IF.

      *    Back-out: the night's files go back to the pre-night
      *    picture, undone in reverse night order, each proved by
      *    count on the back-out report (BKOUTRPT.DAT).  Everything
      *    is checked before anything is touched, so a refused
      *    back-out changes nothing.  Only a back-out that proves
      *    clears NITECTL.DAT, leaving the stream to start again at
      *    SSNBTCH; one that does not prove leaves the status file
      *    and the picture where they are, so nothing can restart
      *    and the back-out can be run again once the cause is
      *    found.
       8000-BACK-OUT-NIGHT.
           PERFORM 8100-CHECK-BACK-OUT.
           IF NOT WS-CHECK-REFUSED
               PERFORM 8200-START-BACK-OUT-REPORT
               PERFORM 8310-RESTORE-RECYCLE
               PERFORM 8320-RESTORE-DELTA-SEQ
               PERFORM 8330-RESTORE-MASTER
               PERFORM 8340-RESTORE-GENERATION-1
               PERFORM 8350-RESTORE-GENERATION-2
               PERFORM 8360-RESTORE-RUN-CONTROL
               PERFORM 8370-CLEAR-BALANCE-STATUS
               PERFORM 8380-CUT-AUDIT-TRAIL
               PERFORM 8390-RESTORE-IDENT-XREF
               PERFORM 8400-CLEAR-MAINT-CONTROL
               PERFORM 8410-RESTORE-PENDING-APPROVALS
               PERFORM 8420-RESTORE-PREBUILT-MERGES
               PERFORM 8430-ROLL-BACK-OFFICE-SEQ
               PERFORM 8500-CLEAR-NIGHT-CONTROL
               PERFORM 8800-FINISH-BACK-OUT-REPORT
               PERFORM 8950-WRITE-RUN-STATS
           END-IF.

       8100-CHECK-BACK-OUT.
           PERFORM 6700-READ-PRE-NIGHT-PICTURE.
           IF NOT WS-PRE-NIGHT-FOUND
                   OR WS-PP-RUN-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
               DISPLAY "NO PRE-NIGHT PICTURE FOR TONIGHT - BACK-OUT "
                   "REFUSED"
               DISPLAY "THE PICTURE IS TAKEN WHEN SSNPREP IS CHECKED "
                   "IN; BEFORE THAT THE NIGHT HAS CHANGED NOTHING"
               PERFORM 3900-REFUSE-CHECK
           END-IF.
           IF NOT WS-CHECK-REFUSED
               PERFORM 8110-CHECK-PRE-NIGHT-COPIES
           END-IF.
           IF NOT WS-CHECK-REFUSED
               PERFORM 6540-COUNT-AUDIT-TRAIL
               IF WS-AUDIT-COUNT < WS-PP-AUDIT-COUNT
                   DISPLAY "AUDIT.DAT HOLDS " WS-AUDIT-COUNT
                       " ENTRIES, FEWER THAN THE " WS-PP-AUDIT-COUNT
                       " BEFORE THE NIGHT - BACK-OUT REFUSED"
                   PERFORM 3900-REFUSE-CHECK
               END-IF
           END-IF.
           IF NOT WS-CHECK-REFUSED
               PERFORM 8120-CHECK-MASTER-LEVELS
           END-IF.
           IF NOT WS-CHECK-REFUSED
               PERFORM 8130-CHECK-OFFICE-SEQUENCES
           END-IF.
           IF WS-CHECK-REFUSED
               DISPLAY "BACK-OUT REFUSED - NOTHING WAS CHANGED"
           END-IF.

      *    A copy that does not count to the picture is not trusted
      *    to put anything back.
       8110-CHECK-PRE-NIGHT-COPIES.
           PERFORM 6610-COUNT-PRE-RECYCLE.
           IF WS-COPY-COUNT NOT = WS-PP-RECYCLE-COUNT
               DISPLAY "RECYPRE.DAT DOES NOT COUNT TO THE PRE-NIGHT "
                   "PICTURE - BACK-OUT REFUSED"
               PERFORM 3900-REFUSE-CHECK
           END-IF.
           PERFORM 6620-COUNT-PRE-PENDAPR.
           IF WS-COPY-COUNT NOT = WS-PP-PENDAPR-COUNT
               DISPLAY "PENDPRE.DAT DOES NOT COUNT TO THE PRE-NIGHT "
                   "PICTURE - BACK-OUT REFUSED"
               PERFORM 3900-REFUSE-CHECK
           END-IF.
           PERFORM 6630-COUNT-PRE-DUPMRG.
           IF WS-COPY-COUNT NOT = WS-PP-DUPMRG-COUNT
               DISPLAY "DUPMPRE.DAT DOES NOT COUNT TO THE PRE-NIGHT "
                   "PICTURE - BACK-OUT REFUSED"
               PERFORM 3900-REFUSE-CHECK
           END-IF.
           PERFORM 6640-COUNT-PRE-DELTSEQ.
           IF WS-COPY-COUNT NOT = WS-PP-DELTSEQ-COUNT
               DISPLAY "DSEQPRE.DAT DOES NOT COUNT TO THE PRE-NIGHT "
                   "PICTURE - BACK-OUT REFUSED"
               PERFORM 3900-REFUSE-CHECK
           END-IF.
           PERFORM 6650-COUNT-PRE-RUNCTL.
           IF WS-COPY-COUNT NOT = WS-PP-RUNCTL-COUNT
               DISPLAY "RCTLPRE.DAT DOES NOT COUNT TO THE PRE-NIGHT "
                   "PICTURE - BACK-OUT REFUSED"
               PERFORM 3900-REFUSE-CHECK
           END-IF.
           PERFORM 6660-COUNT-PRE-IDXREF.
           IF WS-COPY-COUNT NOT = WS-PP-IDXREF-COUNT
               DISPLAY "IDXRPRE.DAT DOES NOT COUNT TO THE PRE-NIGHT "
                   "PICTURE - BACK-OUT REFUSED"
               PERFORM 3900-REFUSE-CHECK
           END-IF.
           PERFORM 6670-COUNT-PRE-MASTER.
           IF WS-COPY-COUNT NOT = WS-PP-MASTER-COUNT
                   OR WS-COPY-HASH NOT = WS-PP-MASTER-HASH
               DISPLAY "CIVMPRE.DAT DOES NOT COUNT TO THE PRE-NIGHT "
                   "PICTURE - BACK-OUT REFUSED"
               PERFORM 3900-REFUSE-CHECK
           END-IF.
           PERFORM 6680-COUNT-PRE-GEN1.
           IF WS-COPY-COUNT NOT = WS-PP-GEN1-COUNT
                   OR WS-COPY-HASH NOT = WS-PP-GEN1-HASH
               DISPLAY "CGN1PRE.DAT DOES NOT COUNT TO THE PRE-NIGHT "
                   "PICTURE - BACK-OUT REFUSED"
               PERFORM 3900-REFUSE-CHECK
           END-IF.
           PERFORM 6690-COUNT-PRE-GEN2.
           IF WS-COPY-COUNT NOT = WS-PP-GEN2-COUNT
                   OR WS-COPY-HASH NOT = WS-PP-GEN2-HASH
               DISPLAY "CGN2PRE.DAT DOES NOT COUNT TO THE PRE-NIGHT "
                   "PICTURE - BACK-OUT REFUSED"
               PERFORM 3900-REFUSE-CHECK
           END-IF.

      *    Whether SSNPROM promoted tonight is read from its own
      *    run-control entry -- one dated tonight beyond the count
      *    the picture holds -- before 8360 puts RUNCTL.DAT back.
      *    SSNPROM writes that entry only after it has rolled every
      *    level, so with it all three levels go back to their
      *    pre-night copies.  Without it, SSNPROM never started or
      *    stopped part-way: a generation goes back wherever it no
      *    longer matches its copy record for record, and so does
      *    the live master if SSNPROM was checked in.  If SSNPROM
      *    never started, only the daytime stamping runs (SSNRETM,
      *    SSNDMAT) can have touched the master, and their changes
      *    and audit entries both stand.
       8120-CHECK-MASTER-LEVELS.
           MOVE "N" TO WS-RESTORE-MASTER-SW.
           MOVE "N" TO WS-RESTORE-GEN1-SW.
           MOVE "N" TO WS-RESTORE-GEN2-SW.
           MOVE "N" TO WS-PROMOTED-TONIGHT-SW.
           PERFORM 6300-READ-LAST-RUN-CONTROL.
           IF WS-EVIDENCE-FOUND
                   AND WS-EVIDENCE-DATE = WS-CURRENT-DATE-YYYYMMDD
                   AND WS-RUNCTL-COUNT > WS-PP-RUNCTL-COUNT
               SET WS-PROMOTED-TONIGHT TO TRUE
           END-IF.
           PERFORM 6500-COUNT-LIVE-MASTER.
           PERFORM 6510-COUNT-GENERATION-1.
           PERFORM 6520-COUNT-GENERATION-2.
           PERFORM 6810-COMPARE-MASTER-TO-COPY.
           MOVE WS-LEVEL-SAME-SW TO WS-MASTER-SAME-SW.
           PERFORM 6820-COMPARE-GEN1-TO-COPY.
           MOVE WS-LEVEL-SAME-SW TO WS-GEN1-SAME-SW.
           PERFORM 6830-COMPARE-GEN2-TO-COPY.
           MOVE WS-LEVEL-SAME-SW TO WS-GEN2-SAME-SW.
           IF WS-PROMOTED-TONIGHT
               SET WS-RESTORE-MASTER TO TRUE
               SET WS-RESTORE-GEN1 TO TRUE
               SET WS-RESTORE-GEN2 TO TRUE
           ELSE
               IF NOT WS-MASTER-SAME AND WS-NT-STATUS(4) NOT = SPACE
                   SET WS-RESTORE-MASTER TO TRUE
               END-IF
               IF NOT WS-GEN1-SAME
                   SET WS-RESTORE-GEN1 TO TRUE
               END-IF
               IF NOT WS-GEN2-SAME
                   SET WS-RESTORE-GEN2 TO TRUE
               END-IF
           END-IF.

      *    SSNBTCH ran before the picture was taken, so the picture
      *    holds OFCSEQ.DAT as SSNBTCH left it and the count of the
      *    batches it ran on.  Both must still agree -- a TRANOFC.DAT
      *    replaced since would roll back the wrong sequences.  Each
      *    office with batches tonight is then either advanced to its
      *    highest (SSNBTCH accepted the night) or still one short of
      *    its lowest (SSNBTCH refused it).
       8130-CHECK-OFFICE-SEQUENCES.
           PERFORM 6550-TOTAL-OFFICE-SEQUENCES.
           PERFORM 6560-COUNT-OFFICE-BATCHES.
           IF WS-OFCSEQ-TOTAL NOT = WS-PP-OFCSEQ-TOTAL
                   OR WS-BATCH-COUNT NOT = WS-PP-BATCH-COUNT
               DISPLAY "OFCSEQ.DAT OR TRANOFC.DAT HAS CHANGED SINCE "
                   "SSNPREP WAS CHECKED IN - BACK-OUT REFUSED"
               PERFORM 3900-REFUSE-CHECK
           ELSE
               PERFORM 8140-LOAD-OFFICE-TABLE
               PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                       UNTIL WS-OFC-IDX > WS-OFFICE-COUNT
                   IF WS-OFC-TONIGHT(WS-OFC-IDX)
                           AND WS-OFC-ON-FILE(WS-OFC-IDX)
                       PERFORM 8160-CHECK-ONE-OFFICE
                   END-IF
               END-PERFORM
           END-IF.

       8140-LOAD-OFFICE-TABLE.
           MOVE 0 TO WS-OFFICE-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT OFFICE-SEQ-FILE.
           IF NOT WS-OFCSEQ-OK
               DISPLAY "ERROR OPENING OFFICE-SEQ-FILE, STATUS: "
                   WS-OFCSEQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ OFFICE-SEQ-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       PERFORM 8145-ADD-OFFICE-SLOT
                       MOVE OQ-OFFICE-ID TO WS-OFC-ID(WS-OFC-SLOT)
                       MOVE OQ-LAST-SEQ
                           TO WS-OFC-LAST-SEQ(WS-OFC-SLOT)
                       SET WS-OFC-ON-FILE(WS-OFC-SLOT) TO TRUE
               END-READ
           END-PERFORM.
           CLOSE OFFICE-SEQ-FILE.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT OFFICE-BATCH-FILE.
           IF NOT WS-OFCBAT-OK
               DISPLAY "ERROR OPENING OFFICE-BATCH-FILE, STATUS: "
                   WS-OFCBAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ OFFICE-BATCH-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       IF OH-HEADER-RECORD
                           PERFORM 8150-NOTE-BATCH-HEADER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFICE-BATCH-FILE.

       8145-ADD-OFFICE-SLOT.
           IF WS-OFFICE-COUNT >= 10
               DISPLAY "OFFICE TABLE FULL - RESIZE WS-OFFICE-TABLE "
                   "AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OFFICE-COUNT.
           MOVE WS-OFFICE-COUNT TO WS-OFC-SLOT.
           MOVE SPACES TO WS-OFC-ID(WS-OFC-SLOT).
           MOVE 0 TO WS-OFC-LAST-SEQ(WS-OFC-SLOT).
           MOVE 0 TO WS-OFC-NIGHT-LOW(WS-OFC-SLOT).
           MOVE 0 TO WS-OFC-NIGHT-HIGH(WS-OFC-SLOT).
           MOVE "N" TO WS-OFC-ON-FILE-SW(WS-OFC-SLOT).
           MOVE "N" TO WS-OFC-TONIGHT-SW(WS-OFC-SLOT).
           MOVE "N" TO WS-OFC-ROLL-SW(WS-OFC-SLOT).

      *    An office not on OFCSEQ.DAT was refused on its first
      *    night; it has nothing to roll back.
       8150-NOTE-BATCH-HEADER.
           MOVE 0 TO WS-OFC-SLOT.
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                   UNTIL WS-OFC-IDX > WS-OFFICE-COUNT
               IF WS-OFC-ID(WS-OFC-IDX) = OH-OFFICE-ID
                   MOVE WS-OFC-IDX TO WS-OFC-SLOT
               END-IF
           END-PERFORM.
           IF WS-OFC-SLOT = 0
               PERFORM 8145-ADD-OFFICE-SLOT
               MOVE OH-OFFICE-ID TO WS-OFC-ID(WS-OFC-SLOT)
           END-IF.
           IF NOT WS-OFC-TONIGHT(WS-OFC-SLOT)
               SET WS-OFC-TONIGHT(WS-OFC-SLOT) TO TRUE
               MOVE OH-SEQUENCE TO WS-OFC-NIGHT-LOW(WS-OFC-SLOT)
               MOVE OH-SEQUENCE TO WS-OFC-NIGHT-HIGH(WS-OFC-SLOT)
           ELSE
               IF OH-SEQUENCE < WS-OFC-NIGHT-LOW(WS-OFC-SLOT)
                   MOVE OH-SEQUENCE TO WS-OFC-NIGHT-LOW(WS-OFC-SLOT)
               END-IF
               IF OH-SEQUENCE > WS-OFC-NIGHT-HIGH(WS-OFC-SLOT)
                   MOVE OH-SEQUENCE TO WS-OFC-NIGHT-HIGH(WS-OFC-SLOT)
               END-IF
           END-IF.

       8160-CHECK-ONE-OFFICE.
           MOVE 0 TO WS-OFC-PRIOR-SEQ.
           IF WS-OFC-NIGHT-LOW(WS-OFC-IDX) > 0
               COMPUTE WS-OFC-PRIOR-SEQ =
                   WS-OFC-NIGHT-LOW(WS-OFC-IDX) - 1
           END-IF.
           EVALUATE TRUE
               WHEN WS-OFC-LAST-SEQ(WS-OFC-IDX)
                       = WS-OFC-NIGHT-HIGH(WS-OFC-IDX)
                   SET WS-OFC-ROLL-BACK(WS-OFC-IDX) TO TRUE
               WHEN WS-OFC-LAST-SEQ(WS-OFC-IDX) = WS-OFC-PRIOR-SEQ
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OFCSEQ.DAT HAS OFFICE "
                       WS-OFC-ID(WS-OFC-IDX) " AT "
                       WS-OFC-LAST-SEQ(WS-OFC-IDX)
                       " BUT TONIGHT'S BATCHES RAN "
                       WS-OFC-NIGHT-LOW(WS-OFC-IDX) " THRU "
                       WS-OFC-NIGHT-HIGH(WS-OFC-IDX)
                   PERFORM 3900-REFUSE-CHECK
           END-EVALUATE.

       8200-START-BACK-OUT-REPORT.
           OPEN OUTPUT BACK-OUT-REPORT-FILE.
           IF NOT WS-BKOUTRPT-OK
               DISPLAY "ERROR OPENING BACK-OUT-REPORT-FILE, STATUS: "
                   WS-BKOUTRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-HEADING-LINE.
           MOVE WS-CUR-MM   TO BR-RUN-MM.
           MOVE WS-CUR-DD   TO BR-RUN-DD.
           MOVE WS-CUR-YYYY TO BR-RUN-YYYY.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-RUN-DATE-LINE.
           MOVE WS-PP-TAKEN-TIME TO BP-TAKEN-TIME.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-PICTURE-LINE.
           MOVE SPACES TO BACK-OUT-REPORT-RECORD.
           WRITE BACK-OUT-REPORT-RECORD.
           MOVE "THE NIGHT AS IT STOOD:" TO WS-BKO-NOTE-LINE.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-NOTE-LINE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 7
               MOVE WS-STEP-OF(WS-STEP-IDX) TO BS-STEP-NAME
               MOVE WS-NT-STATUS(WS-STEP-IDX)
                   TO WS-STOOD-STATUS(WS-STEP-IDX)
               EVALUATE TRUE
                   WHEN NT-COMPLETE(WS-STEP-IDX)
                       MOVE "COMPLETE " TO BS-STATUS
                   WHEN NT-RUNNING(WS-STEP-IDX)
                       MOVE "RUNNING  " TO BS-STATUS
                   WHEN OTHER
                       MOVE "NOT RUN  " TO BS-STATUS
               END-EVALUATE
               WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-STEP-LINE
           END-PERFORM.
           IF WS-PROMOTED-TONIGHT
               MOVE "RUNCTL.DAT CARRIES TONIGHT'S PROMOTION"
                   TO WS-BKO-NOTE-LINE
           ELSE
               MOVE "RUNCTL.DAT CARRIES NO PROMOTION TONIGHT"
                   TO WS-BKO-NOTE-LINE
           END-IF.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-NOTE-LINE.
           MOVE SPACES TO BACK-OUT-REPORT-RECORD.
           WRITE BACK-OUT-REPORT-RECORD.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-EXPLAIN-LINE.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-COLUMN-HEADING.

      *    SSNRCYC (and SSNACK after it) rewrite the recycle pool.
       8310-RESTORE-RECYCLE.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT RECYCLE-FILE.
           IF NOT WS-RECYCLE-OK
               DISPLAY "ERROR OPENING RECYCLE-FILE, STATUS: "
                   WS-RECYCLE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ RECYCLE-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
               END-READ
           END-PERFORM.
           CLOSE RECYCLE-FILE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-RECYCLE-FILE.
           OPEN OUTPUT RECYCLE-FILE.
           IF NOT WS-PRE-RECYCLE-OK OR NOT WS-RECYCLE-OK
               DISPLAY "ERROR RESTORING RECYCLE.DAT, STATUS: "
                   WS-PRE-RECYCLE-STATUS " " WS-RECYCLE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-RECYCLE-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE RECYCLE-RECORD FROM PRE-RECYCLE-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-RECYCLE-FILE.
           CLOSE RECYCLE-FILE.
           MOVE "RECYCLE.DAT"               TO BB-FILE.
           MOVE "RESTORED FROM RECYPRE.DAT" TO BB-ACTION.
           MOVE WS-PP-RECYCLE-COUNT         TO WS-PROOF-EXPECTED.
           MOVE WS-BEFORE-COUNT             TO WS-PROOF-BEFORE.
           MOVE WS-COPY-COUNT               TO WS-PROOF-AFTER.
           PERFORM 8900-PRINT-PROOF-LINE.

      *    SSNDELT: the sequence goes back so the rerun's delta
      *    carries the number tonight's void one did.
       8320-RESTORE-DELTA-SEQ.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT DELTA-SEQ-FILE.
           IF NOT WS-DELTSEQ-OK
               DISPLAY "ERROR OPENING DELTA-SEQ-FILE, STATUS: "
                   WS-DELTSEQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ DELTA-SEQ-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
               END-READ
           END-PERFORM.
           CLOSE DELTA-SEQ-FILE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-DELTA-LAST-SEQ.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-DELTSEQ-FILE.
           OPEN OUTPUT DELTA-SEQ-FILE.
           IF NOT WS-PRE-DELTSEQ-OK OR NOT WS-DELTSEQ-OK
               DISPLAY "ERROR RESTORING DELTSEQ.DAT, STATUS: "
                   WS-PRE-DELTSEQ-STATUS " " WS-DELTSEQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-DELTSEQ-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       MOVE PRE-DELTSEQ-RECORD TO DELTA-SEQ-RECORD
                       MOVE DQ-LAST-SEQ TO WS-DELTA-LAST-SEQ
                       WRITE DELTA-SEQ-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-DELTSEQ-FILE.
           CLOSE DELTA-SEQ-FILE.
           IF WS-DELTA-LAST-SEQ NOT = WS-PP-DELTA-LAST-SEQ
               MOVE "N" TO WS-PROOF-HASH-SW
           END-IF.
           MOVE "DELTSEQ.DAT"               TO BB-FILE.
           MOVE "RESTORED FROM DSEQPRE.DAT" TO BB-ACTION.
           MOVE WS-PP-DELTSEQ-COUNT         TO WS-PROOF-EXPECTED.
           MOVE WS-BEFORE-COUNT             TO WS-PROOF-BEFORE.
           MOVE WS-COPY-COUNT               TO WS-PROOF-AFTER.
           PERFORM 8900-PRINT-PROOF-LINE.

      *    SSNPROM: each level is put back from its pre-night copy
      *    and proved against it record for record.  The oldest
      *    generation SSNPROM rolled off is gone; the rerun's
      *    promotion would roll it off again regardless.  A master
      *    kept because SSNPROM never started is proved by count and
      *    Ident hash only -- a returned-mail or death-match stamp
      *    made on it since the picture stands.
       8330-RESTORE-MASTER.
           MOVE "CIVMAST.DAT"        TO BB-FILE.
           MOVE WS-PP-MASTER-COUNT   TO WS-PROOF-EXPECTED.
           MOVE WS-MASTER-COUNT      TO WS-PROOF-BEFORE.
           EVALUATE TRUE
               WHEN WS-RESTORE-MASTER
                   MOVE 0 TO WS-COPY-COUNT
                   MOVE "N" TO WS-COPY-EOF-SW
                   OPEN INPUT PRE-MASTER-FILE
                   IF NOT WS-PRE-MASTER-OK
                       DISPLAY "ERROR OPENING PRE-MASTER-FILE, "
                           "STATUS: " WS-PRE-MASTER-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CIVILIAN-MASTER-FILE
                   IF NOT WS-CIVMAST-OK
                       DISPLAY "ERROR OPENING CIVILIAN-MASTER-FILE, "
                           "STATUS: " WS-CIVMAST-STATUS
                           " - RESTORE FROM CIVMPRE"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-COPY-EOF
                       READ PRE-MASTER-FILE
                           AT END
                               SET WS-COPY-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-COPY-COUNT
                               MOVE PRE-MASTER-RECORD
                                   TO CIVILIAN-MASTER-RECORD
                               WRITE CIVILIAN-MASTER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PRE-MASTER-FILE
                   CLOSE CIVILIAN-MASTER-FILE
                   MOVE "RESTORED FROM CIVMPRE.DAT" TO BB-ACTION
                   PERFORM 6810-COMPARE-MASTER-TO-COPY
                   MOVE WS-LEVEL-SAME-SW TO WS-PROOF-HASH-SW
               WHEN WS-MASTER-SAME
                   MOVE WS-MASTER-COUNT TO WS-COPY-COUNT
                   MOVE "AT PRE-NIGHT STATE - KEPT" TO BB-ACTION
               WHEN OTHER
                   MOVE WS-MASTER-COUNT TO WS-COPY-COUNT
                   MOVE "NOT PROMOTED TONIGHT - KEPT" TO BB-ACTION
                   IF WS-MASTER-HASH NOT = WS-PP-MASTER-HASH
                       MOVE "N" TO WS-PROOF-HASH-SW
                   END-IF
           END-EVALUATE.
           MOVE WS-COPY-COUNT TO WS-MASTER-COUNT.
           MOVE WS-COPY-COUNT TO WS-PROOF-AFTER.
           PERFORM 8900-PRINT-PROOF-LINE.

       8340-RESTORE-GENERATION-1.
           MOVE "CIVMGEN1.DAT"       TO BB-FILE.
           MOVE WS-PP-GEN1-COUNT     TO WS-PROOF-EXPECTED.
           MOVE WS-GEN1-COUNT        TO WS-PROOF-BEFORE.
           IF WS-RESTORE-GEN1
               MOVE 0 TO WS-COPY-COUNT
               MOVE "N" TO WS-COPY-EOF-SW
               OPEN INPUT PRE-GEN1-FILE
               OPEN OUTPUT GENERATION-1-FILE
               IF NOT WS-PRE-GEN1-OK OR NOT WS-GEN1-OK
                   DISPLAY "ERROR RESTORING CIVMGEN1.DAT, STATUS: "
                       WS-PRE-GEN1-STATUS " " WS-GEN1-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-COPY-EOF
                   READ PRE-GEN1-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-COPY-COUNT
                           WRITE GENERATION-1-RECORD
                               FROM PRE-GEN1-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRE-GEN1-FILE
               CLOSE GENERATION-1-FILE
               MOVE "RESTORED FROM CGN1PRE.DAT" TO BB-ACTION
           ELSE
               MOVE WS-GEN1-COUNT TO WS-COPY-COUNT
               MOVE "AT PRE-NIGHT STATE - KEPT" TO BB-ACTION
           END-IF.
           PERFORM 6820-COMPARE-GEN1-TO-COPY.
           MOVE WS-LEVEL-SAME-SW TO WS-PROOF-HASH-SW.
           MOVE WS-COPY-COUNT TO WS-PROOF-AFTER.
           PERFORM 8900-PRINT-PROOF-LINE.

       8350-RESTORE-GENERATION-2.
           MOVE "CIVMGEN2.DAT"       TO BB-FILE.
           MOVE WS-PP-GEN2-COUNT     TO WS-PROOF-EXPECTED.
           MOVE WS-GEN2-COUNT        TO WS-PROOF-BEFORE.
           IF WS-RESTORE-GEN2
               MOVE 0 TO WS-COPY-COUNT
               MOVE "N" TO WS-COPY-EOF-SW
               OPEN INPUT PRE-GEN2-FILE
               OPEN OUTPUT GENERATION-2-FILE
               IF NOT WS-PRE-GEN2-OK OR NOT WS-GEN2-OK
                   DISPLAY "ERROR RESTORING CIVMGEN2.DAT, STATUS: "
                       WS-PRE-GEN2-STATUS " " WS-GEN2-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-COPY-EOF
                   READ PRE-GEN2-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-COPY-COUNT
                           WRITE GENERATION-2-RECORD
                               FROM PRE-GEN2-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRE-GEN2-FILE
               CLOSE GENERATION-2-FILE
               MOVE "RESTORED FROM CGN2PRE.DAT" TO BB-ACTION
           ELSE
               MOVE WS-GEN2-COUNT TO WS-COPY-COUNT
               MOVE "AT PRE-NIGHT STATE - KEPT" TO BB-ACTION
           END-IF.
           PERFORM 6830-COMPARE-GEN2-TO-COPY.
           MOVE WS-LEVEL-SAME-SW TO WS-PROOF-HASH-SW.
           MOVE WS-COPY-COUNT TO WS-PROOF-AFTER.
           PERFORM 8900-PRINT-PROOF-LINE.

      *    SSNPROM's run-control entry goes, so the rerun's SSNMAINT
      *    is not held as already promoted.
       8360-RESTORE-RUN-CONTROL.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF NOT WS-RUNCTL-OK
               DISPLAY "ERROR OPENING RUN-CONTROL-FILE, STATUS: "
                   WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-RUNCTL-FILE.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF NOT WS-PRE-RUNCTL-OK OR NOT WS-RUNCTL-OK
               DISPLAY "ERROR RESTORING RUNCTL.DAT, STATUS: "
                   WS-PRE-RUNCTL-STATUS " " WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-RUNCTL-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE RUN-CONTROL-RECORD FROM PRE-RUNCTL-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-RUNCTL-FILE.
           CLOSE RUN-CONTROL-FILE.
           MOVE "RUNCTL.DAT"                TO BB-FILE.
           MOVE "RESTORED FROM RCTLPRE.DAT" TO BB-ACTION.
           MOVE WS-PP-RUNCTL-COUNT          TO WS-PROOF-EXPECTED.
           MOVE WS-BEFORE-COUNT             TO WS-PROOF-BEFORE.
           MOVE WS-COPY-COUNT               TO WS-PROOF-AFTER.
           PERFORM 8900-PRINT-PROOF-LINE.

      *    SSNBAL: no balance status, so SSNPROM cannot clear until
      *    the rerun balances.
       8370-CLEAR-BALANCE-STATUS.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT BALANCE-STATUS-FILE.
           IF NOT WS-BALST-OK
               DISPLAY "ERROR OPENING BALANCE-STATUS-FILE, STATUS: "
                   WS-BALST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ BALANCE-STATUS-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BALANCE-STATUS-FILE.
           OPEN OUTPUT BALANCE-STATUS-FILE.
           IF NOT WS-BALST-OK
               DISPLAY "ERROR CLEARING BALANCE-STATUS-FILE, STATUS: "
                   WS-BALST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE BALANCE-STATUS-FILE.
           PERFORM 6200-READ-BALANCE-STATUS.
           MOVE "BALST.DAT"                 TO BB-FILE.
           MOVE "CLEARED FOR THE RERUN"     TO BB-ACTION.
           MOVE 0                           TO WS-PROOF-EXPECTED.
           MOVE WS-BEFORE-COUNT             TO WS-PROOF-BEFORE.
           MOVE 0                           TO WS-PROOF-AFTER.
           IF WS-EVIDENCE-FOUND
               MOVE 1 TO WS-PROOF-AFTER
           END-IF.
           PERFORM 8900-PRINT-PROOF-LINE.

      *    SSNMAINT's entries are cut back to the pre-night length.
      *    Returned-mail entries (SSNRETM, code "U") and death-match
      *    stamps (SSNDMAT, code "S") written since the picture are
      *    not the night's and are kept.  The trail is
      *    written to AUDBKO.DAT first and reloaded from it, the same
      *    way the audit archive rewrites it.
       8380-CUT-AUDIT-TRAIL.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE 0 TO WS-AUDIT-RETAINED.
           MOVE 0 TO WS-AUDIT-CUT.
           MOVE 0 TO WS-AUDIT-KEPT-RETURNS.
           MOVE 0 TO WS-AUDIT-KEPT-STAMPS.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT RETAINED-AUDIT-FILE.
           IF NOT WS-AUDIT-OK OR NOT WS-RETAINED-OK
               DISPLAY "ERROR CUTTING AUDIT.DAT, STATUS: "
                   WS-AUDIT-STATUS " " WS-RETAINED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       EVALUATE TRUE
                           WHEN WS-BEFORE-COUNT
                                   NOT > WS-PP-AUDIT-COUNT
                               WRITE RETAINED-AUDIT-RECORD
                                   FROM AUDIT-RECORD
                               ADD 1 TO WS-AUDIT-RETAINED
                           WHEN AU-CODE = "U"
                               WRITE RETAINED-AUDIT-RECORD
                                   FROM AUDIT-RECORD
                               ADD 1 TO WS-AUDIT-RETAINED
                               ADD 1 TO WS-AUDIT-KEPT-RETURNS
                           WHEN AU-CODE = "S"
                               WRITE RETAINED-AUDIT-RECORD
                                   FROM AUDIT-RECORD
                               ADD 1 TO WS-AUDIT-RETAINED
                               ADD 1 TO WS-AUDIT-KEPT-STAMPS
                           WHEN OTHER
                               ADD 1 TO WS-AUDIT-CUT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE RETAINED-AUDIT-FILE.
           MOVE 0 TO WS-AUDIT-RELOADED.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT RETAINED-AUDIT-FILE.
           OPEN OUTPUT AUDIT-FILE.
           IF NOT WS-RETAINED-OK OR NOT WS-AUDIT-OK
               DISPLAY "ERROR RELOADING AUDIT.DAT, STATUS: "
                   WS-RETAINED-STATUS " " WS-AUDIT-STATUS
               DISPLAY "RESTORE AUDIT.DAT FROM AUDBKO.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ RETAINED-AUDIT-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE AUDIT-RECORD FROM RETAINED-AUDIT-RECORD
                       ADD 1 TO WS-AUDIT-RELOADED
               END-READ
           END-PERFORM.
           CLOSE RETAINED-AUDIT-FILE.
           CLOSE AUDIT-FILE.
           IF WS-AUDIT-RELOADED NOT = WS-AUDIT-RETAINED
               DISPLAY "AUDIT.DAT RELOAD COUNT " WS-AUDIT-RELOADED
                   " DOES NOT MATCH RETAINED COUNT " WS-AUDIT-RETAINED
               DISPLAY "RESTORE AUDIT.DAT FROM AUDBKO.DAT"
           END-IF.
           MOVE "AUDIT.DAT"                 TO BB-FILE.
           MOVE "TONIGHT'S ENTRIES CUT"     TO BB-ACTION.
           COMPUTE WS-PROOF-EXPECTED = WS-PP-AUDIT-COUNT
               + WS-AUDIT-KEPT-RETURNS + WS-AUDIT-KEPT-STAMPS.
           MOVE WS-BEFORE-COUNT             TO WS-PROOF-BEFORE.
           MOVE WS-AUDIT-RELOADED           TO WS-PROOF-AFTER.
           PERFORM 8900-PRINT-PROOF-LINE.

      *    SSNMAINT's merge chains from tonight go with the merges.
       8390-RESTORE-IDENT-XREF.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT IDENT-XREF-FILE.
           IF NOT WS-IDXREF-OK
               DISPLAY "ERROR OPENING IDENT-XREF-FILE, STATUS: "
                   WS-IDXREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ IDENT-XREF-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
               END-READ
           END-PERFORM.
           CLOSE IDENT-XREF-FILE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-IDXREF-FILE.
           OPEN OUTPUT IDENT-XREF-FILE.
           IF NOT WS-PRE-IDXREF-OK OR NOT WS-IDXREF-OK
               DISPLAY "ERROR RESTORING IDXREF.DAT, STATUS: "
                   WS-PRE-IDXREF-STATUS " " WS-IDXREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-IDXREF-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE IDENT-XREF-RECORD FROM PRE-IDXREF-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-IDXREF-FILE.
           CLOSE IDENT-XREF-FILE.
           MOVE "IDXREF.DAT"                TO BB-FILE.
           MOVE "RESTORED FROM IDXRPRE.DAT" TO BB-ACTION.
           MOVE WS-PP-IDXREF-COUNT          TO WS-PROOF-EXPECTED.
           MOVE WS-BEFORE-COUNT             TO WS-PROOF-BEFORE.
           MOVE WS-COPY-COUNT               TO WS-PROOF-AFTER.
           PERFORM 8900-PRINT-PROOF-LINE.

      *    SSNMAINT: no maintenance totals, so SSNBAL cannot clear
      *    until the rerun's SSNMAINT writes them.
       8400-CLEAR-MAINT-CONTROL.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT MAINT-CONTROL-FILE.
           IF NOT WS-MNT-CONTROL-OK
               DISPLAY "ERROR OPENING MAINT-CONTROL-FILE, STATUS: "
                   WS-MNT-CONTROL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ MAINT-CONTROL-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
               END-READ
           END-PERFORM.
           CLOSE MAINT-CONTROL-FILE.
           OPEN OUTPUT MAINT-CONTROL-FILE.
           IF NOT WS-MNT-CONTROL-OK
               DISPLAY "ERROR CLEARING MAINT-CONTROL-FILE, STATUS: "
                   WS-MNT-CONTROL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE MAINT-CONTROL-FILE.
           PERFORM 6100-READ-MAINT-CONTROL.
           MOVE "MNTCTL.DAT"                TO BB-FILE.
           MOVE "CLEARED FOR THE RERUN"     TO BB-ACTION.
           MOVE 0                           TO WS-PROOF-EXPECTED.
           MOVE WS-BEFORE-COUNT             TO WS-PROOF-BEFORE.
           MOVE 0                           TO WS-PROOF-AFTER.
           IF WS-EVIDENCE-FOUND
               MOVE 1 TO WS-PROOF-AFTER
           END-IF.
           PERFORM 8900-PRINT-PROOF-LINE.

      *    SSNPREP: tonight's holds, and tonight's releases of
      *    approved items, go back to the file as it stood -- the
      *    rerun holds and releases them again.
       8410-RESTORE-PENDING-APPROVALS.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF NOT WS-PENDAPR-OK
               DISPLAY "ERROR OPENING PENDING-APPROVAL-FILE, STATUS: "
                   WS-PENDAPR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PENDING-APPROVAL-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       IF PA-RELEASED
                               AND PA-RELEASE-DATE
                                   = WS-CURRENT-DATE-YYYYMMDD
                           ADD 1 TO WS-PA-RELEASES-UNDONE
                       END-IF
                       IF PA-PENDING
                               AND PA-HELD-DATE
                                   = WS-CURRENT-DATE-YYYYMMDD
                           ADD 1 TO WS-PA-HOLDS-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-APPROVAL-FILE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-PENDAPR-FILE.
           OPEN OUTPUT PENDING-APPROVAL-FILE.
           IF NOT WS-PRE-PENDAPR-OK OR NOT WS-PENDAPR-OK
               DISPLAY "ERROR RESTORING PENDAPR.DAT, STATUS: "
                   WS-PRE-PENDAPR-STATUS " " WS-PENDAPR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-PENDAPR-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE PENDING-APPROVAL-RECORD
                           FROM PRE-PENDAPR-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-PENDAPR-FILE.
           CLOSE PENDING-APPROVAL-FILE.
           MOVE "PENDAPR.DAT"               TO BB-FILE.
           MOVE "RESTORED FROM PENDPRE.DAT" TO BB-ACTION.
           MOVE WS-PP-PENDAPR-COUNT         TO WS-PROOF-EXPECTED.
           MOVE WS-BEFORE-COUNT             TO WS-PROOF-BEFORE.
           MOVE WS-COPY-COUNT               TO WS-PROOF-AFTER.
           PERFORM 8900-PRINT-PROOF-LINE.

      *    SSNPREP: pre-built merges released tonight go back to
      *    waiting.
       8420-RESTORE-PREBUILT-MERGES.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT DUP-MERGE-FILE.
           IF NOT WS-DUPMRG-OK
               DISPLAY "ERROR OPENING DUP-MERGE-FILE, STATUS: "
                   WS-DUPMRG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ DUP-MERGE-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       IF DM-RELEASED
                               AND DM-RELEASE-DATE
                                   = WS-CURRENT-DATE-YYYYMMDD
                           ADD 1 TO WS-DM-RELEASES-UNDONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUP-MERGE-FILE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           OPEN INPUT PRE-DUPMRG-FILE.
           OPEN OUTPUT DUP-MERGE-FILE.
           IF NOT WS-PRE-DUPMRG-OK OR NOT WS-DUPMRG-OK
               DISPLAY "ERROR RESTORING DUPMRG.DAT, STATUS: "
                   WS-PRE-DUPMRG-STATUS " " WS-DUPMRG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COPY-EOF
               READ PRE-DUPMRG-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE DUP-MERGE-RECORD FROM PRE-DUPMRG-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PRE-DUPMRG-FILE.
           CLOSE DUP-MERGE-FILE.
           MOVE "DUPMRG.DAT"                TO BB-FILE.
           MOVE "RESTORED FROM DUPMPRE.DAT" TO BB-ACTION.
           MOVE WS-PP-DUPMRG-COUNT          TO WS-PROOF-EXPECTED.
           MOVE WS-BEFORE-COUNT             TO WS-PROOF-BEFORE.
           MOVE WS-COPY-COUNT               TO WS-PROOF-AFTER.
           PERFORM 8900-PRINT-PROOF-LINE.

      *    SSNBTCH: each office whose sequence tonight advanced goes
      *    back to one short of its first batch tonight, so the
      *    office's resend under the same sequence numbers is
      *    accepted.  The proof is the sequence total: the picture's
      *    less the batches rolled back, re-totalled from the file.
       8430-ROLL-BACK-OFFICE-SEQ.
           MOVE 0 TO WS-BATCHES-ROLLED-BACK.
           OPEN OUTPUT OFFICE-SEQ-FILE.
           IF NOT WS-OFCSEQ-OK
               DISPLAY "ERROR REWRITING OFFICE-SEQ-FILE, STATUS: "
                   WS-OFCSEQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                   UNTIL WS-OFC-IDX > WS-OFFICE-COUNT
               IF WS-OFC-ON-FILE(WS-OFC-IDX)
                   MOVE WS-OFC-ID(WS-OFC-IDX) TO OQ-OFFICE-ID
                   IF WS-OFC-ROLL-BACK(WS-OFC-IDX)
                       COMPUTE OQ-LAST-SEQ =
                           WS-OFC-NIGHT-LOW(WS-OFC-IDX) - 1
                       COMPUTE WS-BATCHES-ROLLED-BACK =
                           WS-BATCHES-ROLLED-BACK
                           + WS-OFC-NIGHT-HIGH(WS-OFC-IDX)
                           - WS-OFC-NIGHT-LOW(WS-OFC-IDX) + 1
                   ELSE
                       MOVE WS-OFC-LAST-SEQ(WS-OFC-IDX) TO OQ-LAST-SEQ
                   END-IF
                   WRITE OFFICE-SEQ-RECORD
               END-IF
           END-PERFORM.
           CLOSE OFFICE-SEQ-FILE.
           PERFORM 6550-TOTAL-OFFICE-SEQUENCES.
           MOVE "OFCSEQ.DAT"                TO BB-FILE.
           MOVE "SEQUENCE TOTAL ROLLED BACK" TO BB-ACTION.
           COMPUTE WS-PROOF-EXPECTED =
               WS-PP-OFCSEQ-TOTAL - WS-BATCHES-ROLLED-BACK.
           MOVE WS-PP-OFCSEQ-TOTAL          TO WS-PROOF-BEFORE.
           MOVE WS-OFCSEQ-TOTAL             TO WS-PROOF-AFTER.
           PERFORM 8900-PRINT-PROOF-LINE.
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                   UNTIL WS-OFC-IDX > WS-OFFICE-COUNT
               IF WS-OFC-ROLL-BACK(WS-OFC-IDX)
                   MOVE WS-OFC-ID(WS-OFC-IDX) TO BO-OFFICE-ID
                   MOVE WS-OFC-NIGHT-HIGH(WS-OFC-IDX) TO BO-FROM-SEQ
                   COMPUTE BO-TO-SEQ =
                       WS-OFC-NIGHT-LOW(WS-OFC-IDX) - 1
                   MOVE WS-OFC-NIGHT-LOW(WS-OFC-IDX)  TO BO-LOW-SEQ
                   MOVE WS-OFC-NIGHT-HIGH(WS-OFC-IDX) TO BO-HIGH-SEQ
                   WRITE BACK-OUT-REPORT-RECORD
                       FROM WS-BKO-OFFICE-LINE
               END-IF
           END-PERFORM.

      *    Only a proved back-out clears the status file and the
      *    picture; the board then shows SSNPREP cleared to run, with
      *    SSNBTCH ahead of it as on any night.
       8500-CLEAR-NIGHT-CONTROL.
           IF WS-FILES-NOT-PROVED = 0
               MOVE 0 TO WS-BEFORE-COUNT
               MOVE "N" TO WS-COPY-EOF-SW
               OPEN INPUT NIGHT-CONTROL-FILE
               IF NOT WS-NITECTL-OK
                   DISPLAY "ERROR OPENING NIGHT-CONTROL-FILE, STATUS: "
                       WS-NITECTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-COPY-EOF
                   READ NIGHT-CONTROL-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BEFORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE NIGHT-CONTROL-FILE
               OPEN OUTPUT NIGHT-CONTROL-FILE
               IF NOT WS-NITECTL-OK
                   DISPLAY "ERROR CLEARING NIGHT-CONTROL-FILE, STATUS: "
                       WS-NITECTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE NIGHT-CONTROL-FILE
               OPEN OUTPUT PRE-NIGHT-FILE
               IF NOT WS-NITEPRE-OK
                   DISPLAY "ERROR CLEARING PRE-NIGHT-FILE, STATUS: "
                       WS-NITEPRE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PRE-NIGHT-FILE
               MOVE "N" TO WS-NITECTL-EOF-SW
               PERFORM 2000-LOAD-NIGHT-TABLE
               MOVE 0 TO WS-PROOF-AFTER
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 7
                   IF WS-NT-STATUS(WS-STEP-IDX) NOT = SPACE
                       ADD 1 TO WS-PROOF-AFTER
                   END-IF
               END-PERFORM
               MOVE "NITECTL.DAT"           TO BB-FILE
               MOVE "CLEARED FOR THE RERUN" TO BB-ACTION
               MOVE 0                       TO WS-PROOF-EXPECTED
               MOVE WS-BEFORE-COUNT         TO WS-PROOF-BEFORE
               PERFORM 8900-PRINT-PROOF-LINE
           ELSE
               MOVE "NITECTL.DAT LEFT AS IT STOOD - BACK-OUT NOT PROVED"
                   TO WS-BKO-NOTE-LINE
               WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-NOTE-LINE
           END-IF.

      *    What the back-out cannot put back is called out for the
      *    operator: a delta or acknowledgments already produced, and
      *    cross-references built from the backed-out master.
       8800-FINISH-BACK-OUT-REPORT.
           MOVE SPACES TO BACK-OUT-REPORT-RECORD.
           WRITE BACK-OUT-REPORT-RECORD.
           MOVE "FILES PROVED BACK TO THE PRE-NIGHT STATE:"
               TO BC-LABEL.
           MOVE WS-FILES-PROVED TO BC-COUNT.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-COUNT-LINE.
           MOVE "FILES NOT PROVED:" TO BC-LABEL.
           MOVE WS-FILES-NOT-PROVED TO BC-COUNT.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-COUNT-LINE.
           MOVE "AUDIT ENTRIES CUT:" TO BC-LABEL.
           MOVE WS-AUDIT-CUT TO BC-COUNT.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-COUNT-LINE.
           MOVE "RETURNED-MAIL AUDIT ENTRIES KEPT:" TO BC-LABEL.
           MOVE WS-AUDIT-KEPT-RETURNS TO BC-COUNT.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-COUNT-LINE.
           MOVE "DEATH-MATCH AUDIT ENTRIES KEPT:" TO BC-LABEL.
           MOVE WS-AUDIT-KEPT-STAMPS TO BC-COUNT.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-COUNT-LINE.
           MOVE "PENDING-APPROVAL RELEASES UNDONE:" TO BC-LABEL.
           MOVE WS-PA-RELEASES-UNDONE TO BC-COUNT.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-COUNT-LINE.
           MOVE "PENDING-APPROVAL HOLDS TAKEN TONIGHT DROPPED:"
               TO BC-LABEL.
           MOVE WS-PA-HOLDS-DROPPED TO BC-COUNT.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-COUNT-LINE.
           MOVE "PRE-BUILT MERGE RELEASES UNDONE:" TO BC-LABEL.
           MOVE WS-DM-RELEASES-UNDONE TO BC-COUNT.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-COUNT-LINE.
           MOVE "OFFICE BATCHES ROLLED BACK FOR RESEND:" TO BC-LABEL.
           MOVE WS-BATCHES-ROLLED-BACK TO BC-COUNT.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-COUNT-LINE.
           MOVE "DELTA SEQUENCE BACK TO:" TO BC-LABEL.
           MOVE WS-DELTA-LAST-SEQ TO BC-COUNT.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-COUNT-LINE.
           MOVE SPACES TO BACK-OUT-REPORT-RECORD.
           WRITE BACK-OUT-REPORT-RECORD.
           IF WS-STOOD-STATUS(5) NOT = SPACE
               MOVE "DELTA.DAT FROM TONIGHT IS VOID - DO NOT SEND IT"
                   TO WS-BKO-NOTE-LINE
               WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-NOTE-LINE
           END-IF.
           IF WS-STOOD-STATUS(6) NOT = SPACE
               MOVE "NAMEXREF AND SSNXR ARE STALE UNTIL SSNXREF RERUNS"
                   TO WS-BKO-NOTE-LINE
               WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-NOTE-LINE
           END-IF.
           IF WS-STOOD-STATUS(7) NOT = SPACE
               MOVE "TONIGHT'S OFFICE ACKNOWLEDGMENTS ARE VOID"
                   TO WS-BKO-NOTE-LINE
               WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-NOTE-LINE
           END-IF.
           IF WS-BATCHES-ROLLED-BACK > 0
               MOVE "OFFICES ABOVE RESEND UNDER THE SAME SEQUENCES"
                   TO WS-BKO-NOTE-LINE
               WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-NOTE-LINE
           END-IF.
           IF WS-RESTORE-MASTER AND WS-AUDIT-KEPT-RETURNS > 0
               MOVE "RERUN SSNRETM FOR RETURNS STAMPED SINCE SSNPREP"
                   TO WS-BKO-NOTE-LINE
               WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-NOTE-LINE
           END-IF.
           IF WS-RESTORE-MASTER AND WS-AUDIT-KEPT-STAMPS > 0
               MOVE "RERUN SSNDMAT FOR DEATHS STAMPED SINCE SSNPREP"
                   TO WS-BKO-NOTE-LINE
               WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-NOTE-LINE
           END-IF.
           MOVE SPACES TO BACK-OUT-REPORT-RECORD.
           WRITE BACK-OUT-REPORT-RECORD.
           IF WS-FILES-NOT-PROVED = 0
               MOVE "BACK-OUT PROVED - RESTART THE NIGHT AT SSNBTCH"
                   TO WS-BKO-NOTE-LINE
           ELSE
               MOVE "BACK-OUT NOT PROVED - DO NOT RESTART THE NIGHT"
                   TO WS-BKO-NOTE-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-NOTE-LINE.
           CLOSE BACK-OUT-REPORT-FILE.
           DISPLAY WS-BKO-NOTE-LINE.
           DISPLAY "BACK-OUT REPORT WRITTEN TO BKOUTRPT.DAT".

       8900-PRINT-PROOF-LINE.
           MOVE WS-PROOF-EXPECTED TO BB-EXPECTED.
           MOVE WS-PROOF-BEFORE   TO BB-BEFORE.
           MOVE WS-PROOF-AFTER    TO BB-AFTER.
           IF WS-PROOF-AFTER = WS-PROOF-EXPECTED
                   AND WS-PROOF-HASH-AGREES
               MOVE "PROVED"     TO BB-PROOF
               ADD 1 TO WS-FILES-PROVED
           ELSE
               MOVE "NOT PROVED" TO BB-PROOF
               ADD 1 TO WS-FILES-NOT-PROVED
               DISPLAY BB-FILE " NOT PROVED - EXPECTED "
                   WS-PROOF-EXPECTED ", AFTER " WS-PROOF-AFTER
           END-IF.
           WRITE BACK-OUT-REPORT-RECORD FROM WS-BKO-DETAIL-LINE.
           MOVE "Y" TO WS-PROOF-HASH-SW.

      *    A back-out line on the run-statistics history marks
      *    tonight's earlier lines void for the check-in evidence
      *    (6400-READ-LAST-RUN-STAT).
       8950-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE.
           IF NOT WS-RUNSTAT-OK
               DISPLAY "ERROR OPENING RUN-STATS-FILE, STATUS: "
                   WS-RUNSTAT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO RS-RUN-DATE.
           MOVE "SSNNITE "               TO RS-PROGRAM.
           MOVE WS-MASTER-COUNT          TO RS-COUNT-1.
           MOVE WS-AUDIT-CUT             TO RS-COUNT-2.
           MOVE WS-BATCHES-ROLLED-BACK   TO RS-COUNT-3.
           MOVE WS-FILES-NOT-PROVED      TO RS-COUNT-4.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.

       9000-TERMINATE.
           DISPLAY "STATUS BOARD WRITTEN TO NITEBRD.DAT".
