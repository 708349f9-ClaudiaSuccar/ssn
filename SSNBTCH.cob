      *                         disposition so the offices can
      *                         confirm receipt.  OFCSEQ.DAT advances
      *                         only on an accepted night.
      * 10/15/26  Maintenance   Each released transaction now carries
      *                         the office ID and batch sequence of
      *                         the header it arrived under
      *                         (RT-ORIGIN, TRANRAW widened to 72) so
      *                         the end-of-night acknowledgment can
      *                         report every item back to its office.
      * 10/15/26  Maintenance   A batch whose header names no keyer, or
      *                         a keyer not on the operator
      *                         authorization file (OPAUTH.DAT), is
      *                         refused like a broken sequence, so every
      *                         item held for second-operator approval
      *                         names who keyed it.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT BATCH-REGISTER-FILE ASSIGN TO "BREGRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BREGRPT-STATUS.

           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPAUTH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPAUTH-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY OFCBAT.

       FD  RAW-TRANSACTION-FILE
           RECORD CONTAINS 72 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY TRANRAW.
           RECORDING MODE IS F.
       01  BATCH-REGISTER-RECORD   PIC X(80).

       FD  OPERATOR-AUTH-FILE
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY OPAUTH.

       WORKING-STORAGE SECTION.
           COPY RUNDATE.

       01  WS-BREGRPT-STATUS          PIC XX.
           88 WS-BREGRPT-OK           VALUE "00".

       01  WS-OPAUTH-STATUS           PIC XX.
           88 WS-OPAUTH-OK            VALUE "00".

       01  WS-OPAUTH-EOF-SW           PIC X VALUE "N".
           88 WS-OPAUTH-EOF           VALUE "Y".

       01  WS-BATCH-EOF-SW            PIC X VALUE "N".
           88 WS-BATCH-EOF            VALUE "Y".

       01  WS-CUR-SEQUENCE            PIC 9(4) VALUE 0.
       01  WS-CUR-TX-COUNT            PIC 9(5) VALUE 0.
       01  WS-CUR-IDENT-HASH          PIC 9(13) VALUE 0.
       01  WS-CUR-KEYED-BY            PIC X(8) VALUE SPACES.

       01  WS-KEYER-AUTH-SW           PIC X VALUE "N".
           88 WS-KEYER-AUTHORIZED     VALUE "Y".

      *    Operator IDs on OPAUTH.DAT -- every batch must name a
      *    keyer who is on it.
       01  WS-AUTH-COUNT              PIC 9(3) VALUE 0.
       01  WS-AUTH-IDX                PIC 9(3).
       01  WS-AUTH-TABLE.
           05 WS-AUTH-ID OCCURS 500 TIMES PIC X(8).

      *    The header the release pass is copying under -- stamped
      *    on every transaction it writes to TRANRAW.DAT.
       01  WS-REL-OFFICE              PIC X(3) VALUE SPACES.
       01  WS-REL-SEQUENCE            PIC 9(4) VALUE 0.

      *    Last accepted sequence per office, loaded from
      *    OFCSEQ.DAT and advanced as batches prove, so a second
           WRITE BATCH-REGISTER-RECORD FROM WS-BREG-COLUMN-HEADING.

           PERFORM 1500-LOAD-OFFICE-SEQUENCES.
           PERFORM 1600-LOAD-AUTHORIZATION-FILE.

       1500-LOAD-OFFICE-SEQUENCES.
           OPEN INPUT OFFICE-SEQ-FILE.
           END-PERFORM.
           CLOSE OFFICE-SEQ-FILE.

      *    Loaded the way the access review (SSNSECR) loads it.
      *    Without it no keyer could be proved, so the run stops.
       1600-LOAD-AUTHORIZATION-FILE.
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

       2000-READ-BATCH-RECORD.
           READ OFFICE-BATCH-FILE
               AT END
           MOVE OH-OFFICE-ID  TO WS-CUR-OFFICE.
           MOVE OH-BATCH-DATE TO WS-CUR-BATCH-DATE.
           MOVE OH-SEQUENCE   TO WS-CUR-SEQUENCE.
           MOVE OH-KEYED-BY   TO WS-CUR-KEYED-BY.
           MOVE ZEROS         TO WS-CUR-TX-COUNT.
           MOVE ZEROS         TO WS-CUR-IDENT-HASH.

           END-IF.

      *    The trailer closes the batch: same office, exact count,
      *    exact hash, a sequence number exactly one past the last
      *    accepted for that office, and a keyer on the header who
      *    is on OPAUTH.DAT (an item held for approval must name who
      *    keyed it).  Anything short refuses the whole night --
      *    SSNMAINT never sees a partial batch.
       3500-CLOSE-BATCH.
           IF NOT WS-IN-BATCH
               MOVE "TRAILER WITHOUT A HEADER" TO BD-DISPOSITION
           ELSE
               MOVE "N" TO WS-IN-BATCH-SW
               PERFORM 3600-FIND-OFFICE-SLOT
               PERFORM 3700-CHECK-KEYER
               EVALUATE TRUE
                   WHEN OT-OFFICE-ID NOT = WS-CUR-OFFICE
                       MOVE "TRAILER OFFICE DIFFERS - HEADER"
                       MOVE "SEQUENCE BROKEN-MISSING/REPEATED"
                           TO BD-DISPOSITION
                       PERFORM 3800-REGISTER-BAD-BATCH
                   WHEN WS-CUR-KEYED-BY = SPACES
                       MOVE "NO KEYER ON BATCH HEADER"
                           TO BD-DISPOSITION
                       PERFORM 3800-REGISTER-BAD-BATCH
                   WHEN NOT WS-KEYER-AUTHORIZED
                       MOVE "KEYER NOT ON OPERATOR AUTH FILE"
                           TO BD-DISPOSITION
                       PERFORM 3800-REGISTER-BAD-BATCH
                   WHEN OTHER
                       ADD 1 TO WS-BATCHES-GOOD
                       MOVE WS-CUR-SEQUENCE
               MOVE ZEROS TO WS-OFC-TX-TOTAL(WS-OFC-SLOT)
           END-IF.

       3700-CHECK-KEYER.
           MOVE "N" TO WS-KEYER-AUTH-SW.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                       OR WS-KEYER-AUTHORIZED
               IF WS-AUTH-ID(WS-AUTH-IDX) = WS-CUR-KEYED-BY
                   SET WS-KEYER-AUTHORIZED TO TRUE
               END-IF
           END-PERFORM.

       3800-REGISTER-BAD-BATCH.
           MOVE "N" TO WS-NIGHT-GOOD-SW.
           MOVE 8 TO RETURN-CODE.
      *    Second pass over the proved file: the combined stream
      *    goes to TRANRAW.DAT behind one "B" transmittal carrying
      *    the total count, so SSNPREP's own batch balance works
      *    unchanged on the merged night.  Each transaction is
      *    stamped with the office and sequence of its batch header.
       5000-RELEASE-NIGHT.
           OPEN INPUT OFFICE-BATCH-FILE.
           IF NOT WS-OFCBAT-OK
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN OH-HEADER-RECORD
                               MOVE OH-OFFICE-ID TO WS-REL-OFFICE
                               MOVE OH-SEQUENCE  TO WS-REL-SEQUENCE
                           WHEN OT-TRAILER-RECORD
                               CONTINUE
                           WHEN OTHER
                               MOVE SPACES TO RAW-TRANSACTION-RECORD
                               MOVE OFFICE-BATCH-HEADER
                                   TO RAW-TRANSACTION-RECORD(1:65)
                               MOVE WS-REL-OFFICE   TO RT-OFFICE-ID
                               MOVE WS-REL-SEQUENCE TO RT-BATCH-SEQ
                               WRITE RAW-TRANSACTION-RECORD
                               ADD 1 TO WS-TX-RELEASED
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE OFFICE-BATCH-FILE.
