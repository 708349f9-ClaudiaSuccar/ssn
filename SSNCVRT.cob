      *                         files (TRANIN, rejects, reports)
      *                         start fresh.  Missing OPTIONAL inputs
      *                         just convert as empty.
      * 10/15/26  Maintenance   Recycle pool written at 131 bytes
      *                         (transaction image widened to 72 for
      *                         TX-ORIGIN, and the correcting operator
      *                         added); converted items carry a blank
      *                         origin and a blank correcting operator.
      * 10/15/26  Maintenance   Audit trail written at 124 bytes;
      *                         converted entries carry a blank keyer
      *                         and approver, and a blank deceased
      *                         status and a zero date of death on both
      *                         sides.
      * 10/15/26  Maintenance   Master record widened to 130 bytes for
      *                         the returned-mail (undeliverable
      *                         address) stamp (CIVMAST).  A converted
      *                         record loads with the address good
      *                         (status space).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05 OC-DATA         PIC X(46).

       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

           05 OA-REST         PIC X(83).

       FD  AUDIT-FILE
           RECORD CONTAINS 124 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY AUDITREC.
           05 OR-REASON       PIC X(40).

       FD  RECYCLE-FILE
           RECORD CONTAINS 131 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
           COPY RCYREC.
           MOVE ZEROS    TO CM-ZIP CM-PHONE.
           MOVE SPACE    TO CM-DECEASED-STATUS.
           MOVE ZEROS    TO CM-DATE-OF-DEATH.
           MOVE SPACE    TO CM-ADDR-STATUS.
           MOVE ZEROS    TO CM-ADDR-RETURN-DATE.
           MOVE SPACES   TO CM-ADDR-RETURN-REASON.
           WRITE CIVILIAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "IDENT " CM-IDENT " OUT OF SEQUENCE OR "
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES   TO AUDIT-RECORD
                       MOVE OA-IDENT TO AU-IDENT
                       MOVE OA-REST  TO AUDIT-RECORD(8:83)
                       MOVE ZEROS    TO AU-BEFORE-DATE-OF-DEATH
                                        AU-AFTER-DATE-OF-DEATH
                       WRITE AUDIT-RECORD
                       ADD 1 TO WS-AUDIT-CONVERTED
               END-READ
                       MOVE WS-IDENT-WORK TO RC-TX-IMAGE(2:7)
                       MOVE OR-TX-DATA  TO RC-TX-IMAGE(9:37)
                       MOVE OR-REASON   TO RC-REASON
                       MOVE SPACES      TO RC-CORRECTED-BY
                       WRITE RECYCLE-RECORD
                       ADD 1 TO WS-RECYCLE-CONVERTED
               END-READ
