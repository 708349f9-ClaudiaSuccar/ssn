      *                         40-byte original never carried --
      *                         verification, address, and deceased
      *                         data all start empty.
      * 10/15/26  Maintenance   Master record widened to 130 bytes for
      *                         the returned-mail (undeliverable
      *                         address) stamp (CIVMAST).  A converted
      *                         record loads with the address good
      *                         (status space).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05 OS-DATA         PIC X(37).

       FD  CIVILIAN-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY CIVMAST.

           MOVE ZEROS    TO CM-ZIP CM-PHONE.
           MOVE SPACE    TO CM-DECEASED-STATUS.
           MOVE ZEROS    TO CM-DATE-OF-DEATH.
           MOVE SPACE    TO CM-ADDR-STATUS.
           MOVE ZEROS    TO CM-ADDR-RETURN-DATE.
           MOVE SPACES   TO CM-ADDR-RETURN-REASON.
           WRITE CIVILIAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "IDENT " CM-IDENT " OUT OF SEQUENCE OR "
