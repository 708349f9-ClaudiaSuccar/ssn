      *****************************************************************
      * Copybook name:   VNOTICE
      * Purpose:          FD record for the verification-failure
      *                   notice file (VNOTICE.DAT) the notice run
      *                   (SSNVNOT) writes for the correspondence
      *                   vendor: the mailing-extract layout (see
      *                   MAILX) with the notice type appended, so
      *                   the vendor prints from the same fields.
      *                   "1" is the first notice asking the person
      *                   to bring in identity documents, "2" the
      *                   second, sent when the record is still
      *                   failed 30 days later.  No SSN, for the same
      *                   reason as MAILX.
      *****************************************************************
       01  VERIF-NOTICE-RECORD.
           05 VN-IDENT        PIC 9(7).
           05 VN-CIVI-NAME    PIC X(20).
           05 VN-STREET-ADDR  PIC X(25).
           05 VN-CITY         PIC X(15).
           05 VN-STATE        PIC X(2).
           05 VN-ZIP          PIC 9(5).
           05 VN-PHONE        PIC 9(10).
           05 VN-NOTICE-TYPE  PIC X.
              88 VN-FIRST-NOTICE  VALUE "1".
              88 VN-SECOND-NOTICE VALUE "2".
