      *****************************************************************
      * Copybook name:   RETMAIL
      * Purpose:          FD record for the returned-mail file the
      *                   correspondence vendor sends back
      *                   (RETMAIL.DAT) and the returned-mail intake
      *                   (SSNRETM) reads: the Ident printed on the
      *                   letter (MX-IDENT off the mailing extract),
      *                   the vendor's two-character return reason,
      *                   carried through as sent, and the date the
      *                   letter came back (YYYYMMDD).
      *****************************************************************
       01  RETURNED-MAIL-RECORD.
           05 RM-IDENT            PIC 9(7).
           05 RM-RETURN-REASON    PIC X(2).
           05 RM-RETURN-DATE      PIC 9(8).
           05 RM-RETURN-DATE-BROKEN REDEFINES RM-RETURN-DATE.
              06 RM-RETURN-YYYY   PIC 9(4).
              06 RM-RETURN-MM     PIC 99.
              06 RM-RETURN-DD     PIC 99.
