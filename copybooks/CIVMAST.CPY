           05 CM-PHONE        PIC 9(10).
      *    Deceased status stamped by the monthly death-match run
      *    (SSNDMAT) from the upstream deceased-persons file.  Space
      *    means not known deceased; "R" means a clerk reversed a
      *    stamp made in error (R transaction) -- not deceased, and
      *    not to be stamped again by the death match, only by a
      *    clerk's K.  A deceased record stays on the master --
      *    history and audit still need it -- but the forecast and
      *    the mailing extract leave it alone.  Past
      *    the seven-year retention period the annual sweep (SSNINAC)
      *    moves it whole to the inactive history (CIVHIST).
           05 CM-DECEASED-STATUS PIC X.
              88 CM-DECEASED       VALUE "D".
           05 CM-DATE-OF-DEATH PIC 9(8).
      *    Undeliverable-address status stamped by the returned-mail
      *    intake (SSNRETM) when the correspondence vendor sends a
      *    letter back: the vendor's return reason and date.  Space
      *    means the address is good -- so a record written before
      *    these fields existed reads as deliverable -- and any
      *    address transaction (E/X) applied by maintenance clears
      *    the stamp.  The mailing extract skips a stamped record.
           05 CM-ADDR-STATUS  PIC X.
              88 CM-ADDR-UNDELIVERABLE VALUE "U".
           05 CM-ADDR-RETURN-DATE PIC 9(8).
           05 CM-ADDR-RETURN-REASON PIC X(2).
