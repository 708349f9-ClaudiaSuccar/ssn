           05 NM-PHONE        PIC 9(10).
           05 NM-DECEASED-STATUS PIC X.
           05 NM-DATE-OF-DEATH PIC 9(8).
           05 NM-ADDR-STATUS  PIC X.
           05 NM-ADDR-RETURN-DATE PIC 9(8).
           05 NM-ADDR-RETURN-REASON PIC X(2).
