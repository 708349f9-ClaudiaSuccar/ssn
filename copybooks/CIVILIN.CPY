           05 Phone        PIC 9(10).
           05 DeceasedStatus PIC X.
           05 DateOfDeath  PIC 9(8).
           05 AddrStatus   PIC X.
           05 AddrReturnDate PIC 9(8).
           05 AddrReturnReason PIC X(2).
