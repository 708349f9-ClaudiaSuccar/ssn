      *                   that file.
      *****************************************************************
       01  RECYCLE-INPUT-RECORD.
           05 RY-TX-IMAGE     PIC X(72).
           05 RY-REASON       PIC X(40).
