      *                   it from scratch.
      *****************************************************************
       01  PRE-EDIT-REJECT-RECORD.
           05 PR-TX-IMAGE     PIC X(72).
           05 PR-REASON       PIC X(40).
