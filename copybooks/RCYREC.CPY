      *                   it yet), "C" corrected (data entry fixed
      *                   the image in place and flagged it; SSNPREP
      *                   releases it into the next night's
      *                   transaction stream).  Data entry puts
      *                   its own operator ID in RC-CORRECTED-BY
      *                   when it flags an item corrected; SSNPREP
      *                   takes that operator as the item's keyer, so
      *                   a corrected item held for second-operator
      *                   approval names who keyed it.  SSNRCYC
      *                   rewrites the file each night in
      *                   oldest-first order.
      *****************************************************************
       01  RECYCLE-RECORD.
           05 RC-STATUS           PIC X.
              88 RC-CORRECTED     VALUE "C".
           05 RC-CYCLE-COUNT      PIC 9(2).
           05 RC-FIRST-DATE       PIC 9(8).
           05 RC-TX-IMAGE         PIC X(72).
           05 RC-REASON           PIC X(40).
           05 RC-CORRECTED-BY     PIC X(8).
