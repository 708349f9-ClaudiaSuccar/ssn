      *****************************************************************
      * Copybook name:   DAYNUMWS
      * Purpose:          Working-storage for the day-number paragraph
      *                   (see DAYNUM).  The caller moves a YYYYMMDD
      *                   date to WS-DN-DATE and gets back a running
      *                   day count in WS-DN-DAYS; two counts
      *                   subtract to the days between the dates.
      *****************************************************************
       01  WS-DN-DATE                 PIC 9(8).
       01  WS-DN-DATE-BROKEN REDEFINES WS-DN-DATE.
           05 WS-DN-YYYY              PIC 9(4).
           05 WS-DN-MM                PIC 99.
           05 WS-DN-DD                PIC 99.

       01  WS-DN-YEAR                 PIC 9(4).
       01  WS-DN-MONTH                PIC 99.
       01  WS-DN-LEAP-TERM            PIC 9(4).
       01  WS-DN-CENTURY-TERM         PIC 9(4).
       01  WS-DN-QUAD-CENTURY-TERM    PIC 9(4).
       01  WS-DN-MONTH-TERM           PIC 9(4).
       01  WS-DN-DAYS                 PIC 9(7).
