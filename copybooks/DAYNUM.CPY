      *****************************************************************
      * Copybook name:   DAYNUM
      * Purpose:          Turns the YYYYMMDD date in WS-DN-DATE into a
      *                   running day count (WS-DN-DAYS) so a program
      *                   can age a date in days -- today's count
      *                   less the date's count.  Counted from a
      *                   March-first year so February 29 falls at
      *                   the end: January and February count as
      *                   months 13 and 14 of the year before, the
      *                   same shift the day-of-week arithmetic in
      *                   SSNSECR makes.  Each term is computed on its
      *                   own so every division truncates.  The
      *                   caller needs COPY DAYNUMWS in
      *                   WORKING-STORAGE and a date already edited
      *                   as a real calendar date.
      *****************************************************************
       8600-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-YYYY TO WS-DN-YEAR.
           MOVE WS-DN-MM   TO WS-DN-MONTH.
           IF WS-DN-MONTH < 3
               ADD 12 TO WS-DN-MONTH
               SUBTRACT 1 FROM WS-DN-YEAR
           END-IF.
           COMPUTE WS-DN-LEAP-TERM = WS-DN-YEAR / 4.
           COMPUTE WS-DN-CENTURY-TERM = WS-DN-YEAR / 100.
           COMPUTE WS-DN-QUAD-CENTURY-TERM = WS-DN-YEAR / 400.
           COMPUTE WS-DN-MONTH-TERM =
               ((153 * (WS-DN-MONTH - 3)) + 2) / 5.
           COMPUTE WS-DN-DAYS = (365 * WS-DN-YEAR) + WS-DN-LEAP-TERM
               - WS-DN-CENTURY-TERM + WS-DN-QUAD-CENTURY-TERM
               + WS-DN-MONTH-TERM + WS-DN-DD.
