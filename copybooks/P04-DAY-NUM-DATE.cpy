      ******************************************************************
      *COPYBOOK: P04-DAY-NUM-DATE                                      *
      *ABSTRACT: The reverse of P04-DAY-NUM-CALC: converts the day     *
      *          number in WS-DN-DAY-NUMBER back to a date in          *
      *          WS-DN-DATE. The year is estimated from the average    *
      *          length of a year and corrected down by one when the   *
      *          estimate overshoots; the month and day then follow    *
      *          from the day of the March-based year. Requires        *
      *          P04-DAY-NUM-WS.                                       *
      ******************************************************************
           COMPUTE WS-DN-BIG = WS-DN-DAY-NUMBER * 10000 + 14780.
           DIVIDE WS-DN-BIG BY 3652425 GIVING WS-DN-YEARS.
           COMPUTE WS-DN-TERM = WS-DN-YEARS * 365.
           DIVIDE WS-DN-YEARS BY 4   GIVING WS-DN-QUOT.
           ADD      WS-DN-QUOT TO   WS-DN-TERM.
           DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOT.
           SUBTRACT WS-DN-QUOT FROM WS-DN-TERM.
           DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOT.
           ADD      WS-DN-QUOT TO   WS-DN-TERM.
           COMPUTE WS-DN-REMAIN = WS-DN-DAY-NUMBER - WS-DN-TERM.
           IF WS-DN-REMAIN < ZERO
               SUBTRACT 1 FROM WS-DN-YEARS
               COMPUTE WS-DN-TERM = WS-DN-YEARS * 365
               DIVIDE WS-DN-YEARS BY 4   GIVING WS-DN-QUOT
               ADD      WS-DN-QUOT TO   WS-DN-TERM
               DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOT
               SUBTRACT WS-DN-QUOT FROM WS-DN-TERM
               DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOT
               ADD      WS-DN-QUOT TO   WS-DN-TERM
               COMPUTE WS-DN-REMAIN = WS-DN-DAY-NUMBER - WS-DN-TERM
           END-IF.
           COMPUTE WS-DN-TERM = WS-DN-REMAIN * 100 + 52.
           DIVIDE WS-DN-TERM BY 3060 GIVING WS-DN-MONTHS.
           COMPUTE WS-DN-TERM = WS-DN-MONTHS + 2.
           DIVIDE WS-DN-TERM BY 12
               GIVING    WS-DN-QUOT
               REMAINDER WS-DN-MM.
           ADD 1          TO WS-DN-MM.
           ADD WS-DN-QUOT TO WS-DN-YEARS.
           MOVE WS-DN-YEARS TO WS-DN-YYYY.
           COMPUTE WS-DN-TERM = WS-DN-MONTHS * 306 + 5.
           DIVIDE WS-DN-TERM BY 10 GIVING WS-DN-QUOT.
           COMPUTE WS-DN-DD = WS-DN-REMAIN - WS-DN-QUOT + 1.
           DIVIDE WS-DN-DAY-NUMBER BY 7
               GIVING    WS-DN-QUOT
               REMAINDER WS-DN-WEEKDAY.
