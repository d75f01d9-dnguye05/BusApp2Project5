      ******************************************************************
      *COPYBOOK: P04-DAY-NUM-CALC                                      *
      *ABSTRACT: Converts the date in WS-DN-DATE to WS-DN-DAY-NUMBER,  *
      *          the count of days since 1 March of year zero, and     *
      *          sets WS-DN-WEEKDAY. Counting the year from March puts *
      *          the leap day at the end of the year, so every month   *
      *          length but February's follows one rule. Requires      *
      *          P04-DAY-NUM-WS.                                       *
      ******************************************************************
           IF WS-DN-MM > 2
               MOVE WS-DN-YYYY TO WS-DN-YEARS
               COMPUTE WS-DN-MONTHS = WS-DN-MM - 3
           ELSE
               COMPUTE WS-DN-YEARS  = WS-DN-YYYY - 1
               COMPUTE WS-DN-MONTHS = WS-DN-MM + 9
           END-IF.
           COMPUTE WS-DN-DAY-NUMBER = WS-DN-YEARS * 365 + WS-DN-DD - 1.
           DIVIDE WS-DN-YEARS BY 4   GIVING WS-DN-QUOT.
           ADD      WS-DN-QUOT TO   WS-DN-DAY-NUMBER.
           DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOT.
           SUBTRACT WS-DN-QUOT FROM WS-DN-DAY-NUMBER.
           DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOT.
           ADD      WS-DN-QUOT TO   WS-DN-DAY-NUMBER.
           COMPUTE WS-DN-TERM = WS-DN-MONTHS * 153 + 2.
           DIVIDE WS-DN-TERM BY 5    GIVING WS-DN-QUOT.
           ADD      WS-DN-QUOT TO   WS-DN-DAY-NUMBER.
           DIVIDE WS-DN-DAY-NUMBER BY 7
               GIVING    WS-DN-QUOT
               REMAINDER WS-DN-WEEKDAY.
