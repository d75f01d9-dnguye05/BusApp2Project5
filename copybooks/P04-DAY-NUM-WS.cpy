      ******************************************************************
      *COPYBOOK: P04-DAY-NUM-WS                                        *
      *ABSTRACT: Working storage for P04-DAY-NUM-CALC, which turns a   *
      *          YYYYMMDD date into a serial day number (so two dates  *
      *          can be subtracted to give a count of days) and a day  *
      *          of the week (so weekends can be skipped when          *
      *          counting business days), and for P04-DAY-NUM-DATE,    *
      *          which turns a day number back into a date (so a date  *
      *          can be moved forward or back a number of days).       *
      ******************************************************************
       01  WS-DAY-NUM-WORK.
           03  WS-DN-DATE.
               05  WS-DN-YYYY              PIC 9(4).
               05  WS-DN-MM                PIC 9(2).
               05  WS-DN-DD                PIC 9(2).
           03  WS-DN-DATE-NUM REDEFINES WS-DN-DATE
                                           PIC 9(8).
           03  WS-DN-DAY-NUMBER            PIC 9(7).
      *    DAY NUMBER MODULO 7: 0 WEDNESDAY THROUGH 6 TUESDAY.
           03  WS-DN-WEEKDAY               PIC 9(1).
               88  DN-WEEKEND                          VALUES 3 4.
           03  WS-DN-YEARS                 PIC 9(4).
           03  WS-DN-MONTHS                PIC 9(2).
           03  WS-DN-TERM                  PIC 9(7).
           03  WS-DN-QUOT                  PIC 9(7).
           03  WS-DN-BIG                   PIC 9(13).
           03  WS-DN-REMAIN                PIC S9(7).
