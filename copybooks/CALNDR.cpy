      ******************************************************************
      *    CALNDR.CPY                                                 *
      *    RECORD LAYOUT FOR THE BUSINESS-DAY CALENDAR (CALENDAR), AN *
      *    INDEXED FILE KEYED BY DATE (YYYYMMDD).  MAINTAINED BY      *
      *    TRNCMNT, WHICH GENERATES A YEAR AT A TIME (MONDAY-FRIDAY   *
      *    AS BUSINESS DAYS, SATURDAY AND SUNDAY AS WEEKEND) AND      *
      *    THEN MARKS THE HOLIDAYS AND ANY WORKED WEEKEND DAYS.  A    *
      *    DATE CARRIES ONE DAY TYPE:                                 *
      *      B  BUSINESS DAY - A DAILY CYCLE IS EXPECTED;             *
      *      W  WEEKEND      - NO CYCLE;                              *
      *      H  HOLIDAY      - NO CYCLE, CAL-DESCRIPTION SAYS WHICH.  *
      *    TRNMEND, TRNRAGE, TRNCHKR AND TRNACUM READ IT.  A DATE NOT *
      *    ON THE FILE (A YEAR NOT YET GENERATED) FALLS BACK TO THE   *
      *    MONDAY-FRIDAY RULE, AND EACH READER SAYS SO.               *
      ******************************************************************
       01  CAL-RECORD.
           05  CAL-DATE                PIC 9(08).
           05  CAL-DAY-TYPE            PIC X(01).
               88  CAL-BUSINESS-DAY            VALUE 'B'.
               88  CAL-WEEKEND                 VALUE 'W'.
               88  CAL-HOLIDAY                 VALUE 'H'.
               88  CAL-VALID-DAY-TYPE          VALUE 'B' 'W' 'H'.
           05  CAL-DESCRIPTION         PIC X(30).
           05  CAL-MAINT-DATE          PIC 9(08).
           05  CAL-MAINT-BY            PIC X(08).
           05  FILLER                  PIC X(25).
