      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  BUSCAL - BUSINESS-DAY CALENDAR RECORD LAYOUT.  ONE RECORD PER *
      *  CALENDAR DATE, HELD ON A KEYED (VSAM KSDS) FILE WHOSE KEY IS  *
      *  THE DATE IN YYYYMMDD FORM.  THE DAY TYPE SAYS WHETHER THE     *
      *  DATE IS A SETTLEMENT (BUSINESS) DAY OR WHY IT IS NOT - A      *
      *  WEEKEND, A BANK HOLIDAY OR THE BANKS' YEAR-END CLOSURE - AND  *
      *  THE WEEKDAY RUNS 1 (MONDAY) THRU 7 (SUNDAY).  MAINTAINED BY   *
      *  COMP3017, WHICH GENERATES A YEAR'S DATES AND APPLIES HOLIDAY  *
      *  CHANGES FROM THE CONTROL DESK.  READ BY KEY BY COMP3001,      *
      *  WHICH REFUSES A LIVE BUILD FOR A DATE THAT IS NOT A BUSINESS  *
      *  DAY, AND IN DATE ORDER BY COMP3005, COMP3011 AND COMP3025 TO  *
      *  TURN AN AGING THRESHOLD IN BUSINESS DAYS INTO A CUTOFF DATE.  *
      *  A DATE NOT ON THE CALENDAR IS TREATED AS NOT A BUSINESS DAY - *
      *  THE CALENDAR MUST BE EXTENDED AHEAD OF EACH NEW YEAR.         *
      ******************************************************************
       01  BUS-CAL-REC.
           02  BC-DATE          PICTURE X(08).
           02  BC-DAY-TYPE      PICTURE X(01).
             88  BC-BUSINESS-DAY  VALUE  'B'.
             88  BC-WEEKEND       VALUE  'W'.
             88  BC-HOLIDAY       VALUE  'H'.
             88  BC-CLOSURE       VALUE  'C'.
             88  BC-VALID-TYPE    VALUE  'B'  'W'  'H'  'C'.
           02  BC-WEEKDAY       PICTURE 9(01).
           02  BC-DESCRIPTION   PICTURE X(20).
           02  BC-STAMP-DATE    PICTURE X(08).
           02  FILLER           PICTURE X(02).
