      * shared business calendar - one row per weekday the office
      * does not work, keyed YYYYMMDD: HD-TYPE "H" holiday, "C"
      * closure (a storm, a move). Saturdays and Sundays are never
      * business days and need no row. calendar-maint.cob keys the
      * rows; bizcal.cob does the business-day arithmetic for every
      * deadline and aging program, so a day marked here once moves
      * every clock and queue that counts business days.
       01  HOLIDAY01.
           02 HD-DATE PIC X(8).
           02 HD-TYPE PIC X.
           02 HD-DESC PIC X(30).
           02 HD-OPER PIC X(3).
           02 HD-DATE-E PIC X(8).
           02 HD-FUTURE PIC X(6).
