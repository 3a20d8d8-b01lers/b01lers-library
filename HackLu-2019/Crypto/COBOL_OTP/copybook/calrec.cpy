      * business-day calendar record. monday to friday are business
      * days and saturday and sunday are not unless the calendar says
      * otherwise, so a year is loaded by keying its holidays (and
      * any weekend day the desk works) plus its last day, which marks
      * how far the calendar runs - any run dated past the last date
      * held for the desk itself is refused until the next year is
      * loaded. an entry with a blank site is the desk's own calendar
      * and holds for every counterpart; an entry carrying a site code
      * holds for that counterpart alone, for the holidays of theirs
      * that ours do not share. the file is read through OTPBDAY,
      * never by the run programs directly.
       01 cal-rec.
           05 cal-date pic 9(08).
           05 cal-site pic x(04).
           05 cal-day-type pic x(01).
               88 cal-business-day value 'B'.
               88 cal-holiday value 'H'.
           05 cal-desc pic x(30).
