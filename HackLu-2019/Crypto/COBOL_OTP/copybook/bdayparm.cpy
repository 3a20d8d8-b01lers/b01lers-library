      * the request passed to OTPBDAY, the business-day calendar
      * module. bday-site names the counterpart whose holidays apply
      * on top of the desk's own (spaces for the desk's calendar
      * alone).
      *   C - check bday-later-date (the run date) is on the calendar
      *   N - count the business days after bday-earlier-date up to
      *       and including bday-later-date into bday-days
      *   B - step back bday-days business days from bday-later-date
      *       and return the business day reached in
      *       bday-earlier-date
      * every function refuses a bday-later-date past the end of the
      * calendar, which bday-cal-end reports back.
       01 bday-parm.
           05 bday-function pic x(01).
               88 bday-check-run-date value 'C'.
               88 bday-count-days value 'N'.
               88 bday-step-back value 'B'.
           05 bday-site pic x(04).
           05 bday-earlier-date pic 9(08).
           05 bday-later-date pic 9(08).
           05 bday-days pic 9(05).
           05 bday-result pic x(02).
               88 bday-ok value '00'.
               88 bday-no-calendar value '12'.
               88 bday-past-end value '16'.
               88 bday-bad-request value '20'.
           05 bday-cal-end pic 9(08).
