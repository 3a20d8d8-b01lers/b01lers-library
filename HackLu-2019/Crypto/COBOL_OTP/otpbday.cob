       identification division.
       program-id. OTPBDAY.

      * business-day calendar module. the aging, forecasting,
      * retention and acceptance steps all used to count calendar
      * days, so every monday the aging report had friday's traffic
      * three days overdue and a holiday weekend diluted the burn
      * rate with days nobody was keying traffic. they now ask this
      * module instead, so one calendar file (OTP-CALENDAR-FILE,
      * otpcal.txt when unset) answers for all of them and a
      * counterpart's own holidays count wherever that link is being
      * measured. the calendar is read once, on the first call of the
      * run, and held for the rest of it.
      *
      * a run dated past the end of the calendar is refused outright
      * rather than counted on the weekday rule alone, so somebody
      * loads the next year's holidays before they start to matter.

       environment division.
       input-output section.
       file-control.
           select calendar-file assign dynamic ws-cal-path
               organization line sequential
               file status is ws-cal-status.

       data division.
       file section.
       fd calendar-file.
           copy calrec.

       working-storage section.
       01 ws-cal-path pic x(40) value 'otpcal.txt'.
       01 ws-cal-status pic x(2).

       01 ws-load-flag pic x(1) value 'N'.
           88 ws-cal-loaded value 'Y'.
       01 ws-load-error-flag pic x(1) value 'N'.
           88 ws-cal-unusable value 'Y'.

      * every entry on the file - the desk's and each counterpart's -
      * held in core. only exceptions to the weekday rule are keyed,
      * so a thousand entries is decades of holidays.
       01 ws-cal-table.
           05 ws-cal-entry occurs 1000 times.
               10 ws-cal-date pic 9(08).
               10 ws-cal-site pic x(04).
               10 ws-cal-type pic x(01).
       01 ws-cal-count pic 9(04) value zero.
       01 ws-cal-ctr pic 9(04).
       01 ws-cal-end pic 9(08) value zero.
       01 ws-cal-rec-num pic 9(04) value zero.

      * the day in hand and whether it is worked.
       01 ws-walk-date.
           05 ws-walk-yyyy pic 9(4).
           05 ws-walk-mm pic 9(2).
           05 ws-walk-dd pic 9(2).
       01 ws-walk-num redefines ws-walk-date pic 9(08).
       01 ws-day-type pic x(1).
           88 ws-day-is-business value 'B'.
       01 ws-days-counted pic 9(05).

       01 ws-month-days-table.
           05 filler pic x(24) value '312831303130313130313031'.
       01 ws-month-days redefines ws-month-days-table.
           05 ws-month-len pic 9(2) occurs 12 times.
       01 ws-leap-work pic 9(4).
       01 ws-leap-flag pic x(1).
           88 ws-leap-year value 'Y'.

      * the weekday falls out of a running day number: the same
      * march-based count otpack used for its aging, taken modulo
      * seven, where 4 is a saturday and 5 a sunday.
       01 ws-conv-y pic 9(5).
       01 ws-conv-m pic 9(2).
       01 ws-dn-work1 pic 9(7).
       01 ws-dn-work2 pic 9(7).
       01 ws-dn-work3 pic 9(7).
       01 ws-dn-work4 pic 9(7).
       01 ws-day-number pic 9(7).
       01 ws-weekday pic 9(1).

       linkage section.
           copy bdayparm.

       procedure division using bday-parm.
           move '00' to bday-result.
           if not ws-cal-loaded
               perform load-calendar
               set ws-cal-loaded to true
           end-if.
           if ws-cal-unusable
               move '12' to bday-result
               goback
           end-if.
           move ws-cal-end to bday-cal-end.

           if bday-later-date is not numeric
               move '20' to bday-result
               goback
           end-if.
           if bday-later-date > ws-cal-end
               display 'DATE ' bday-later-date
                   ' IS PAST THE END OF THE BUSINESS CALENDAR ('
                   ws-cal-end ') - LOAD THE NEXT YEAR'
               move '16' to bday-result
               goback
           end-if.

           evaluate true
               when bday-check-run-date
                   continue
               when bday-count-days
                   perform count-business-days
               when bday-step-back
                   perform step-back-business-days
               when other
                   move '20' to bday-result
           end-evaluate.
           goback.

      * no calendar at all, an entry that is not a date or a day
      * type, or a calendar that never says where the desk's own year
      * ends, leaves nothing safe to count with - every caller is
      * refused rather than silently falling back to calendar days.
       load-calendar.
           accept ws-cal-path from environment 'OTP-CALENDAR-FILE'.
           if ws-cal-path = spaces
               move 'otpcal.txt' to ws-cal-path
           end-if.
           open input calendar-file.
           if ws-cal-status not = '00'
               display 'BUSINESS CALENDAR ' ws-cal-path
                   ' COULD NOT BE OPENED'
               set ws-cal-unusable to true
               exit paragraph
           end-if.
           perform until ws-cal-status not = '00'
               read calendar-file
                   at end
                       move '10' to ws-cal-status
               end-read
               if ws-cal-status = '00'
                   add 1 to ws-cal-rec-num
                   perform load-one-entry
               end-if
           end-perform.
           close calendar-file.
           if ws-cal-end = zero
               and not ws-cal-unusable
               display 'BUSINESS CALENDAR ' ws-cal-path
                   ' HOLDS NO DATES FOR THIS DESK'
               set ws-cal-unusable to true
           end-if.

       load-one-entry.
           if cal-date is not numeric
               or (not cal-business-day and not cal-holiday)
               display 'BUSINESS CALENDAR ENTRY ' ws-cal-rec-num
                   ' IS NOT A VALID DATE AND DAY TYPE'
               set ws-cal-unusable to true
               exit paragraph
           end-if.
           if ws-cal-count >= 1000
               display 'BUSINESS CALENDAR HOLDS MORE THAN 1000 '
                   'ENTRIES'
               set ws-cal-unusable to true
               exit paragraph
           end-if.
           add 1 to ws-cal-count.
           move cal-date to ws-cal-date(ws-cal-count).
           move cal-site to ws-cal-site(ws-cal-count).
           move cal-day-type to ws-cal-type(ws-cal-count).
           if cal-site = spaces
               and cal-date > ws-cal-end
               move cal-date to ws-cal-end
           end-if.

      * business days after the earlier date, up to and including the
      * later one - so traffic sent on friday is one business day old
      * on monday. an earlier date on or after the later one is zero
      * days old.
       count-business-days.
           move zero to bday-days.
           if bday-earlier-date is not numeric
               move '20' to bday-result
               exit paragraph
           end-if.
           move bday-later-date to ws-walk-num.
           move zero to ws-days-counted.
           perform until ws-walk-num <= bday-earlier-date
               perform classify-day
               if ws-day-is-business
                   add 1 to ws-days-counted
               end-if
               perform step-back-one-day
           end-perform.
           move ws-days-counted to bday-days.

      * the business day the given number of business days before the
      * later date; zero days hands the later date straight back.
       step-back-business-days.
           move bday-later-date to ws-walk-num.
           move zero to ws-days-counted.
           perform until ws-days-counted >= bday-days
               perform step-back-one-day
               perform classify-day
               if ws-day-is-business
                   add 1 to ws-days-counted
               end-if
           end-perform.
           move ws-walk-num to bday-earlier-date.

      * the counterpart's own entry for the day wins, then the desk's,
      * then the weekday rule.
       classify-day.
           move space to ws-day-type.
           if bday-site not = spaces
               perform varying ws-cal-ctr from 1 by 1
                       until ws-cal-ctr > ws-cal-count
                       or ws-day-type not = space
                   if ws-cal-date(ws-cal-ctr) = ws-walk-num
                       and ws-cal-site(ws-cal-ctr) = bday-site
                       move ws-cal-type(ws-cal-ctr) to ws-day-type
                   end-if
               end-perform
           end-if.
           if ws-day-type = space
               perform varying ws-cal-ctr from 1 by 1
                       until ws-cal-ctr > ws-cal-count
                       or ws-day-type not = space
                   if ws-cal-date(ws-cal-ctr) = ws-walk-num
                       and ws-cal-site(ws-cal-ctr) = spaces
                       move ws-cal-type(ws-cal-ctr) to ws-day-type
                   end-if
               end-perform
           end-if.
           if ws-day-type = space
               perform compute-weekday
               if ws-weekday = 4 or ws-weekday = 5
                   move 'H' to ws-day-type
               else
                   move 'B' to ws-day-type
               end-if
           end-if.

      * the counting year starts in march, so the leap day is the last
      * day of the counting year and the month-length pattern becomes
      * the single (153m + 2) / 5 ramp; each division is its own
      * compute so the truncation lands where the formula needs it.
       compute-weekday.
           if ws-walk-mm > 2
               move ws-walk-yyyy to ws-conv-y
               compute ws-conv-m = ws-walk-mm - 3
           else
               compute ws-conv-y = ws-walk-yyyy - 1
               compute ws-conv-m = ws-walk-mm + 9
           end-if.
           compute ws-dn-work1 = ws-conv-y / 4.
           compute ws-dn-work2 = ws-conv-y / 100.
           compute ws-dn-work3 = ws-conv-y / 400.
           compute ws-dn-work4 = (153 * ws-conv-m + 2) / 5.
           compute ws-day-number = 365 * ws-conv-y
               + ws-dn-work1 - ws-dn-work2 + ws-dn-work3
               + ws-dn-work4 + ws-walk-dd.
           divide ws-day-number by 7 giving ws-dn-work1
               remainder ws-weekday.

      * one day backwards through the stamp, month and year
      * boundaries included; february's length follows the leap rule.
       step-back-one-day.
           if ws-walk-dd > 1
               subtract 1 from ws-walk-dd
               exit paragraph
           end-if.
           if ws-walk-mm = 1
               subtract 1 from ws-walk-yyyy
               move 12 to ws-walk-mm
           else
               subtract 1 from ws-walk-mm
           end-if.
           move ws-month-len(ws-walk-mm) to ws-walk-dd.
           if ws-walk-mm = 2
               perform check-leap-year
               if ws-leap-year
                   move 29 to ws-walk-dd
               end-if
           end-if.

       check-leap-year.
           move 'N' to ws-leap-flag.
           divide ws-walk-yyyy by 4 giving ws-leap-work.
           if ws-leap-work * 4 = ws-walk-yyyy
               set ws-leap-year to true
           end-if.
           divide ws-walk-yyyy by 100 giving ws-leap-work.
           if ws-leap-work * 100 = ws-walk-yyyy
               move 'N' to ws-leap-flag
           end-if.
           divide ws-walk-yyyy by 400 giving ws-leap-work.
           if ws-leap-work * 400 = ws-walk-yyyy
               set ws-leap-year to true
           end-if.

       end program OTPBDAY.
