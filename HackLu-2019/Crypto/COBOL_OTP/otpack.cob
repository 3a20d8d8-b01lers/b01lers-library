      *     cipher-queue-seq number: 'SITB 00017') and moves each
      *     matched entry to ACKNOWLEDGED, reporting any ack that
      *     matches nothing we ever sent;
      *   - prints an aging report of everything still SENT past its
      *     destination's aging horizon - the site's own from the site
      *     master, OTP-ACK-AGE-DAYS (three days when unset) for a
      *     site that names none - and ends with a nonzero return code
      *     when anything is overdue, so the scheduler flags the
      *     traffic to the desk each morning. age is counted in
      *     business days on the desk's calendar and the
      *     destination's own holidays, so a weekend or a holiday at
      *     either end never makes traffic look overdue.

       environment division.
       input-output section.
               organization line sequential
               file status is ws-report-status.

      * the site master otpsite maintains.
           select site-file assign dynamic ws-site-path
               organization line sequential
               file status is ws-site-status.

       data division.
       file section.
       fd status-file.
       fd report-file.
       01 report-rec pic x(100).

       fd site-file.
           copy siterec.

       working-storage section.
       01 ws-status-path pic x(40) value 'msgstat.txt'.
       01 ws-queue-path pic x(40) value 'otpqueue.txt'.
       01 ws-error-flag pic x(1) value 'N'.
           88 ws-error-found value 'Y'.

      * every destination a cipher file could exist for, found the
      * same way otphist finds them: the ones the day's queue routed
      * to, every site on the master, and the intake default - a
      * destination only the desk keyed for interactively still has
      * its file registered. the plain cipher file older interactive
      * runs wrote is deliberately not registered - it never leaves
      * the building, so there is nothing for a counterpart to
      * acknowledge.
       01 ws-dest-table.
           05 ws-dest-code pic x(04) occurs 60 times.
       01 ws-dest-count pic 9(02) value zero.
       01 ws-dest-ctr pic 9(02).
       01 ws-note-dest pic x(04).
       01 ws-match-flag pic x(1).
           88 ws-match-found value 'Y'.

       01 ws-age-days pic 9(03) value 3.
       01 ws-age-days-disp pic x(3).

      * each site's own aging horizon off the site master; a site
      * that names none, or a destination not on the master at all,
      * ages on the job-wide one.
       01 ws-site-path pic x(40) value 'otpsite.txt'.
       01 ws-site-status pic x(2).
       01 ws-site-table.
           05 ws-site-entry occurs 50 times.
               10 ws-site-code pic x(04).
               10 ws-site-age-days pic 9(03).
       01 ws-site-count pic 9(02) value zero.
       01 ws-site-ctr pic 9(02).
       01 ws-entry-age-days pic 9(03).
       01 ws-entry-age-edit pic zz9.

       01 ws-cur-date pic 9(8).
       01 ws-cur-time pic 9(8).
       01 ws-timestamp-disp pic x(26) value spaces.

      * the business-day calendar module's request area.
           copy bdayparm.

       01 ws-report-line pic x(100).
       01 ws-age-edit pic zzz9.
               move 'otpaging.rpt' to ws-report-path
           end-if.

           accept ws-site-path from environment 'OTP-SITE-FILE'.
           if ws-site-path = spaces
               move 'otpsite.txt' to ws-site-path
           end-if.
           perform load-site-master.
           if ws-error-found
               move 12 to return-code
               goback
           end-if.

           accept ws-cur-date from date yyyymmdd.
           move 'C' to bday-function.
           move spaces to bday-site.
           move ws-cur-date to bday-later-date.
           call 'OTPBDAY' using bday-parm.
           if not bday-ok
               display 'BUSINESS CALENDAR DOES NOT COVER ' ws-cur-date
                   ' - RUN REJECTED'
               move 12 to return-code
               goback
           end-if.

           open output report-file.
           if ws-report-status not = '00'
           else
               if ws-overdue-count > zero
                   display ws-overdue-count ' MESSAGE(S) '
                       'UNACKNOWLEDGED PAST THEIR AGING HORIZON'
                       ' - SEE ' ws-report-path
                   move 8 to return-code
               else
                   if ws-unmatched-count > zero
           end-if.
           goback.

      * no master just means every destination ages on the job-wide
      * horizon, the way every one did before sites had their own. any
      * other open failure rejects the run rather than quietly aging
      * every site on the job-wide horizon.
       load-site-master.
           open input site-file.
           if ws-site-status = '35'
               exit paragraph
           end-if.
           if ws-site-status not = '00'
               display 'SITE MASTER COULD NOT BE OPENED - '
                   'RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform until ws-site-status not = '00'
               read site-file
                   at end
                       move '10' to ws-site-status
               end-read
               if ws-site-status = '00'
                   and ws-site-count < 50
                   add 1 to ws-site-count
                   move site-code to ws-site-code(ws-site-count)
                   move site-ack-age-days
                       to ws-site-age-days(ws-site-count)
               end-if
           end-perform.
           close site-file.

      * one pass over the day's queue to learn which destinations the
      * batch routed to; a queue record with no destination travels
      * under the intake default, the same rule otp applies. no queue
      * at all just means a day with no fresh batch traffic - acks
      * for earlier days still apply against the status file. the
      * intake default and every site already read off the master are
      * noted as well, since the desk keys interactive traffic for
      * them whether or not the queue carried any.
       collect-destinations.
           move 'LOCL' to ws-note-dest.
           perform note-one-destination.

           open input queue-file.
           if ws-queue-status = '00'
               perform until ws-queue-status not = '00'
                   read queue-file into queue-rec
                       at end
                           move '10' to ws-queue-status
                   end-read
                   if ws-queue-status = '00'
                       move queue-dest to ws-note-dest
                       if ws-note-dest = spaces
                           move 'LOCL' to ws-note-dest
                       end-if
                       perform note-one-destination
                   end-if
               end-perform
               close queue-file
           end-if.

           perform varying ws-site-ctr from 1 by 1
                   until ws-site-ctr > ws-site-count
               move ws-site-code(ws-site-ctr) to ws-note-dest
               perform note-one-destination
           end-perform.

       note-one-destination.
           move 'N' to ws-match-flag.
           perform varying ws-dest-ctr from 1 by 1
                   until ws-dest-ctr > ws-dest-count
                   or ws-match-found
               if ws-dest-code(ws-dest-ctr) = ws-note-dest
                   set ws-match-found to true
               end-if
           end-perform.
           if not ws-match-found
               and ws-dest-count < 60
               add 1 to ws-dest-count
               move ws-note-dest to ws-dest-code(ws-dest-count)
           end-if.

      * every record in a destination's cipher file that carries a
           close status-file.

       age-one-entry.
           perform find-entry-age-horizon.
           move 'N' to bday-function.
           move stat-dest to bday-site.
           move stat-sent-date to bday-earlier-date.
           move ws-cur-date to bday-later-date.
           call 'OTPBDAY' using bday-parm.
           if not bday-ok
               exit paragraph
           end-if.
           if bday-days <= ws-entry-age-days
               exit paragraph
           end-if.
           add 1 to ws-overdue-count.
           move bday-days to ws-age.
           move ws-age to ws-age-edit.
           move spaces to ws-report-line.
           string 'OVERDUE: ' delimited by size
               stat-sent-date delimited by size
               ' - ' delimited by size
               ws-age-edit delimited by size
               ' BUSINESS DAY(S) WITHOUT ACKNOWLEDGMENT (HORIZON '
               delimited by size
               ws-entry-age-edit delimited by size
               ')' delimited by size
               into ws-report-line.
           perform write-report-line.

       find-entry-age-horizon.
           move ws-age-days to ws-entry-age-days.
           perform varying ws-site-ctr from 1 by 1
                   until ws-site-ctr > ws-site-count
               if ws-site-code(ws-site-ctr) = stat-dest
                   and ws-site-age-days(ws-site-ctr) > zero
                   move ws-site-age-days(ws-site-ctr)
                       to ws-entry-age-days
               end-if
           end-perform.
           move ws-entry-age-days to ws-entry-age-edit.

       write-report-line.
           move ws-report-line to report-rec.
