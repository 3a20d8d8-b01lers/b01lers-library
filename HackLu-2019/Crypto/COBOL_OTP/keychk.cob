      * pool (a stuck seed producing repeating records, a pool that
      * collides with an earlier generation) used to be live for the
      * whole business day before anyone noticed. this step reads each
      * freshly provisioned pool - the shared one and the pool of
      * every active site on the site master, the same sites keygen
      * provisions for - and
      * only lets the day proceed when all of them pass:
      *
      *   - no two records in a pool may be identical (a stuck or
      *     printable value hugely over its expected share, and no
      *     byte outside the printable range at all);
      *   - a sample of the new pool is compared record-for-record
      *     against the archives of the last few business days
      *     (OTP-KEYCHK-LOOKBACK, five when unset), to catch a
      *     reused seed reproducing an old generation.
      *
      * any finding goes to the report file and fails the job step
               organization line sequential
               file status is ws-report-status.

      * the site master otpsite maintains.
           select site-file assign dynamic ws-site-path
               organization line sequential
               file status is ws-site-status.

       data division.
       file section.
       fd key-file.
       fd report-file.
       01 report-rec pic x(100).

       fd site-file.
           copy siterec.

       working-storage section.
       01 ws-key-path pic x(40) value 'key.txt'.
       01 ws-live-key-path pic x(40) value 'key.txt'.

       01 ws-cur-pool-code pic x(04) value spaces.

      * the active sites off the site master - the same sites keygen
      * provisions pools for.
       01 ws-site-path pic x(40) value 'otpsite.txt'.
       01 ws-site-status pic x(2).
       01 ws-site-table.
           05 ws-site-code pic x(04) occurs 50 times.
       01 ws-site-count pic 9(02) value zero.
       01 ws-site-ctr pic 9(02).

      * per-record distinct-value check: one slot per possible byte
      * value, cleared per record.
       01 ws-lookback-ctr pic 9(03).
       01 ws-archive-rec-ctr pic 9(05).

      * walking back a business day at a time on the desk's
      * calendar - keygen provisions on the days the desk works, so
      * those are the days that leave archives behind.
       01 ws-walk-date pic x(8).
           copy bdayparm.

       01 ws-cur-date pic 9(8).
       01 ws-report-line pic x(100).
               move ws-lookback-disp to ws-lookback-days
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
                   ' - ACCEPTANCE REJECTED'
               move 12 to return-code
               goback
           end-if.

           open output report-file.
           if ws-report-status not = '00'
           end-if.
           goback.

      * a master that does not exist yet is simply empty - the shared
      * pool is still checked - but any other open failure rejects the
      * acceptance rather than passing pools nobody looked at.
       load-site-master.
           open input site-file.
           if ws-site-status = '35'
               exit paragraph
           end-if.
           if ws-site-status not = '00'
               display 'SITE MASTER COULD NOT BE OPENED - '
                   'ACCEPTANCE REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform until ws-site-status not = '00'
               read site-file
                   at end
                       move '10' to ws-site-status
               end-read
               if ws-site-status = '00'
                   and site-active
                   and ws-site-count < 50
                   add 1 to ws-site-count
                   move site-code to ws-site-code(ws-site-count)
               end-if
           end-perform.
           close site-file.

       check-one-pool.
           perform load-pool.
           move ws-cur-date to ws-walk-date.
           perform varying ws-lookback-ctr from 1 by 1
                   until ws-lookback-ctr > ws-lookback-days
               perform step-back-one-business-day
               perform sweep-one-archive
           end-perform.

           end-perform.
           close archive-file.

      * the business day before the one in hand, on the desk's own
      * calendar.
       step-back-one-business-day.
           move 'B' to bday-function.
           move spaces to bday-site.
           move ws-walk-date to bday-later-date.
           move 1 to bday-days.
           call 'OTPBDAY' using bday-parm.
           move bday-earlier-date to ws-walk-date.

       report-finding.
           add 1 to ws-finding-count.
