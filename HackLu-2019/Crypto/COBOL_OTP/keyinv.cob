      * ('SKIPPING MESSAGE - NO KEY AVAILABLE'), which on a busy day
      * strands the back half of a queue; this step runs ahead of the
      * batch window instead. with the pad split per counterpart site,
      * each pool is inventoried on its own: the shared pool unpooled
      * destinations draw from, then one pool per active site on
      * the site master. for each pool it counts how many live records
      * the ledger has not yet consumed, works a recent daily burn
      * rate out of the ledger itself (one entry per record consumed,
      * dated by its used timestamp - which is what lets the rate be
      * split per pool, where the run-level audit trail cannot be),
      * and forecasts how many business days of key material the link
      * has left. the rate is taken over business days on the desk's
      * calendar and the counterpart's own holidays, so a weekend or
      * a holiday with no traffic does not dilute it. it ends with a
      * nonzero return code when any pool's unused count falls below
      * its threshold - the site's own from the master,
      * OTP-KEYINV-THRESHOLD otherwise - so the scheduler can fire an
      * extra keygen run or page the on-call operator while there is
      * still pad to run on - and exhaustion on one link gets flagged
      * without waiting for the others to thin out.

       environment division.
       input-output section.
               organization line sequential
               file status is ws-key-date-status.

      * the site master otpsite maintains.
           select site-file assign dynamic ws-site-path
               organization line sequential
               file status is ws-site-status.

       data division.
       file section.
       fd key-file.
       fd key-date-file.
       01 key-date-rec pic x(8).

       fd site-file.
           copy siterec.

       working-storage section.
       01 ws-key-path pic x(40) value 'key.txt'.
       01 ws-live-key-path pic x(40) value 'key.txt'.
       01 ws-below-flag pic x(1) value 'N'.
           88 ws-pool-below-threshold value 'Y'.

      * the active sites off the site master - the same sites keygen
      * provisions pools for - each with its own threshold (zero takes
      * the job-wide one). no master at all inventories the shared
      * pool alone, the pre-split behaviour.
       01 ws-site-path pic x(40) value 'otpsite.txt'.
       01 ws-site-status pic x(2).
       01 ws-site-table.
           05 ws-site-entry occurs 50 times.
               10 ws-site-code pic x(04).
               10 ws-site-threshold pic 9(05).
       01 ws-site-count pic 9(02) value zero.
       01 ws-site-ctr pic 9(02).

      * the ledger is summarised per business day for the pool in
      * hand: one entry is one 50-byte record consumed, dated by its
      * used timestamp. the ledger accumulates every generation ever
      * consumed, so only the five business days before today are
      * kept - months of old low-volume history averaged in would
      * understate today's rate and overstate the days of key
      * material left, which is the opposite of an early warning.
      * each slot opens on its business day and runs up to the next
      * slot's, so traffic keyed on a weekend or a holiday lands on
      * the business day before it, and the newest slot also takes
      * whatever today has burned so far. a pool whose ledger history
      * starts inside the window is averaged over the business days
      * it has actually been in use.
       01 ws-ledger-date pic x(8).
       01 ws-first-ledger-date pic x(8).
       01 ws-burn-table.
           05 ws-burn-entry occurs 5 times.
               10 ws-burn-date pic x(08).
               10 ws-burn-records pic 9(07).
       01 ws-burn-day-count pic 9(01) value zero.
       01 ws-burn-ctr pic 9(01).
       01 ws-burn-slot pic 9(01).
       01 ws-burn-total pic 9(09) value zero.
       01 ws-burn-per-day pic 9(05) value zero.
       01 ws-days-left pic 9(05) value zero.

       01 ws-threshold pic 9(05) value 20.
       01 ws-threshold-disp pic x(5).
      * the threshold the pool in hand is held to.
       01 ws-pool-threshold pic 9(05).

      * the business-day calendar module's request area.
           copy bdayparm.

       procedure division.
           accept ws-threshold-disp from environment
               move 'key.txt' to ws-live-key-path
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
                   ' - INVENTORY REJECTED'
               move 12 to return-code
               goback
           end-if.

           perform load-key-gen-date.

      *    the shared pool first - unpooled destinations, batch and
      *    desk alike, still draw from it - then each site's own.
           move spaces to ws-cur-pool-code.
           move ws-live-key-path to ws-key-path.
           move ws-threshold to ws-pool-threshold.
           perform inventory-one-pool.

           perform varying ws-site-ctr from 1 by 1
                   until ws-site-ctr > ws-site-count
                   or ws-error-found
               move ws-site-code(ws-site-ctr) to ws-cur-pool-code
               if ws-site-threshold(ws-site-ctr) > zero
                   move ws-site-threshold(ws-site-ctr)
                       to ws-pool-threshold
               else
                   move ws-threshold to ws-pool-threshold
               end-if
               move spaces to ws-key-path
               string 'key.' delimited by size
                   ws-cur-pool-code delimited by space
           end-if.
           goback.

      * a master that does not exist yet is simply empty; any other
      * open failure rejects the inventory rather than quietly
      * skipping every site pool.
       load-site-master.
           open input site-file.
           if ws-site-status = '35'
               exit paragraph
           end-if.
           if ws-site-status not = '00'
               display 'SITE MASTER COULD NOT BE OPENED - '
                   'INVENTORY REJECTED'
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
                   move site-inv-threshold
                       to ws-site-threshold(ws-site-count)
               end-if
           end-perform.
           close site-file.

      * the same generation stamp keygen leaves beside the live key
      * files and otp keys its ledger entries under; a pool
           end-if.
           perform compute-burn-rate.
           perform print-forecast.
           if ws-pool-remaining < ws-pool-threshold
               display 'KEY POOL BELOW THRESHOLD OF ' ws-pool-threshold
                   ' RECORDS - PROVISIONING ACTION REQUIRED'
               set ws-pool-below-threshold to true
           end-if.

      * one sequential pass over the ledger for the pool in hand:
      * each entry is one record consumed, its used timestamp leads
      * with the date, and it is counted into the business-day slot
      * it falls in. a pool with no entries at all leaves the rate at
      * zero and the forecast simply reports that no burn history
      * exists.
       compute-burn-rate.
           move zero to ws-burn-day-count.
           move zero to ws-burn-per-day.
           move zero to ws-days-left.
           move high-values to ws-first-ledger-date.
           perform build-burn-window.
           if ws-error-found
               exit paragraph
           end-if.

           open input ledger-file.
           if ws-ledger-status not = '00'
                   and ledger-key-pool = ws-cur-pool-code
                   and ledger-operator not = 'QUARANTN'
                   move ledger-used-ts(1:8) to ws-ledger-date
                   if ws-ledger-date < ws-first-ledger-date
                       move ws-ledger-date to ws-first-ledger-date
                   end-if
                   perform find-burn-slot
                   if ws-burn-slot > zero
                       add 1 to ws-burn-records(ws-burn-slot)
                   end-if
               end-if
           end-perform.
           close ledger-file.

      *    a slot counts once the pool was in use by its close - the
      *    newest slot has no close and counts whenever the pool has
      *    any history at all.
           if ws-first-ledger-date not = high-values
               move 1 to ws-burn-day-count
               perform varying ws-burn-ctr from 2 by 1
                       until ws-burn-ctr > 5
                   if ws-burn-date(ws-burn-ctr - 1)
                           > ws-first-ledger-date
                       add 1 to ws-burn-day-count
                   end-if
               end-perform
           end-if.

           if ws-burn-day-count > zero
               move zero to ws-burn-total
               perform varying ws-burn-ctr from 1 by 1
                   ws-pool-remaining / ws-burn-per-day
           end-if.

      * slot one is the business day before today on the pool's
      * calendar, slot five the fifth business day back.
       build-burn-window.
           perform varying ws-burn-ctr from 1 by 1
                   until ws-burn-ctr > 5
               move 'B' to bday-function
               move ws-cur-pool-code to bday-site
               move ws-cur-date to bday-later-date
               move ws-burn-ctr to bday-days
               call 'OTPBDAY' using bday-parm
               if not bday-ok
                   display 'BUSINESS CALENDAR DOES NOT COVER '
                       ws-cur-date ' - INVENTORY REJECTED'
                   set ws-error-found to true
               end-if
               move bday-earlier-date to ws-burn-date(ws-burn-ctr)
               move zero to ws-burn-records(ws-burn-ctr)
           end-perform.

      * the newest slot whose business day the entry is on or after;
      * an entry older than the whole window falls in none.
       find-burn-slot.
           move zero to ws-burn-slot.
           perform varying ws-burn-ctr from 1 by 1
                   until ws-burn-ctr > 5
                   or ws-burn-slot > zero
               if ws-ledger-date >= ws-burn-date(ws-burn-ctr)
                   move ws-burn-ctr to ws-burn-slot
               end-if
           end-perform.

       print-forecast.
           display 'KEY POOL INVENTORY FOR ' ws-key-path.
           if ws-burn-per-day > zero
               display '  DAILY BURN (RECORDS):  ' ws-burn-per-day
                   ' OVER THE LAST ' ws-burn-day-count
                   ' BUSINESS DAYS'
               display '  BUSINESS DAYS OF KEY MATERIAL LEFT: '
                   ws-days-left
           else
