       identification division.
       program-id. otpsite.

      * site master maintenance, for the key custodian. the master is
      * what keygen provisions pools from, what keychk and keyinv
      * check, what otpret sweeps and what otpload routes against, so
      * it is never edited by hand in an editor - this program adds a
      * site, suspends one, restores one or updates its per-link
      * figures, rewrites the master whole, echoes the result for the
      * custodian to eyeball, and audits the change the same way the
      * roster program audits its own.
      *
      * the action is keyed on one line, fixed positions the way the
      * roster program takes its own:
      *   column 1      action - A add, S suspend, R restore, U update
      *   columns 3-6   site code
      *   columns 8-10  pool size (key records keygen provisions)
      *   columns 12-16 keyinv low-water threshold
      *   columns 18-20 otpack aging horizon in days
      *   columns 22-51 site name
      * the figures and name are taken on A and U only. a blank
      * figure on an add means "use the job default"; a blank figure
      * or name on an update leaves the current value alone.

       environment division.
       input-output section.
       file-control.
           select site-file assign dynamic ws-site-path
               organization line sequential
               file status is ws-site-status.

           select audit-file assign dynamic ws-audit-path
               organization line sequential
               file status is ws-audit-status.

       data division.
       file section.
       fd site-file.
           copy siterec.

       fd audit-file.
           copy auditrec.

       working-storage section.
       01 ws-site-path pic x(40) value 'otpsite.txt'.
       01 ws-audit-path pic x(40) value 'otpaudit.txt'.

       01 ws-site-status pic x(2).
       01 ws-audit-status pic x(2).

       01 ws-error-flag pic x(1) value 'N'.
           88 ws-error-found value 'Y'.

       01 ws-command pic x(60).
       01 ws-action pic x(1).
       01 ws-target-site pic x(4).
       01 ws-target-pool-disp pic x(3).
       01 ws-target-thresh-disp pic x(5).
       01 ws-target-age-disp pic x(3).
       01 ws-target-name pic x(30).

      * the whole master in core so one pass applies the change and
      * the file is rewritten complete; the other programs hold fifty
      * sites at most, so the master is held to the same.
       01 ws-site-table.
           05 ws-site-entry occurs 50 times.
               10 ws-ste-code pic x(04).
               10 ws-ste-status pic x(01).
               10 ws-ste-pool-size pic 9(03).
               10 ws-ste-threshold pic 9(05).
               10 ws-ste-age-days pic 9(03).
               10 ws-ste-name pic x(30).
       01 ws-site-count pic 9(02) value zero.
       01 ws-site-ctr pic 9(02).
       01 ws-site-cur pic 9(02) value zero.

       01 ws-operator-id pic x(8) value 'UNKNOWN'.
       01 ws-timestamp-disp pic x(26) value spaces.
       01 ws-cur-date pic 9(8).
       01 ws-cur-time pic 9(8).

       procedure division.
           accept ws-operator-id from environment 'OTP-OPERATOR-ID'.
           if ws-operator-id = space
               move 'UNKNOWN' to ws-operator-id
           end-if.

           accept ws-site-path from environment 'OTP-SITE-FILE'.
           if ws-site-path = space
               move 'otpsite.txt' to ws-site-path
           end-if.

           display 'ENTER ACTION (A/S/R/U), SITE, POOL, THRESHOLD, '
               'AGE DAYS AND NAME:'
               with no advancing.
           accept ws-command.

           move ws-command(1:1) to ws-action.
           move ws-command(3:4) to ws-target-site.
           move ws-command(8:3) to ws-target-pool-disp.
           move ws-command(12:5) to ws-target-thresh-disp.
           move ws-command(18:3) to ws-target-age-disp.
           move ws-command(22:30) to ws-target-name.

           if ws-target-site = spaces
               display 'NO SITE CODE KEYED - NO CHANGE MADE'
               move 8 to return-code
               goback
           end-if.

           perform load-site-master.

           evaluate ws-action
               when 'A'
                   perform add-site
               when 'S'
                   perform suspend-site
               when 'R'
                   perform restore-site
               when 'U'
                   perform update-site
               when other
                   display 'UNRECOGNISED ACTION ''' ws-action
                       ''' - NO CHANGE MADE'
                   set ws-error-found to true
           end-evaluate.

           if ws-error-found
               move 8 to return-code
               goback
           end-if.

           perform rewrite-site-master.
           if ws-error-found
               move 12 to return-code
               goback
           end-if.

           perform write-audit-record.
           perform echo-site-master.
           goback.

      * a master that does not exist yet is simply empty - the first
      * add creates it - but any other open failure is a real problem
      * and must not be mistaken for a clean slate.
       load-site-master.
           open input site-file.
           if ws-site-status = '35'
               exit paragraph
           end-if.
           if ws-site-status not = '00'
               display 'SITE MASTER COULD NOT BE OPENED - '
                   'NO CHANGE MADE'
               move 12 to return-code
               goback
           end-if.
           perform until ws-site-status not = '00'
               read site-file
                   at end
                       move '10' to ws-site-status
               end-read
               if ws-site-status = '00'
                   and ws-site-count < 50
                   add 1 to ws-site-count
                   move site-code to ws-ste-code(ws-site-count)
                   move site-status to ws-ste-status(ws-site-count)
                   move site-pool-size
                       to ws-ste-pool-size(ws-site-count)
                   move site-inv-threshold
                       to ws-ste-threshold(ws-site-count)
                   move site-ack-age-days
                       to ws-ste-age-days(ws-site-count)
                   move site-name to ws-ste-name(ws-site-count)
               end-if
           end-perform.
           close site-file.

       find-site.
           move zero to ws-site-cur.
           perform varying ws-site-ctr from 1 by 1
                   until ws-site-ctr > ws-site-count
                   or ws-site-cur > zero
               if ws-ste-code(ws-site-ctr) = ws-target-site
                   move ws-site-ctr to ws-site-cur
               end-if
           end-perform.

      * each figure keyed must be all digits in its own columns; a
      * blank one is let through here and dealt with by the action.
      * LOCL is the desk's own destination and never a counterpart.
       validate-figures.
           if ws-target-site = 'LOCL'
               display 'LOCL IS THE LOCAL DESK, NOT A SITE - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           if ws-target-pool-disp not = spaces
                   and ws-target-pool-disp is not numeric
               display 'POOL SIZE MUST BE THREE DIGITS - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           if ws-target-thresh-disp not = spaces
                   and ws-target-thresh-disp is not numeric
               display 'THRESHOLD MUST BE FIVE DIGITS - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           if ws-target-age-disp not = spaces
                   and ws-target-age-disp is not numeric
               display 'AGE DAYS MUST BE THREE DIGITS - '
                   'NO CHANGE MADE'
               set ws-error-found to true
           end-if.

       add-site.
           perform validate-figures.
           if ws-error-found
               exit paragraph
           end-if.
           perform find-site.
           if ws-site-cur > zero
               display 'SITE ' ws-target-site
                   ' IS ALREADY ON THE MASTER - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           if ws-site-count >= 50
               display 'SITE MASTER IS FULL - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           add 1 to ws-site-count.
           move ws-site-count to ws-site-cur.
           move ws-target-site to ws-ste-code(ws-site-cur).
           move 'A' to ws-ste-status(ws-site-cur).
           move zero to ws-ste-pool-size(ws-site-cur).
           move zero to ws-ste-threshold(ws-site-cur).
           move zero to ws-ste-age-days(ws-site-cur).
           move spaces to ws-ste-name(ws-site-cur).
           perform apply-figures.
           display 'SITE ' ws-target-site ' ADDED'.

       suspend-site.
           perform find-site.
           if ws-site-cur = zero
               display 'SITE ' ws-target-site
                   ' IS NOT ON THE MASTER - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           move 'S' to ws-ste-status(ws-site-cur).
           display 'SITE ' ws-target-site ' SUSPENDED'.

       restore-site.
           perform find-site.
           if ws-site-cur = zero
               display 'SITE ' ws-target-site
                   ' IS NOT ON THE MASTER - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           move 'A' to ws-ste-status(ws-site-cur).
           display 'SITE ' ws-target-site ' RESTORED'.

       update-site.
           perform validate-figures.
           if ws-error-found
               exit paragraph
           end-if.
           perform find-site.
           if ws-site-cur = zero
               display 'SITE ' ws-target-site
                   ' IS NOT ON THE MASTER - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform apply-figures.
           display 'SITE ' ws-target-site ' UPDATED'.

      * only what was keyed replaces what is held - a blank field
      * keeps the entry's current value (zero, the job default, on a
      * fresh add).
       apply-figures.
           if ws-target-pool-disp not = spaces
               move ws-target-pool-disp
                   to ws-ste-pool-size(ws-site-cur)
           end-if.
           if ws-target-thresh-disp not = spaces
               move ws-target-thresh-disp
                   to ws-ste-threshold(ws-site-cur)
           end-if.
           if ws-target-age-disp not = spaces
               move ws-target-age-disp
                   to ws-ste-age-days(ws-site-cur)
           end-if.
           if ws-target-name not = spaces
               move ws-target-name to ws-ste-name(ws-site-cur)
           end-if.

       rewrite-site-master.
           open output site-file.
           if ws-site-status not = '00'
               display 'UNABLE TO REWRITE SITE MASTER - '
                   'CHANGE LOST'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform varying ws-site-ctr from 1 by 1
                   until ws-site-ctr > ws-site-count
               move ws-ste-code(ws-site-ctr) to site-code
               move ws-ste-status(ws-site-ctr) to site-status
               move ws-ste-pool-size(ws-site-ctr) to site-pool-size
               move ws-ste-threshold(ws-site-ctr)
                   to site-inv-threshold
               move ws-ste-age-days(ws-site-ctr) to site-ack-age-days
               move ws-ste-name(ws-site-ctr) to site-name
               write site-rec
               if ws-site-status not = '00'
                   display 'UNABLE TO REWRITE SITE MASTER - '
                       'CHANGE LOST'
                   set ws-error-found to true
               end-if
           end-perform.
           close site-file.

       echo-site-master.
           display 'SITE MASTER (' ws-site-count ' ENTRIES):'.
           perform varying ws-site-ctr from 1 by 1
                   until ws-site-ctr > ws-site-count
               display '  ' ws-ste-code(ws-site-ctr)
                   '  STATUS ' ws-ste-status(ws-site-ctr)
                   '  POOL ' ws-ste-pool-size(ws-site-ctr)
                   '  THRESHOLD ' ws-ste-threshold(ws-site-ctr)
                   '  AGE ' ws-ste-age-days(ws-site-ctr)
                   '  ' ws-ste-name(ws-site-ctr)
           end-perform.

      * a site master change is a security event and lands in the
      * same trail every other touch on this suite's files lands in -
      * mode 'S', under the custodian's own id, with the action and
      * the site code behind the master's name so the trail shows
      * which link changed.
       write-audit-record.
           accept ws-cur-date from date yyyymmdd.
           accept ws-cur-time from time.
           move spaces to ws-timestamp-disp.
           string ws-cur-date delimited by size
               '-' delimited by size
               ws-cur-time delimited by size
               into ws-timestamp-disp.

           move ws-timestamp-disp to audit-timestamp.
           move ws-operator-id to audit-operator.
           move spaces to audit-key-id.
           string ws-site-path delimited by space
               ' ' delimited by size
               ws-action delimited by size
               ' ' delimited by size
               ws-target-site delimited by size
               into audit-key-id.
           move zero to audit-char-count.
           move 'S' to audit-mode.
           move 'I' to audit-run-mode.
           move 'S' to audit-result.

           open extend audit-file.
           if ws-audit-status = '35'
               close audit-file
               open output audit-file
           end-if.
           write audit-rec.
           if ws-audit-status not = '00'
               display 'UNABLE TO WRITE AUDIT RECORD'
               move 12 to return-code
           end-if.
           close audit-file.

       end program otpsite.
