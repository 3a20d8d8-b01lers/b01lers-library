      * spent one-time-pad material is not clutter but a standing
      * exposure, since the export step or a hand copy can still read
      * back pad that already protected transmitted traffic. given a
      * retention horizon (OTP-RETENTION-DAYS, ninety when unset,
      * counted in business days on the desk's calendar), this step:
      *
      *   - rolls audit records older than the horizon off to a dated
      *     archive file and rewrites the live trail without them;
      *   - rolls ledger entries of generations older than the
      *     horizon off to a dated archive file and deletes them from
      *     the indexed ledger;
      *   - rolls traffic history entries sent under those same
      *     generations off to a dated archive file and deletes them
      *     from the indexed history the end-of-day archive builds;
      *   - physically destroys expired dated key archives - the
      *     shared pool's and every site master pool's - writing a
      *     destruction certificate per generation (generation, pool,
      *     record count, operator, timestamp) as the compliance
      *     record that the pad is actually gone;
               organization line sequential
               file status is ws-ledger-arch-status.

      * the traffic history otphist builds; its archive carries the
      * raw ciphertext, so it stays record sequential.
           select history-file assign dynamic ws-history-path
               organization indexed
               access dynamic
               record key hist-key
               file status is ws-history-status.

           select history-archive-file assign dynamic
                   ws-history-arch-path
               organization sequential
               file status is ws-history-arch-status.

           select status-file assign dynamic ws-status-path
               organization indexed
               access dynamic
               organization line sequential
               file status is ws-roster-status.

      * the site master otpsite maintains.
           select site-file assign dynamic ws-site-path
               organization line sequential
               file status is ws-site-status.

       data division.
       file section.
       fd audit-file.
       fd ledger-archive-file.
       01 ledger-arch-rec pic x(51).

       fd history-file.
           copy histrec.

       fd history-archive-file.
       01 history-arch-rec pic x(376).

       fd status-file.
           copy statrec.

       fd roster-file.
           copy rosterec.

       fd site-file.
           copy siterec.

       working-storage section.
       01 ws-audit-path pic x(40) value 'otpaudit.txt'.
       01 ws-audit-arch-path pic x(40).
       01 ws-ledger-path pic x(40) value 'keyledger.txt'.
       01 ws-ledger-arch-path pic x(40).
       01 ws-status-path pic x(40) value 'msgstat.txt'.
       01 ws-history-path pic x(40) value 'otphist.txt'.
       01 ws-history-arch-path pic x(40).
       01 ws-history-status pic x(2).
       01 ws-history-arch-status pic x(2).
       01 ws-cipher-path pic x(40) value 'cipher.txt'.
       01 ws-key-path pic x(40).
       01 ws-cert-path pic x(40).
       01 ws-prot-full-flag pic x(1) value 'N'.
           88 ws-prot-table-full value 'Y'.

      * every site on the site master, active or suspended - a site
      * that stopped getting fresh pad still has archives to age out -
      * so every pool keygen ever created, this job can destroy.
       01 ws-site-path pic x(40) value 'otpsite.txt'.
       01 ws-site-status pic x(2).
       01 ws-site-table.
           05 ws-site-code pic x(04) occurs 50 times.
       01 ws-site-count pic 9(02) value zero.
       01 ws-site-ctr pic 9(02).

       01 ws-cur-pool-code pic x(04) value spaces.
       01 ws-pool-pass pic 9(02).
       01 ws-audit-rolled pic 9(05) value zero.
       01 ws-audit-kept pic 9(05) value zero.
       01 ws-ledger-rolled pic 9(05) value zero.
       01 ws-history-rolled pic 9(05) value zero.
       01 ws-archives-destroyed pic 9(03) value zero.
       01 ws-archives-protected pic 9(03) value zero.
       01 ws-destroy-rec-count pic 9(05) value zero.

      * walking back a day at a time through yyyymmdd stamps, month
      * and year boundaries included - the archive sweep below the
      * horizon looks at every date, worked or not, since a keygen
      * run on a holiday still leaves an archive behind.
       01 ws-walk-date.
           05 ws-walk-yyyy pic 9(4).
           05 ws-walk-mm pic 9(2).

       01 ws-report-line pic x(100).

      * the business-day calendar module's request area.
           copy bdayparm.

       procedure division.
           accept ws-operator-id from environment 'OTP-OPERATOR-ID'.
           if ws-operator-id = space
               move ws-scan-disp to ws-scan-days
           end-if.

           accept ws-site-path from environment 'OTP-SITE-FILE'.
           if ws-site-path = spaces
               move 'otpsite.txt' to ws-site-path
           end-if.
           perform load-site-master.
           if ws-error-found
               perform write-audit-record
               move 12 to return-code
               goback
           end-if.

           accept ws-report-path from environment
               'OTP-RETENT-REPORT'.
               move 'msgstat.txt' to ws-status-path
           end-if.

           accept ws-history-path from environment 'OTP-HISTORY-FILE'.
           if ws-history-path = spaces
               move 'otphist.txt' to ws-history-path
           end-if.

      *    the horizon is the business day the retention period
      *    reaches back to, so a holiday season never shortens how
      *    long the desk can still answer for its traffic.
           accept ws-cur-date from date yyyymmdd.
           move ws-cur-date to ws-run-date.
           move 'B' to bday-function.
           move spaces to bday-site.
           move ws-cur-date to bday-later-date.
           move ws-retention-days to bday-days.
           call 'OTPBDAY' using bday-parm.
           if not bday-ok
               display 'BUSINESS CALENDAR DOES NOT COVER ' ws-cur-date
                   ' - RUN REJECTED'
               set ws-error-found to true
               perform write-audit-record
               move 12 to return-code
               goback
           end-if.
           move bday-earlier-date to ws-cutoff-date.

           move spaces to ws-audit-arch-path.
           string 'AUDIT.' delimited by size
               ws-run-date delimited by size
               '.ARC' delimited by size
               into ws-ledger-arch-path.
           move spaces to ws-history-arch-path.
           string 'HISTORY.' delimited by size
               ws-run-date delimited by size
               '.ARC' delimited by size
               into ws-history-arch-path.

           open output report-file.
           if ws-report-status not = '00'
               ws-cutoff-date delimited by size
               ' (' delimited by size
               ws-retention-days delimited by size
               ' BUSINESS DAYS)' delimited by size
               into report-rec.
           write report-rec.

           perform collect-protected-generations.
           perform roll-audit-trail.
           perform roll-ledger.
           perform roll-traffic-history.
           perform destroy-expired-archives.

           move spaces to report-rec.
               set ws-error-found to true
           end-if.

      * a master that does not exist yet is simply empty - only the
      * shared pool is swept - but any other open failure rejects the
      * run rather than leaving every site's archives unswept.
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
               end-if
           end-perform.
           close site-file.

      * a generation is protected while anything keyed from it is
      * still owed an accounting: a message-status entry still SENT
      * (its sent date is the generation the batch stamped on the
      * record) - an ACKNOWLEDGED or recalled CANCELLED entry is
      * settled - or any record in the plain cipher file, which
      * never gets acknowledged at all. the table
      * overflowing protects everything - this job errs toward
      * keeping pad, never toward destroying it blind.
       collect-protected-generations.
                           move '10' to ws-status-status
                   end-read
                   if ws-status-status = '00'
                       and stat-sent
                       move stat-sent-date to ws-walk-date
                       perform note-protected-generation
                   end-if
               into ws-report-line.
           perform report-action.

      * the same sweep over the traffic history: an entry sent under
      * a generation older than the horizon goes with that
      * generation's ledger entries, and an entry whose generation is
      * still protected stays, so otpinq can trace a message for as
      * long as its pad is still held. no history yet is nothing to
      * roll.
       roll-traffic-history.
           open i-o history-file.
           if ws-history-status not = '00'
               exit paragraph
           end-if.
           open extend history-archive-file.
           if ws-history-arch-status = '35'
               close history-archive-file
               open output history-archive-file
           end-if.
           if ws-history-arch-status not = '00'
               move 'HISTORY ARCHIVE COULD NOT BE OPENED'
                   to ws-report-line
               perform report-action
               set ws-error-found to true
               close history-file
               exit paragraph
           end-if.

           perform until ws-history-status not = '00'
               read history-file next
                   at end
                       move '10' to ws-history-status
               end-read
               if ws-history-status = '00'
                   and hist-sent-date < ws-cutoff-date
                   move hist-sent-date to ws-walk-date
                   perform check-generation-protected
                   if not ws-match-found
                       move hist-rec to history-arch-rec
                       write history-arch-rec
                       delete history-file
                       add 1 to ws-history-rolled
                   end-if
               end-if
           end-perform.
           close history-file.
           close history-archive-file.

           move spaces to ws-report-line.
           string 'HISTORY: ' delimited by size
               ws-history-rolled delimited by size
               ' ENTRY(S) ROLLED TO ' delimited by size
               ws-history-arch-path delimited by space
               into ws-report-line.
           perform report-action.

      * walk back from the horizon one generation date at a time and
      * take down every expired dated archive found - the shared
      * pool's and each site pool's - unless the generation is still
