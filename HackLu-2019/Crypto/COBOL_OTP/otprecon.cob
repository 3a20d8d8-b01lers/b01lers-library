               organization line sequential
               file status is ws-key-date-status.

      * the site master otpsite maintains - every site on it may have
      * a cipher file of desk-keyed traffic the queue never mentions.
           select site-file assign dynamic ws-site-path
               organization line sequential
               file status is ws-site-status.

           select report-file assign dynamic ws-report-path
               organization line sequential
               file status is ws-report-status.

      * every key record number the day's cipher records stamp, keyed
      * by pool and number, so the reverse check - is each ledger
      * entry referenced by some ciphertext - is one keyed read that
      * cannot cross-match record 17 of one pool against record 17 of
      * another, however much traffic the day carried. the work file
      * is built fresh every run and removed at the end of it.
           select used-file assign dynamic ws-used-path
               organization indexed
               access dynamic
               record key used-key
               file status is ws-used-status.

       data division.
       file section.
       fd ledger-file.
       fd key-date-file.
       01 key-date-rec pic x(8).

       fd site-file.
           copy siterec.

       fd report-file.
       01 report-rec pic x(100).

       fd used-file.
       01 used-rec.
           05 used-key.
               10 used-pool pic x(04).
               10 used-num pic 9(05).

       working-storage section.
       01 ws-ledger-path pic x(40) value 'keyledger.txt'.
       01 ws-audit-path pic x(40) value 'otpaudit.txt'.
       01 ws-queue-path pic x(40) value 'otpqueue.txt'.
       01 ws-key-date-path pic x(40) value 'keydate.txt'.
       01 ws-report-path pic x(40) value 'otprecon.rpt'.
       01 ws-used-path pic x(40) value 'otprecon.wrk'.

       01 ws-ledger-status pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-queue-status pic x(2).
       01 ws-key-date-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-used-status pic x(2).

      * every destination the day's queue routed to, then every site
      * on the master and the intake default, which the desk keys
      * interactive traffic for whether or not the queue carried any;
      * each one's cipher file is walked in turn, on top of the plain
      * cipher file older interactive runs wrote.
       01 ws-dest-table.
           05 ws-dest-entry occurs 60 times.
               10 ws-dest-code pic x(04).
               10 ws-dest-required pic x(01).
       01 ws-dest-count pic 9(02) value zero.
       01 ws-dest-ctr pic 9(02).
       01 ws-note-dest pic x(04).
       01 ws-note-required pic x(01).

       01 ws-site-path pic x(40) value 'otpsite.txt'.
       01 ws-site-status pic x(2).

      * 'Y' while walking a destination's file the queue routed to -
      * the queue proves the batch routed traffic there, so a missing
      * file is an exception; a site the queue never named has a file
      * only on days the desk keyed for it, and the plain cipher file
      * only survives from before the desk routed its traffic, so
      * neither one's absence is.
       01 ws-cipher-required pic x(1) value 'N'.

       01 ws-error-flag pic x(1) value 'N'.
       01 ws-recon-date pic x(8) value spaces.
       01 ws-cur-date pic 9(8).

      * every operator with a successful encryption audit record on
      * the date, held in core so ledger entries can be matched back
      * against them without rereading the trail once per entry. the
      * date is fixed for the run, so the operator alone is the match
      * - one entry per operator however many runs they made.
       01 ws-audit-table.
           05 ws-audit-op pic x(08) occurs 50 times.
       01 ws-audit-count pic 9(03) value zero.
       01 ws-audit-ctr pic 9(03).
       01 ws-audit-chars pic 9(09) value zero.

      * the audit record's character count is five digits, and a
      * batch run at volume carries only the low-order five of what
      * it keyed; the totals are compared on those five digits, which
      * the low-order digits of the sums always agree on when the day
      * balances.
       01 ws-chars-quot pic 9(09).
       01 ws-audit-chars-low pic 9(05).
       01 ws-cipher-chars-low pic 9(05).

       01 ws-table-full-flag pic x(1) value 'N'.
           88 ws-table-full value 'Y'.
       01 ws-used-open-flag pic x(1) value 'N'.
           88 ws-used-file-open value 'Y'.

       01 ws-cipher-msg-count pic 9(05) value zero.
       01 ws-cipher-chars pic 9(09) value zero.
               move 'otprecon.rpt' to ws-report-path
           end-if.

           accept ws-site-path from environment 'OTP-SITE-FILE'.
           if ws-site-path = spaces
               move 'otpsite.txt' to ws-site-path
           end-if.

           if ws-key-gen-date = spaces
               perform load-key-gen-date
           end-if.

           perform load-audit-trail.
           perform collect-destinations.
           perform open-used-file.

           move 'N' to ws-cipher-required.
           perform check-cipher-against-ledger.
           perform varying ws-dest-ctr from 1 by 1
                   until ws-dest-ctr > ws-dest-count
               move ws-dest-required(ws-dest-ctr)
                   to ws-cipher-required
               move spaces to ws-cipher-path
               string 'cipher.' delimited by size
                   ws-dest-code(ws-dest-ctr) delimited by space

           perform check-ledger-against-rest.
           perform check-character-totals.
           if ws-used-file-open
               close used-file
           end-if.
           call 'CBL_DELETE_FILE' using ws-used-path.

           move spaces to report-rec.
           string 'CIPHER RECORDS RECONCILED: ' delimited by size

       note-one-audit-record.
           add audit-char-count to ws-audit-chars.
           move 'N' to ws-match-flag.
           perform varying ws-audit-ctr from 1 by 1
                   until ws-audit-ctr > ws-audit-count
                   or ws-match-found
               if ws-audit-op(ws-audit-ctr) = audit-operator
                   set ws-match-found to true
               end-if
           end-perform.
           if not ws-match-found
               if ws-audit-count < 50
                   add 1 to ws-audit-count
                   move audit-operator to ws-audit-op(ws-audit-count)
               else
                   set ws-table-full to true
               end-if
           end-if.

      * a fresh work file for the run: whatever an interrupted run
      * left under the name is discarded first.
       open-used-file.
           call 'CBL_DELETE_FILE' using ws-used-path.
           open output used-file.
           if ws-used-status = '00'
               close used-file
               open i-o used-file
           end-if.
           if ws-used-status not = '00'
               move 'KEY RECORD WORK FILE COULD NOT BE CREATED'
                   to ws-report-line
               perform report-exception
               exit paragraph
           end-if.
           set ws-used-file-open to true.

      * one pass over the day's queue to learn which destinations the
      * batch routed to; a queue record with no destination travels
      * under the intake default, the same rule otp applies. no queue
      * at all just means a day with no batch traffic. the intake
      * default and the sites on the master follow, the way otphist
      * finds them - a master that does not exist yet names none, but
      * one that cannot be read leaves files unwalked and is reported.
       collect-destinations.
           move 'Y' to ws-note-required.
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

           move 'N' to ws-note-required.
           move 'LOCL' to ws-note-dest.
           perform note-one-destination.

           open input site-file.
           if ws-site-status = '35'
               exit paragraph
           end-if.
           if ws-site-status not = '00'
               move 'SITE MASTER COULD NOT BE OPENED' to ws-report-line
               perform report-exception
               exit paragraph
           end-if.
           perform until ws-site-status not = '00'
               read site-file
                   at end
                       move '10' to ws-site-status
               end-read
               if ws-site-status = '00'
                   move site-code to ws-note-dest
                   perform note-one-destination
               end-if
           end-perform.
           close site-file.

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
               if ws-dest-count < 60
                   add 1 to ws-dest-count
                   move ws-note-dest to ws-dest-code(ws-dest-count)
                   move ws-note-required
                       to ws-dest-required(ws-dest-count)
               else
                   set ws-table-full to true
               end-if
           close cipher-file.

       check-one-cipher-key-num.
      *    a number two cipher records both stamp is already on the
      *    work file; the duplicate write is simply refused.
           if ws-used-file-open
               move cipher-key-pool to used-pool
               move cipher-key-record-num(ws-chunk-ctr) to used-num
               write used-rec
                   invalid key
                       continue
               end-write
           end-if.

           open input ledger-file.
               exit paragraph
           end-if.
           move 'N' to ws-match-flag.
           if ws-used-file-open
               move ledger-key-pool to used-pool
               move ledger-key-record-num to used-num
               read used-file
                   invalid key
                       continue
                   not invalid key
                       set ws-match-found to true
               end-read
           end-if.
           if not ws-match-found
               move spaces to ws-report-line
               string 'LEDGER ENTRY ' delimited by size
                   until ws-audit-ctr > ws-audit-count
                   or ws-match-found
               if ws-audit-op(ws-audit-ctr) = ledger-operator
                   set ws-match-found to true
               end-if
           end-perform.
      * ciphertext file - a shortfall either way is a run that audited
      * without writing, or ciphertext nobody audited.
       check-character-totals.
           divide ws-audit-chars by 100000
               giving ws-chars-quot remainder ws-audit-chars-low.
           divide ws-cipher-chars by 100000
               giving ws-chars-quot remainder ws-cipher-chars-low.
           if ws-audit-chars-low not = ws-cipher-chars-low
               move spaces to ws-report-line
               string 'AUDITED CHARACTER TOTAL ' delimited by size
                   ws-audit-chars delimited by size
