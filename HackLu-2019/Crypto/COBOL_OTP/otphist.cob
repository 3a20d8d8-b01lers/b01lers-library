       identification division.
       program-id. otphist.

      * end-of-day traffic archive. the batch recreates each
      * destination's cipher file every morning and the loader
      * rewrites the queue with it, so by the time a counterpart asks
      * about last tuesday's message the only record of it left was
      * the status file and the ledger - otpinq had nothing to start
      * the trace from. this step runs after the day's last batch or
      * recovery run and before the next morning's load, and copies
      * every keyed message into the indexed traffic history
      * (OTP-HISTORY-FILE, otphist.txt when unset), keyed by sent
      * date, destination and intake sequence:
      *
      *   - each destination's cipher file is read in full and every
      *     record carrying a queue identity becomes a history entry,
      *     holding the cipher file it sat in and its position there,
      *     the pool and key record numbers it drew, its check value
      *     and the ciphertext itself;
      *   - the day's queue, and the retry file for anything recovered
      *     off it, is then read to fill in each entry's priority
      *     class, which the cipher record does not carry;
      *   - desk traffic never passes through either file, so each
      *     destination's manifest is read last for its DESK MESSAGE
      *     lines, which carry the class the desk keyed it at.
      *
      * an entry already on the history is left alone, so the step can
      * be rerun after a late recovery run without disturbing what it
      * archived the first time. otpret rolls the history off under
      * the same horizon and protection it applies to the ledger.

       environment division.
       input-output section.
       file-control.
           select history-file assign dynamic ws-history-path
               organization indexed
               access dynamic
               record key hist-key
               file status is ws-history-status.

      * queue-rec, retry-rec and cipher-rec carry raw message bytes,
      * so all three stay record sequential, the same as in otp. the
      * one cipher FD serves every per-destination file - the path is
      * repointed per destination, the way otprecon walks them.
           select queue-file assign dynamic ws-queue-path
               organization sequential
               file status is ws-queue-status.

           select retry-file assign dynamic ws-retry-path
               organization sequential
               file status is ws-retry-status.

           select cipher-file assign dynamic ws-cipher-path
               organization sequential
               file status is ws-cipher-status.

           select audit-file assign dynamic ws-audit-path
               organization line sequential
               file status is ws-audit-status.

      * the site master otpsite maintains.
           select site-file assign dynamic ws-site-path
               organization line sequential
               file status is ws-site-status.

      * each destination's transmission manifest, read for its desk
      * message lines; repointed per destination like the cipher FD.
           select manifest-file assign dynamic ws-manifest-path
               organization line sequential
               file status is ws-manifest-status.

       data division.
       file section.
       fd history-file.
           copy histrec.

       fd queue-file.
           copy queuerec.

       fd retry-file.
       01 retry-rec.
           05 retry-reason pic x(02).
           05 retry-queue-rec pic x(263).

       fd cipher-file.
           copy ciphrec.

       fd audit-file.
           copy auditrec.

       fd site-file.
           copy siterec.

       fd manifest-file.
       01 manifest-rec pic x(80).

       working-storage section.
       01 ws-history-path pic x(40) value 'otphist.txt'.
       01 ws-queue-path pic x(40) value 'otpqueue.txt'.
       01 ws-retry-path pic x(40) value 'otpretry.txt'.
       01 ws-cipher-path pic x(40) value 'cipher.txt'.
       01 ws-audit-path pic x(40) value 'otpaudit.txt'.
       01 ws-site-path pic x(40) value 'otpsite.txt'.
       01 ws-manifest-path pic x(40).

       01 ws-history-status pic x(2).
       01 ws-queue-status pic x(2).
       01 ws-retry-status pic x(2).
       01 ws-cipher-status pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-site-status pic x(2).
       01 ws-manifest-status pic x(2).

       01 ws-error-flag pic x(1) value 'N'.
           88 ws-error-found value 'Y'.

      * every destination a cipher file could exist for: the ones the
      * day's queue routed to, every site on the master, and the
      * intake default - a destination worked only by a recovery run
      * still has its file found - and so does one only the desk keyed
      * for interactively. the plain cipher file older interactive
      * runs wrote carries no queue identity, so there is nothing in
      * it to key a history entry by.
       01 ws-dest-table.
           05 ws-dest-code pic x(04) occurs 60 times.
       01 ws-dest-count pic 9(02) value zero.
       01 ws-dest-ctr pic 9(02).
       01 ws-note-dest pic x(04).
       01 ws-match-flag pic x(1).
           88 ws-match-found value 'Y'.

      * the generations the cipher files were keyed under - normally
      * one, two across a recovery run that crossed the overnight
      * rollover - which is what a queue record's history key is
      * completed with when its class is filled in.
       01 ws-gen-table.
           05 ws-gen-date pic x(08) occurs 10 times.
       01 ws-gen-count pic 9(02) value zero.
       01 ws-gen-ctr pic 9(02).

       01 ws-cipher-rec-ctr pic 9(05).
       01 ws-archived-count pic 9(05) value zero.
       01 ws-already-count pic 9(05) value zero.
       01 ws-classed-count pic 9(05) value zero.
       01 ws-desk-classed-count pic 9(05) value zero.

      * the generation the manifest being read was written under, off
      * its KEY GENERATION line; every desk message line below it was
      * keyed under that generation, since otp only carries appended
      * lines forward while the generation stands.
       01 ws-mani-gen-date pic x(08).

       01 ws-operator-id pic x(8) value 'UNKNOWN'.
       01 ws-timestamp-disp pic x(26) value spaces.
       01 ws-cur-date pic 9(8).
       01 ws-cur-time pic 9(8).

       procedure division.
           accept ws-operator-id from environment 'OTP-OPERATOR-ID'.
           if ws-operator-id = space
               move 'UNKNOWN' to ws-operator-id
           end-if.

           accept ws-history-path from environment 'OTP-HISTORY-FILE'.
           if ws-history-path = spaces
               move 'otphist.txt' to ws-history-path
           end-if.

           accept ws-queue-path from environment 'OTP-QUEUE-FILE'.
           if ws-queue-path = spaces
               move 'otpqueue.txt' to ws-queue-path
           end-if.

           accept ws-retry-path from environment 'OTP-RETRY-FILE'.
           if ws-retry-path = spaces
               move 'otpretry.txt' to ws-retry-path
           end-if.

           accept ws-site-path from environment 'OTP-SITE-FILE'.
           if ws-site-path = spaces
               move 'otpsite.txt' to ws-site-path
           end-if.

           perform stamp-timestamp.

           open i-o history-file.
           if ws-history-status = '35'
               close history-file
               open output history-file
               close history-file
               open i-o history-file
           end-if.
           if ws-history-status not = '00'
               display 'UNABLE TO OPEN TRAFFIC HISTORY - '
                   'RUN REJECTED'
               set ws-error-found to true
               perform write-audit-record
               move 12 to return-code
               goback
           end-if.

           perform collect-destinations.
           if not ws-error-found
               perform varying ws-dest-ctr from 1 by 1
                       until ws-dest-ctr > ws-dest-count
                       or ws-error-found
                   move spaces to ws-cipher-path
                   string 'cipher.' delimited by size
                       ws-dest-code(ws-dest-ctr) delimited by space
                       '.txt' delimited by size
                       into ws-cipher-path
                   perform archive-one-cipher-file
               end-perform
           end-if.

           if not ws-error-found
               perform classify-from-queue
               perform classify-from-retry-file
           end-if.
           if not ws-error-found
               perform varying ws-dest-ctr from 1 by 1
                       until ws-dest-ctr > ws-dest-count
                       or ws-error-found
                   move spaces to ws-manifest-path
                   string 'otpmani.' delimited by size
                       ws-dest-code(ws-dest-ctr) delimited by space
                       '.txt' delimited by size
                       into ws-manifest-path
                   perform classify-from-manifest
               end-perform
           end-if.
           close history-file.

           perform write-audit-record.

           display 'TRAFFIC HISTORY: ' ws-archived-count
               ' MESSAGE(S) ARCHIVED, ' ws-already-count
               ' ALREADY ON FILE, ' ws-classed-count
               ' CLASSED FROM THE QUEUE, ' ws-desk-classed-count
               ' FROM DESK MANIFEST LINES'.
           if ws-error-found
               move 12 to return-code
           end-if.
           goback.

      * a queue record with no destination travels under the intake
      * default, the same rule otp applies. no queue at all just means
      * a day with no fresh batch traffic; a site master that cannot
      * be read is a real problem, since it names the files to look
      * for.
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
               and ws-dest-count < 60
               add 1 to ws-dest-count
               move ws-note-dest to ws-dest-code(ws-dest-count)
           end-if.

      * every record in the destination's file that carries a queue
      * identity, counted by position the same way the transfer desk
      * and otpinq number them. a destination the day never keyed for
      * simply has no file.
       archive-one-cipher-file.
           move zero to ws-cipher-rec-ctr.
           open input cipher-file.
           if ws-cipher-status not = '00'
               exit paragraph
           end-if.
           perform until ws-cipher-status not = '00'
                   or ws-error-found
               read cipher-file into cipher-rec
                   at end
                       move '10' to ws-cipher-status
               end-read
               if ws-cipher-status = '00'
                   add 1 to ws-cipher-rec-ctr
                   if cipher-queue-seq not = zero
                       perform archive-one-message
                   end-if
               end-if
           end-perform.
           close cipher-file.

       archive-one-message.
           move spaces to hist-rec.
           move cipher-key-gen-date to hist-sent-date.
           move ws-dest-code(ws-dest-ctr) to hist-dest.
           move cipher-queue-seq to hist-queue-seq.
           move ws-timestamp-disp to hist-archived-ts.
           move ws-cipher-path to hist-cipher-file.
           move ws-cipher-rec-ctr to hist-cipher-rec-num.
           move zero to hist-class.
           move cipher-key-pool to hist-key-pool.
           move cipher-key-record-nums to hist-key-record-nums.
           move cipher-check-value to hist-check-value.
           move cipher-msg-len to hist-msg-len.
           move cipher-msg-data to hist-msg-data.
           write hist-rec
               invalid key
                   if ws-history-status = '22'
                       add 1 to ws-already-count
                   else
                       display 'UNABLE TO WRITE TRAFFIC HISTORY - '
                           'RUN REJECTED'
                       set ws-error-found to true
                   end-if
               not invalid key
                   add 1 to ws-archived-count
           end-write.
           perform note-one-generation.

       note-one-generation.
           move 'N' to ws-match-flag.
           perform varying ws-gen-ctr from 1 by 1
                   until ws-gen-ctr > ws-gen-count
                   or ws-match-found
               if ws-gen-date(ws-gen-ctr) = cipher-key-gen-date
                   set ws-match-found to true
               end-if
           end-perform.
           if not ws-match-found
               and ws-gen-count < 10
               add 1 to ws-gen-count
               move cipher-key-gen-date to ws-gen-date(ws-gen-count)
           end-if.

      * the class rides only on the queue record, so the day's queue
      * is read once and each record's entry - under whichever of the
      * day's generations keyed it - picks its class up. a record the
      * batch skipped has no entry and is passed over.
       classify-from-queue.
           open input queue-file.
           if ws-queue-status not = '00'
               exit paragraph
           end-if.
           perform until ws-queue-status not = '00'
                   or ws-error-found
               read queue-file into queue-rec
                   at end
                       move '10' to ws-queue-status
               end-read
               if ws-queue-status = '00'
                   perform classify-one-message
               end-if
           end-perform.
           close queue-file.

      * a message a recovery run keyed after the queue was reloaded
      * is found on the retry file instead, whatever its outcome.
       classify-from-retry-file.
           open input retry-file.
           if ws-retry-status not = '00'
               exit paragraph
           end-if.
           perform until ws-retry-status not = '00'
                   or ws-error-found
               read retry-file
                   at end
                       move '10' to ws-retry-status
               end-read
               if ws-retry-status = '00'
                   move retry-queue-rec to queue-rec
                   perform classify-one-message
               end-if
           end-perform.
           close retry-file.

       classify-one-message.
           if queue-dest = spaces
               move 'LOCL' to queue-dest
           end-if.
           perform varying ws-gen-ctr from 1 by 1
                   until ws-gen-ctr > ws-gen-count
               move ws-gen-date(ws-gen-ctr) to hist-sent-date
               move queue-dest to hist-dest
               move queue-seq to hist-queue-seq
               read history-file
                   invalid key
                       continue
                   not invalid key
                       if hist-class = zero
                           and queue-class >= 1
                           and queue-class <= 9
                           move queue-class to hist-class
                           rewrite hist-rec
                           if ws-history-status = '00'
                               add 1 to ws-classed-count
                           end-if
                       end-if
               end-read
           end-perform.

      * desk messages (90001 up) are keyed at the terminal, never
      * queued, so their class is taken off the destination manifest's
      * DESK MESSAGE lines: sequence at column 17, class at column 29.
      * a destination with no manifest had no desk traffic.
       classify-from-manifest.
           move spaces to ws-mani-gen-date.
           open input manifest-file.
           if ws-manifest-status not = '00'
               exit paragraph
           end-if.
           perform until ws-manifest-status not = '00'
                   or ws-error-found
               read manifest-file
                   at end
                       move '10' to ws-manifest-status
               end-read
               if ws-manifest-status = '00'
                   perform classify-one-manifest-line
               end-if
           end-perform.
           close manifest-file.

       classify-one-manifest-line.
           if manifest-rec(1:16) = 'KEY GENERATION: '
               move manifest-rec(17:8) to ws-mani-gen-date
               exit paragraph
           end-if.
           if manifest-rec(1:16) not = 'DESK MESSAGE:   '
               or manifest-rec(17:5) is not numeric
               or manifest-rec(29:1) < '1'
               or manifest-rec(29:1) > '9'
               or ws-mani-gen-date = spaces
               exit paragraph
           end-if.
           move ws-mani-gen-date to hist-sent-date.
           move ws-dest-code(ws-dest-ctr) to hist-dest.
           move manifest-rec(17:5) to hist-queue-seq.
           read history-file
               invalid key
                   continue
               not invalid key
                   if hist-class = zero
                       move manifest-rec(29:1) to hist-class
                       rewrite hist-rec
                       if ws-history-status = '00'
                           add 1 to ws-desk-classed-count
                       end-if
                   end-if
           end-read.

       stamp-timestamp.
           accept ws-cur-date from date yyyymmdd.
           accept ws-cur-time from time.
           move spaces to ws-timestamp-disp.
           string ws-cur-date delimited by size
               '-' delimited by size
               ws-cur-time delimited by size
               into ws-timestamp-disp.

      * the archive step audits like the rest of the housekeeping -
      * mode 'H', character count being the entries archived.
       write-audit-record.
           perform stamp-timestamp.
           move ws-timestamp-disp to audit-timestamp.
           move ws-operator-id to audit-operator.
           move ws-history-path to audit-key-id.
           move ws-archived-count to audit-char-count.
           move 'H' to audit-mode.
           move 'B' to audit-run-mode.
           if ws-error-found
               move 'F' to audit-result
           else
               move 'S' to audit-result
           end-if.

           open extend audit-file.
           if ws-audit-status = '35'
               close audit-file
               open output audit-file
           end-if.
           write audit-rec.
           if ws-audit-status not = '00'
               display 'UNABLE TO WRITE AUDIT RECORD'
               set ws-error-found to true
           end-if.
           close audit-file.

       end program otphist.
