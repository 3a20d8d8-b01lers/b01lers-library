               organization line sequential
               file status is ws-manifest-status.

      * the site master otpsite maintains - an interactive message is
      * only keyed for a destination otpload would queue traffic for.
           select site-file assign dynamic ws-site-path
               organization line sequential
               file status is ws-site-status.

      * the desk's own sequence counter: one record, the key
      * generation it counts for and the last number handed out,
      * rewritten whole each time the way bckpt-rec is.
           select iseq-file assign dynamic ws-iseq-path
               organization line sequential
               file status is ws-iseq-status.

      * every queue message the batch skips lands here with its reason
      * code, so a mid-day key exhaustion is a file to re-run, not a
      * page of console messages to rebuild by hand. retry-rec carries
               organization sequential
               file status is ws-retry-status.

      * a recovery run reads the retry file through its own FD, one
      * record at a time, while its re-skips go out through
      * retry-file to the carry-forward work file; the same FD reads
      * the work file back when the pass is done and its leftovers
      * are copied over the retry file.
           select retry-input-file assign dynamic ws-retry-in-path
               organization sequential
               file status is ws-retry-in-status.

       data division.
       file section.
       fd key-file.
           05 ckpt-key-record-nums.
               10 ckpt-key-record-num pic 9(05) occurs 5 times.
           05 ckpt-key-gen-date pic x(08).
      * the routing the message was keyed under and the pool its key
      * came out of, so a resumed run finishes it into the same
      * destination's file under the same sequence number instead of
      * prompting for them again.
           05 ckpt-dest pic x(04).
           05 ckpt-class pic 9(01).
           05 ckpt-queue-seq pic 9(05).
           05 ckpt-key-pool pic x(04).

      * the per-destination accumulators ride along in the batch
      * checkpoint so a restarted run extends each destination's
           05 bckpt-run-mode pic x(01).
           05 bckpt-dest-count pic 9(02).
           05 bckpt-dest-table.
               10 bckpt-dest-entry occurs 60 times.
                   15 bckpt-dest-code pic x(04).
                   15 bckpt-dest-msg-count pic 9(05).
                   15 bckpt-dest-byte-count pic 9(07).
       fd manifest-file.
       01 manifest-rec pic x(80).

       fd site-file.
           copy siterec.

       fd iseq-file.
       01 iseq-rec pic x(13).

      * the queue record exactly as the batch saw it, behind a reason
      * code, so the recovery run feeds it back through the same
      * process-one-queue-message path under its original intake
           05 retry-reason pic x(02).
           05 retry-queue-rec pic x(263).

       fd retry-input-file.
       01 retry-in-rec pic x(265).

       working-storage section.
       01 ws-flag pic x(1).
       01 ws-key pic x(250).
           05 ws-key-chunk-record-num pic 9(05) occurs 5 times.

      * which pool the current message draws from (the destination's
      * site code, or spaces for the shared pool unpooled
      * destinations use) and which pool's file is physically open.
      * switching destinations mid-queue closes one pool file and
      * opens the next; reopening a pool restarts the record
      * counter at zero and walks forward again, which is safe because
      * every record a finished message consumed is already in the
      * ledger by then.

       01 ws-batch-queue-ctr pic 9(05) value zero.

      * the transaction queue is worked in class order without being
      * held in core: one pass over the queue file per class, each
      * pass taking that class's records in intake order, then a last
      * pass for anything not carrying a live class. scarce pad and
      * the batch window always go to the highest class first and
      * intake order still breaks ties within a class. the passes see
      * the records in the same order every time the same queue file
      * is read, which is what keeps the checkpointed already-
      * processed count meaningful on a restart. ws-queue-pos is the
      * position in that processing order of the record in hand.
       01 ws-queue-total pic 9(05) value zero.
       01 ws-queue-pos pic 9(05) value zero.
       01 ws-pass-ctr pic 9(02).
       01 ws-pass-digit pic 9(01).
       01 ws-pass-chr pic x(1).
       01 ws-pass-match-flag pic x(1).
           88 ws-pass-takes-record value 'Y'.
      * the class loops count 1 thru 9 and need headroom to step to
      * 10 and fail their exit test - a one-digit counter would wrap
      * to zero and never leave the loop. ws-class-digit is the
      * low-order digit alone, for the manifest breakdown lines.
       01 ws-class-ctr pic 9(02).
       01 ws-class-digit pic 9(01).

      * retry-file paths and bookkeeping. a batch run writes each skip
      * to the retry file the moment it happens, so an abend loses
      * nothing; a recovery run is reading the retry file forward
      * through retry-input-file as it goes, so its re-skips go to the
      * carry-forward work file instead and that file is copied over
      * the retry file only once the pass completes. the first write
      * of a fresh run truncates whatever an earlier day left behind;
      * every write after that - and every write of a checkpoint-
      * resumed run - extends.
       01 ws-retry-path pic x(40) value 'otpretry.txt'.
       01 ws-retry-new-path pic x(40) value 'otpretry.new'.
       01 ws-retry-io-path pic x(40).
       01 ws-retry-started-flag pic x(1) value 'N'.
           88 ws-retry-started value 'Y'.

      * a recovery run counts the retry file first, then reads it
      * forward one record at a time; ws-rt-ctr is the position of
      * the record in hand.
       01 ws-retry-in-path pic x(40).
       01 ws-retry-in-status pic x(2).
       01 ws-rt-count pic 9(05) value zero.
       01 ws-rt-ctr pic 9(05) value zero.

      * how many records this recovery pass has skipped again. they
      * sit on the carry-forward work file, which is copied over the
      * retry file at end of pass so the next recovery run works only
      * what is still outstanding.
       01 ws-rs-count pic 9(05) value zero.

      * every destination the batch has routed ciphertext to, with its
      * output path and running totals; a destination already in the
      * table (including one restored off the batch checkpoint) has
      * its cipher file extended on the next open, a new one has its
      * file created fresh. sixty entries matches the destination
      * tables of otpack, otprecon and otpquar, which take every site
      * the site master lists plus LOCL; a batch that still finds the
      * table full skips the message to the retry file rather than
      * stop.
       01 ws-dest-table.
           05 ws-dest-entry occurs 60 times.
               10 ws-dest-code pic x(04).
               10 ws-dest-msg-count pic 9(05).
               10 ws-dest-byte-count pic 9(07).
       01 ws-manifest-status pic x(2).

      * intake sequence number of the queue message currently being
      * keyed, stamped onto its cipher record; an interactive message
      * takes the next number off the desk's own counter instead.
       01 ws-cur-queue-seq pic 9(05) value zero.

      * an interactive message is routed the way otpload routes a
      * queue line - a destination on the site master (or LOCL) and a
      * priority class, each defaulting from the same OTP-DEST-DEFAULT
      * and OTP-CLASS-DEFAULT the intake desk uses - and goes out
      * through that destination's pool, cipher file and manifest
      * like any batch message.
       01 ws-int-dest pic x(04) value spaces.
       01 ws-int-dest-default pic x(04) value 'LOCL'.
       01 ws-int-class pic 9(01) value 5.
       01 ws-int-class-default pic 9(01) value 5.
       01 ws-int-class-disp pic x(1).

       01 ws-site-path pic x(40) value 'otpsite.txt'.
       01 ws-site-status pic x(2).
       01 ws-site-flag pic x(1).
           88 ws-site-known value 'Y'.

      * the desk's numbers run in a range of their own above
      * anything the loader hands out (otpload stops short of
      * ws-int-seq-base), and start over with each key generation -
      * the same day the message-status file keys a message under -
      * so a desk message can never share a sequence, destination and
      * sent date with a queued one, nor with another desk message.
       01 ws-iseq-path pic x(40) value 'otpiseq.txt'.
       01 ws-iseq-status pic x(2).
       01 ws-iseq-work.
           05 ws-iseq-gen-date pic x(08).
           05 ws-iseq-last-seq pic 9(05).
       01 ws-int-seq-base pic 9(05) value 90000.

      * what the file and manifest already hold for a destination.
      * a destination's cipher file only ever carries one key
      * generation's traffic: the first message keyed under a newer
      * generation starts it fresh, the way the morning batch always
      * has. desk messages keyed before the batch reaches a
      * destination stay in its file - the batch extends a file that
      * holds nothing but this generation's desk traffic and picks
      * the counts up off its manifest, or off the file itself when
      * the manifest is missing or was written under an earlier
      * generation - and a manifest rewritten
      * under the same generation keeps the lines appended to it
      * (desk messages, recall notes) below the totals.
       01 ws-probe-count pic 9(05) value zero.
       01 ws-probe-byte-count pic 9(07) value zero.
       01 ws-probe-older-flag pic x(1).
           88 ws-probe-found-older value 'Y'.
       01 ws-probe-batch-flag pic x(1).
           88 ws-probe-found-batch value 'Y'.

       01 ws-mani-header-flag pic x(1).
           88 ws-mani-header-seen value 'Y'.
       01 ws-mani-gen-date pic x(08).
       01 ws-mani-msg-count pic 9(05).
       01 ws-mani-byte-count pic 9(07).
       01 ws-mani-class-table.
           05 ws-mani-class-count pic 9(05) occurs 9 times.
       01 ws-mani-note-table.
           05 ws-mani-note pic x(80) occurs 500 times.
       01 ws-mani-note-count pic 9(03) value zero.
       01 ws-mani-note-ctr pic 9(03).
       01 ws-mani-note-dropped pic 9(05) value zero.

      * positions 1 thru ws-resume-boundary already have their
      * plaintext byte sitting in ws-message (a resumed checkpoint
      * prefix, or a whole message pulled off the transaction queue);
       01 ws-cur-date pic 9(8).
       01 ws-cur-time pic 9(8).

      * a batch at volume keys far more characters than the audit
      * record's five-digit count holds; the audit record carries the
      * low-order five digits, which is what otprecon balances on.
       01 ws-char-count pic 9(09) value zero.

      * plaintext byte values summed as the message is keyed; the low
      * five digits are stamped onto cipher-rec so the decrypt side
           end-if.
           move ws-key-path to ws-live-key-path.

           accept ws-int-dest-default from environment
               'OTP-DEST-DEFAULT'.
           if ws-int-dest-default = space
               move 'LOCL' to ws-int-dest-default
           end-if.

           accept ws-int-class-disp from environment
               'OTP-CLASS-DEFAULT'.
           if ws-int-class-disp >= '1'
                   and ws-int-class-disp <= '9'
               move ws-int-class-disp to ws-int-class-default
           end-if.

           accept ws-site-path from environment 'OTP-SITE-FILE'.
           if ws-site-path = space
               move 'otpsite.txt' to ws-site-path
           end-if.

           accept ws-iseq-path from environment 'OTP-DESK-SEQ-FILE'.
           if ws-iseq-path = space
               move 'otpiseq.txt' to ws-iseq-path
           end-if.

           accept ws-queue-path from environment 'OTP-QUEUE-FILE'.

      * a fresh message is run through the same validate-then-process
      * path as a resumed one; resume-from-checkpoint just skips back
      * to the position already reached last time. either way the
      * ciphertext lands on the end of its destination's cipher file
      * and the destination's manifest is brought up to date, so the
      * message is registered, acknowledged, archived and retained
      * exactly as the batch's traffic is.
       process-interactive.
           if ws-resuming
               perform resume-from-checkpoint
               exit paragraph
           end-if.

           perform open-interactive-cipher-file.
           if ws-error-found
               display 'UNABLE TO OPEN CIPHER FILE FOR ' ws-int-dest
                   ' - RUN REJECTED'
               exit paragraph
           end-if.

           perform encrypt-message-loop.

           if not ws-error-found
               perform mark-key-used
               call 'CBL_DELETE_FILE' using ws-ckpt-path
               perform update-interactive-manifest
               display 'MESSAGE ' ws-cur-queue-seq ' KEYED FOR '
                   ws-int-dest ' CLASS ' ws-int-class ' TO '
                   ws-cipher-path
           end-if.

       start-new-message.
           perform accept-interactive-routing.
           if ws-error-found
               exit paragraph
           end-if.

           display 'Enter message length (1-250):' with no advancing.
           accept ws-msg-len-disp.
           move ws-msg-len-disp to ws-msg-len.
               exit paragraph
           end-if.

      *    numbered only once key material is in hand, so a message
      *    the pool cannot cover never uses up a sequence number.
           perform assign-interactive-seq.
           if ws-error-found
               exit paragraph
           end-if.

           move 1 to ws-ctr.
           move zero to ws-resume-boundary.
           move spaces to ws-message.

           display 'Enter your message to encrypt:'.

      * the destination and class prompts take the same answers a
      * routing and priority prefix give otpload: a blank answer takes
      * the desk default, a destination must be LOCL or an active
      * site on the master, and a class is one digit 1 thru 9.
       accept-interactive-routing.
           display 'Enter destination site (blank for '
               ws-int-dest-default '):' with no advancing.
           accept ws-int-dest.
           if ws-int-dest = spaces
               move ws-int-dest-default to ws-int-dest
           end-if.

           perform check-interactive-destination.
           if not ws-site-known
               display 'DESTINATION ' ws-int-dest
                   ' IS NOT AN ACTIVE SITE ON THE SITE MASTER'
                   ' - RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.

           display 'Enter priority class (1-9, blank for '
               ws-int-class-default '):' with no advancing.
           accept ws-int-class-disp.
           if ws-int-class-disp = space
               move ws-int-class-default to ws-int-class
           else
               if ws-int-class-disp >= '1'
                       and ws-int-class-disp <= '9'
                   move ws-int-class-disp to ws-int-class
               else
                   display 'PRIORITY CLASS ''' ws-int-class-disp
                       ''' IS NOT 1 THRU 9 - RUN REJECTED'
                   set ws-error-found to true
               end-if
           end-if.

      * LOCL is the desk's own destination and is never held on the
      * master; a master that does not exist yet is simply empty, so
      * only LOCL is keyable, the same as at intake.
       check-interactive-destination.
           move 'N' to ws-site-flag.
           if ws-int-dest = 'LOCL'
               set ws-site-known to true
               exit paragraph
           end-if.
           open input site-file.
           if ws-site-status not = '00'
               exit paragraph
           end-if.
           perform until ws-site-status not = '00'
                   or ws-site-known
               read site-file
                   at end
                       move '10' to ws-site-status
               end-read
               if ws-site-status = '00'
                   and site-code = ws-int-dest
                   and site-active
                   set ws-site-known to true
               end-if
           end-perform.
           close site-file.

      * the next number off the desk's counter, written back before
      * the message is keyed so an abandoned message still retires
      * its number - the checkpoint carries it to a resumed run. the
      * counter starts over at ws-int-seq-base under each new key
      * generation; a counter that is unreadable or holds anything
      * below the base is treated as a fresh start too.
       assign-interactive-seq.
           move spaces to ws-iseq-work.
           open input iseq-file.
           if ws-iseq-status = '00'
               read iseq-file into ws-iseq-work
                   at end
                       move spaces to ws-iseq-work
               end-read
               close iseq-file
           end-if.

           if ws-iseq-gen-date not = ws-key-gen-date
                   or ws-iseq-last-seq is not numeric
                   or ws-iseq-last-seq < ws-int-seq-base
               move ws-key-gen-date to ws-iseq-gen-date
               move ws-int-seq-base to ws-iseq-last-seq
           end-if.
           if ws-iseq-last-seq >= 99999
               display 'DESK SEQUENCE NUMBERS EXHAUSTED FOR KEY '
                   'GENERATION ' ws-key-gen-date ' - RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           add 1 to ws-iseq-last-seq.

           open output iseq-file.
           write iseq-rec from ws-iseq-work.
           if ws-iseq-status not = '00'
               display 'UNABLE TO WRITE DESK SEQUENCE COUNTER - '
                   'RUN REJECTED'
               set ws-error-found to true
               close iseq-file
               exit paragraph
           end-if.
           close iseq-file.
           move ws-iseq-last-seq to ws-cur-queue-seq.

       resume-from-checkpoint.
           open input checkpoint-file.
           read checkpoint-file into ckpt-rec end-read.
           end-if.
           move 1 to ws-ctr.

      *    a checkpoint left by a run from before interactive routing
      *    carries no routing of its own; the message finishes under
      *    the desk defaults and takes the next desk number.
           move ckpt-dest to ws-int-dest.
           if ws-int-dest = spaces or ws-int-dest = low-values
               move ws-int-dest-default to ws-int-dest
           end-if.
           move ws-int-class-default to ws-int-class.
           if ckpt-class is numeric and ckpt-class not = zero
               move ckpt-class to ws-int-class
           end-if.
           move zero to ws-cur-queue-seq.
           if ckpt-queue-seq is numeric
               move ckpt-queue-seq to ws-cur-queue-seq
           end-if.
           if ws-cur-queue-seq = zero
               perform assign-interactive-seq
               if ws-error-found
                   exit paragraph
               end-if
           end-if.

      *    the pool the key material came from is taken as recorded,
      *    not looked up again - a pool provisioned for the
      *    destination since the interruption did not supply it.
           move ckpt-key-pool to ws-cur-pool-code.
           if ws-cur-pool-code = low-values
               move spaces to ws-cur-pool-code
           end-if.

           perform compute-key-sizing.

           display 'Resuming interrupted run after character '
      * (key.<site>.txt, provisioned per site by keygen) so one
      * counterpart's key package never reveals which positions
      * another's traffic burned and a heavy day on one link never
      * exhausts the pad for the rest. an interactive message draws
      * from the pool of the destination keyed at its prompt, the
      * same as a queued one. a destination keygen has no pool for
      * falls back to the shared pool; that keeps a hand-routed or
      * pre-split destination encrypting instead of skipping, at the
      * cost of sharing pad the way the whole desk used to.
       select-key-pool.
           if ws-mode-interactive
               move ws-int-dest to ws-want-pool-code
           else
               if queue-dest = spaces
                   move 'LOCL' to ws-want-pool-code
                       move ws-key-chunk-record-nums to
                           ckpt-key-record-nums
                       move ws-key-gen-date to ckpt-key-gen-date
                       move ws-int-dest to ckpt-dest
                       move ws-int-class to ckpt-class
                       move ws-cur-queue-seq to ckpt-queue-seq
                       move ws-cur-pool-code to ckpt-key-pool
                       open output checkpoint-file
                       write ckpt-rec
                       if ws-ckpt-status not = '00'
      * the restored table.
       process-batch-queue.
           perform restore-batch-checkpoint.
           perform count-queue-records.
           if ws-error-found
               exit paragraph
           end-if.

           if ws-batch-is-resuming
               if ws-batch-queue-ctr > ws-queue-total
                   display 'BATCH CHECKPOINT PAST END OF '
                       'TRANSACTION QUEUE - RUN REJECTED'
                   set ws-error-found to true
                   ' ALREADY-PROCESSED QUEUE RECORDS.'
           end-if.

           move zero to ws-queue-pos.
           perform varying ws-pass-ctr from 1 by 1
                   until ws-pass-ctr > 10
                   or ws-queue-pos >= ws-queue-total
               perform process-one-class-pass
           end-perform.

           perform write-destination-manifests.
               set ws-error-found to true
           end-if.

      * one read of the whole queue up front: it proves the queue
      * opens before anything is keyed, and the total is what a
      * restored checkpoint position is checked against.
       count-queue-records.
           move zero to ws-queue-total.
           open input queue-file.
           if ws-queue-status not = '00'
               display 'UNABLE TO OPEN TRANSACTION QUEUE - RUN REJECTED'
               exit paragraph
           end-if.
           perform until ws-queue-status not = '00'
               read queue-file into queue-rec
                   at end
                       move '10' to ws-queue-status
               end-read
               if ws-queue-status = '00'
                   add 1 to ws-queue-total
               end-if
           end-perform.
           close queue-file.

      * passes 1 thru 9 take that class's records; the class digit
      * sits in position ten of the record (behind the sequence
      * number and destination). pass 10 sweeps up a record carrying
      * anything else there - a hand-built queue from before classes
      * existed - after all classed traffic. a record the checkpoint
      * says an earlier attempt already handled is counted past
      * without being keyed again.
       process-one-class-pass.
      *    a numeric move keeps the low-order digit, which is the
      *    whole class number while the counter runs 1 thru 9; an
      *    alphanumeric move of the two-digit counter would keep its
      *    leading zero instead.
           move ws-pass-ctr to ws-pass-digit.
           move ws-pass-digit to ws-pass-chr.
           open input queue-file.
           if ws-queue-status not = '00'
               display 'UNABLE TO OPEN TRANSACTION QUEUE - RUN REJECTED'
               set ws-batch-had-failure to true
               move ws-queue-total to ws-queue-pos
               exit paragraph
           end-if.
           perform until ws-queue-status not = '00'
               read queue-file into queue-rec
                   at end
                       move '10' to ws-queue-status
               end-read
               if ws-queue-status = '00'
                   move 'N' to ws-pass-match-flag
                   if ws-pass-ctr <= 9
                       if queue-rec(10:1) = ws-pass-chr
                           set ws-pass-takes-record to true
                       end-if
                   else
                       if queue-rec(10:1) < '1'
                               or queue-rec(10:1) > '9'
                           set ws-pass-takes-record to true
                       end-if
                   end-if
                   if ws-pass-takes-record
                       add 1 to ws-queue-pos
                       if ws-queue-pos > ws-batch-queue-ctr
                           perform process-one-queue-message
                           add 1 to ws-batch-queue-ctr
                           perform save-batch-progress
                       end-if
                   end-if
               end-if
           end-perform.
           close queue-file.

      * the batch checkpoint carries how far the prior attempt got and
      * the per-destination accumulators; batch and recovery runs both
      * restore it, so either kind of interrupted run picks up where
      * it left off with its destinations' cipher files extended, not
      * truncated. the destination table is the last thing in the
      * record and only the entries up to its count are read back, so
      * a checkpoint written when the table held fewer entries - a
      * shorter line, padded out on the read - restores just the same.
       restore-batch-checkpoint.
           move zero to ws-batch-queue-ctr.
           open input batch-checkpoint-file.
                   close batch-checkpoint-file
                   exit paragraph
               end-if
               if bckpt-dest-count not numeric
                       or bckpt-dest-count > 60
                   display 'IGNORING CHECKPOINT WITH UNREADABLE '
                       'DESTINATION COUNT ''' bckpt-dest-count ''''
                   close batch-checkpoint-file
                   exit paragraph
               end-if
               move bckpt-queue-ctr to ws-batch-queue-ctr
               move bckpt-dest-count to ws-dest-count
               perform varying ws-dest-ctr from 1 by 1
           move ws-run-mode to bckpt-run-mode.
           move ws-dest-count to bckpt-dest-count.
           perform varying ws-dest-ctr from 1 by 1
                   until ws-dest-ctr > 60
               if ws-dest-ctr > ws-dest-count
                   move spaces to bckpt-dest-code(ws-dest-ctr)
                   move zero to bckpt-dest-msg-count(ws-dest-ctr)
           end-perform.

           if ws-dest-cur = zero
               if ws-dest-count >= 60
                   display 'TOO MANY DESTINATIONS IN ONE BATCH - '
                       'MESSAGE SKIPPED'
                   set ws-error-found to true
      *    starts with an empty table while the batch's successfully
      *    encrypted records are already sitting in the destination's
      *    file - so recovery always extends, and only a fresh batch
      *    destination truncates. a file holding nothing but desk
      *    messages keyed under this generation ahead of the batch is
      *    today's traffic, not yesterday's, and is extended too.
           if ws-dest-is-new and not ws-mode-recovery
               perform probe-destination-cipher-file
               if ws-probe-count > zero
                       and not ws-probe-found-older
                       and not ws-probe-found-batch
                   perform take-up-desk-traffic
                   open extend cipher-file
               else
                   open output cipher-file
               end-if
           else
               open extend cipher-file
               if ws-cipher-status = '35'
               '.txt' delimited by size
               into ws-cipher-path.

      * one pass over what a destination's cipher file already holds:
      * how many records, whether any was keyed under an earlier
      * generation (a record with no stamp predates the stamp and
      * counts as earlier), and whether any of this generation's
      * records came off the transaction queue rather than the desk.
      * no file at all is simply empty.
       probe-destination-cipher-file.
           move zero to ws-probe-count.
           move zero to ws-probe-byte-count.
           move 'N' to ws-probe-older-flag.
           move 'N' to ws-probe-batch-flag.
           open input cipher-file.
           if ws-cipher-status not = '00'
               exit paragraph
           end-if.
           perform until ws-cipher-status not = '00'
               read cipher-file
                   at end
                       move '10' to ws-cipher-status
               end-read
               if ws-cipher-status = '00'
                   add 1 to ws-probe-count
                   add cipher-msg-len to ws-probe-byte-count
                   if cipher-key-gen-date = spaces
                           or cipher-key-gen-date < ws-key-gen-date
                       set ws-probe-found-older to true
                   else
                       if cipher-queue-seq not > ws-int-seq-base
                           set ws-probe-found-batch to true
                       end-if
                   end-if
               end-if
           end-perform.
           close cipher-file.

      * the batch reaching a destination the desk has already keyed
      * for under this generation carries the desk's counts forward
      * off the manifest, so the end-of-batch manifest covers the
      * whole file and not just the batch's share of it. with no
      * manifest of this generation to read, the message and byte
      * counts are taken off the file itself; the cipher record does
      * not carry the class, so those messages stay out of the class
      * breakdown.
       take-up-desk-traffic.
           move spaces to ws-manifest-path.
           string 'otpmani.' delimited by size
               ws-dest-code(ws-dest-cur) delimited by space
               '.txt' delimited by size
               into ws-manifest-path.
           perform read-existing-manifest.
           if ws-mani-header-seen
                   and ws-mani-gen-date = ws-key-gen-date
               move ws-mani-msg-count
                   to ws-dest-msg-count(ws-dest-cur)
               move ws-mani-byte-count
                   to ws-dest-byte-count(ws-dest-cur)
               perform varying ws-class-ctr from 1 by 1
                       until ws-class-ctr > 9
                   move ws-mani-class-count(ws-class-ctr)
                       to ws-dest-class-count
                           (ws-dest-cur ws-class-ctr)
               end-perform
           else
               move ws-probe-count to ws-dest-msg-count(ws-dest-cur)
               move ws-probe-byte-count
                   to ws-dest-byte-count(ws-dest-cur)
               display 'NO MANIFEST OF THIS GENERATION FOR '
                   ws-dest-code(ws-dest-cur) ' - DESK MESSAGE COUNTS '
                   'TAKEN FROM ' ws-cipher-path
           end-if.
           display ws-probe-count ' DESK MESSAGE(S) ALREADY KEYED '
               'FOR ' ws-dest-code(ws-dest-cur) ' UNDER THIS '
               'GENERATION - EXTENDING ' ws-cipher-path.

      * an interactive run has the one destination: its file is
      * extended with this generation's traffic, or started fresh when
      * what it holds was keyed under an earlier generation. an
      * interrupted message finished after the overnight rollover
      * still extends - its generation is the older one, and today's
      * records already in the file are not earlier than it.
       open-interactive-cipher-file.
           move 1 to ws-dest-count.
           move 1 to ws-dest-cur.
           move ws-int-dest to ws-dest-code(ws-dest-cur).
           move zero to ws-dest-msg-count(ws-dest-cur).
           move zero to ws-dest-byte-count(ws-dest-cur).
           perform varying ws-class-ctr from 1 by 1
                   until ws-class-ctr > 9
               move zero to ws-dest-class-count
                   (ws-dest-cur ws-class-ctr)
           end-perform.
           perform build-destination-cipher-path.
           perform probe-destination-cipher-file.
           if ws-probe-found-older
               move zero to ws-probe-count
               open output cipher-file
           else
               open extend cipher-file
               if ws-cipher-status = '35'
                   close cipher-file
                   open output cipher-file
               end-if
           end-if.
           if ws-cipher-status not = '00'
               set ws-error-found to true
           end-if.

      * the desk's message goes onto the destination's manifest: the
      * totals are brought forward off this generation's manifest
      * (nothing to bring forward when the file was just started
      * fresh, and off the file itself when it holds this
      * generation's traffic but the manifest does not) with this
      * message added, the sheet is rewritten, and a line naming the
      * message is appended beneath it - the way a recall is noted -
      * so the transfer desk can see what was keyed at the desk and at
      * what priority.
       update-interactive-manifest.
           move spaces to ws-manifest-path.
           string 'otpmani.' delimited by size
               ws-dest-code(ws-dest-cur) delimited by space
               '.txt' delimited by size
               into ws-manifest-path.
           perform read-existing-manifest.
           if ws-probe-count > zero
                   and ws-mani-header-seen
                   and ws-mani-gen-date = ws-key-gen-date
               move ws-mani-msg-count
                   to ws-dest-msg-count(ws-dest-cur)
               move ws-mani-byte-count
                   to ws-dest-byte-count(ws-dest-cur)
               perform varying ws-class-ctr from 1 by 1
                       until ws-class-ctr > 9
                   move ws-mani-class-count(ws-class-ctr)
                       to ws-dest-class-count
                           (ws-dest-cur ws-class-ctr)
               end-perform
           else
               if ws-probe-count > zero
                   move ws-probe-count
                       to ws-dest-msg-count(ws-dest-cur)
                   move ws-probe-byte-count
                       to ws-dest-byte-count(ws-dest-cur)
               end-if
           end-if.
           add 1 to ws-dest-msg-count(ws-dest-cur).
           add ws-msg-len to ws-dest-byte-count(ws-dest-cur).
           add 1 to ws-dest-class-count(ws-dest-cur ws-int-class).

           perform stamp-timestamp.
           move ws-dest-cur to ws-dest-ctr.
           perform write-one-manifest.
           if ws-batch-had-failure
               set ws-error-found to true
               exit paragraph
           end-if.

           open extend manifest-file.
           if ws-manifest-status not = '00'
               display 'UNABLE TO WRITE TRANSMISSION MANIFEST FOR '
                   ws-dest-code(ws-dest-cur)
               set ws-error-found to true
               exit paragraph
           end-if.
           move spaces to manifest-rec.
           string 'DESK MESSAGE:   ' delimited by size
               ws-cur-queue-seq delimited by size
               ' CLASS ' delimited by size
               ws-int-class delimited by size
               ' BYTES ' delimited by size
               ws-msg-len delimited by size
               ' KEYED BY ' delimited by size
               ws-operator-id delimited by space
               into manifest-rec.
           write manifest-rec.
           close manifest-file.

      * what the manifest at ws-manifest-path already says: whether it
      * is a transmission manifest at all, the generation it was
      * written under, its totals and class breakdown, and every line
      * below the totals that something appended to it since. no
      * manifest yet leaves all of it empty.
       read-existing-manifest.
           move 'N' to ws-mani-header-flag.
           move spaces to ws-mani-gen-date.
           move zero to ws-mani-msg-count.
           move zero to ws-mani-byte-count.
           perform varying ws-class-ctr from 1 by 1
                   until ws-class-ctr > 9
               move zero to ws-mani-class-count(ws-class-ctr)
           end-perform.
           move zero to ws-mani-note-count.
           move zero to ws-mani-note-dropped.
           open input manifest-file.
           if ws-manifest-status not = '00'
               exit paragraph
           end-if.
           perform until ws-manifest-status not = '00'
               read manifest-file
                   at end
                       move '10' to ws-manifest-status
               end-read
               if ws-manifest-status = '00'
                   perform note-one-manifest-line
               end-if
           end-perform.
           close manifest-file.

      * the fixed lines write-one-manifest produces are recognised by
      * their captions; anything else that is not blank was appended
      * and is kept as it stands.
       note-one-manifest-line.
           evaluate true
               when manifest-rec(1:26) = 'TRANSMISSION MANIFEST FOR '
                   set ws-mani-header-seen to true
               when manifest-rec(1:16) = 'MESSAGES:       '
                   if manifest-rec(17:5) is numeric
                       move manifest-rec(17:5) to ws-mani-msg-count
                   end-if
               when manifest-rec(1:8) = '  CLASS '
                   if manifest-rec(9:1) >= '1'
                           and manifest-rec(9:1) <= '9'
                           and manifest-rec(24:5) is numeric
                       move manifest-rec(9:1) to ws-class-digit
                       move manifest-rec(24:5)
                           to ws-mani-class-count(ws-class-digit)
                   end-if
               when manifest-rec(1:16) = 'CIPHER BYTES:   '
                   if manifest-rec(17:7) is numeric
                       move manifest-rec(17:7) to ws-mani-byte-count
                   end-if
               when manifest-rec(1:16) = 'KEY GENERATION: '
                   move manifest-rec(17:8) to ws-mani-gen-date
               when manifest-rec(1:16) = 'RUN TIMESTAMP:  '
                   continue
               when manifest-rec = spaces
                   continue
               when other
                   if ws-mani-note-count < 500
                       add 1 to ws-mani-note-count
                       move manifest-rec
                           to ws-mani-note(ws-mani-note-count)
                   else
                       add 1 to ws-mani-note-dropped
                   end-if
           end-evaluate.

      * one manifest per destination the batch touched, rewritten
      * complete at end of run (a restarted batch carries the earlier
      * counts forward off the checkpoint), so the transfer desk can
                   into ws-manifest-path
           end-if.

      *    lines appended to this generation's manifest since it was
      *    last written are carried over beneath the new totals; a
      *    recovery addendum is always a sheet of its own.
           if ws-mode-recovery
               move 'N' to ws-mani-header-flag
               move zero to ws-mani-note-count
               move zero to ws-mani-note-dropped
           else
               perform read-existing-manifest
           end-if.

           open output manifest-file.
           if ws-manifest-status not = '00'
               display 'UNABLE TO WRITE TRANSMISSION MANIFEST FOR '
               into manifest-rec.
           write manifest-rec.

           if ws-mani-header-seen
                   and ws-mani-gen-date = ws-key-gen-date
               perform varying ws-mani-note-ctr from 1 by 1
                       until ws-mani-note-ctr > ws-mani-note-count
                   move ws-mani-note(ws-mani-note-ctr) to manifest-rec
                   write manifest-rec
               end-perform
               if ws-mani-note-dropped > zero
                   display ws-mani-note-dropped ' APPENDED LINE(S) '
                       'NOT CARRIED OVER ON THE MANIFEST FOR '
                       ws-dest-code(ws-dest-ctr)
                   set ws-batch-had-failure to true
               end-if
           end-if.

           close manifest-file.

      * one retry record per skip, written the moment the skip
      * happens so an abend between here and end of run loses nothing.
      * a batch run's skips go straight onto the retry file; a
      * recovery run is still reading the retry file, so its re-skips
      * go onto the carry-forward work file for the end-of-pass copy,
      * and even a recovery run that dies mid-pass leaves its
      * re-skips on disk.
       note-retry-record.
           move ws-retry-reason to retry-reason.
           move queue-rec to retry-queue-rec.
           if ws-mode-recovery
               add 1 to ws-rs-count
               move ws-retry-new-path to ws-retry-io-path
           else
               move ws-retry-path to ws-retry-io-path
      * record one again.
       process-recovery-queue.
           perform restore-batch-checkpoint.
           perform count-retry-records.
           if ws-error-found
               exit paragraph
           end-if.
                   ' ALREADY-PROCESSED RETRY RECORDS.'
           end-if.

           perform work-retry-file.

           perform write-destination-manifests.
           perform finish-recovery-retry-file.
               set ws-error-found to true
           end-if.

       count-retry-records.
           move zero to ws-rt-count.
           move ws-retry-path to ws-retry-in-path.
           open input retry-input-file.
           if ws-retry-in-status not = '00'
               display 'UNABLE TO OPEN RETRY FILE - '
                   'NOTHING TO RECOVER'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform until ws-retry-in-status not = '00'
               read retry-input-file
                   at end
                       move '10' to ws-retry-in-status
               end-read
               if ws-retry-in-status = '00'
                   add 1 to ws-rt-count
               end-if
           end-perform.
           close retry-input-file.
           if ws-rt-count = zero
               display 'RETRY FILE IS EMPTY - NOTHING TO RECOVER'
               set ws-error-found to true
           end-if.

      * the retry file read forward, each record fed back through the
      * batch's own per-message path; the records a resumed run's
      * earlier attempt already handled are read past.
       work-retry-file.
           move ws-retry-path to ws-retry-in-path.
           open input retry-input-file.
           if ws-retry-in-status not = '00'
               display 'UNABLE TO OPEN RETRY FILE - RUN REJECTED'
               set ws-batch-had-failure to true
               exit paragraph
           end-if.
           move zero to ws-rt-ctr.
           perform until ws-retry-in-status not = '00'
               read retry-input-file
                   at end
                       move '10' to ws-retry-in-status
               end-read
               if ws-retry-in-status = '00'
                   add 1 to ws-rt-ctr
                   if ws-rt-ctr > ws-batch-queue-ctr
                       move retry-in-rec to retry-rec
                       move retry-queue-rec to queue-rec
                       perform process-one-queue-message
                       add 1 to ws-batch-queue-ctr
                       perform save-batch-progress
                   end-if
               end-if
           end-perform.
           close retry-input-file.

      * a resumed recovery run's earlier attempt already banked some
      * re-skips on the carry-forward file; they are counted so the
      * end-of-pass copy knows there is something to carry, and
      * further writes extend behind them.
       carry-reskips-forward.
           move ws-retry-new-path to ws-retry-in-path.
           open input retry-input-file.
           if ws-retry-in-status not = '00'
               exit paragraph
           end-if.
           perform until ws-retry-in-status not = '00'
               read retry-input-file
                   at end
                       move '10' to ws-retry-in-status
               end-read
               if ws-retry-in-status = '00'
                   add 1 to ws-rs-count
               end-if
           end-perform.
           close retry-input-file.
           set ws-retry-started to true.

      * the retry file ends the pass holding exactly what is still
                   'CLEARED'
               exit paragraph
           end-if.
           move ws-retry-new-path to ws-retry-in-path.
           open input retry-input-file.
           if ws-retry-in-status not = '00'
               display 'UNABLE TO READ CARRY-FORWARD FILE - '
                   'RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           move ws-retry-path to ws-retry-io-path.
           open output retry-file.
           if ws-retry-status not = '00'
               display 'UNABLE TO REWRITE RETRY FILE - RUN REJECTED'
               set ws-error-found to true
               close retry-input-file
               exit paragraph
           end-if.
           perform until ws-retry-in-status not = '00'
               read retry-input-file
                   at end
                       move '10' to ws-retry-in-status
               end-read
               if ws-retry-in-status = '00'
                   move retry-in-rec to retry-rec
                   write retry-rec
                   if ws-retry-status not = '00'
                       display 'UNABLE TO REWRITE RETRY FILE - '
                           'RUN REJECTED'
                       set ws-error-found to true
                       move '10' to ws-retry-in-status
                   end-if
               end-if
           end-perform.
           close retry-file.
           close retry-input-file.
           if ws-error-found
               exit paragraph
           end-if.
           call 'CBL_DELETE_FILE' using ws-retry-new-path.
           display ws-rs-count ' MESSAGE(S) STILL SKIPPED - LEFT ON '
               'THE RETRY FILE'.
