       identification division.
       program-id. otpcan.

      * message cancellation and recall. a wrong or duplicate message
      * loaded through otpload used to mean rebuilding otpqueue.txt by
      * hand before the batch, or watching it go out on a destination's
      * cipher file after. this program pulls one message back, by
      * intake sequence number and destination, on either side of the
      * batch:
      *
      *   - cancel (Q): the batch has not keyed it yet. the record is
      *     taken out of the transaction queue (or out of the retry
      *     file, when an earlier batch skipped it and it is waiting
      *     for a recovery run) and written to the cancelled file with
      *     the operator and reason, so nothing is lost if the wrong
      *     message was pulled. a batch checkpoint on disk means a run
      *     is part way through the queue, and removing a record under
      *     it would shift every position it resumes from - refused.
      *   - recall (R): the batch already keyed it into the
      *     destination's cipher file. the cipher file and the ledger
      *     are left exactly as they stand - the key records are spent
      *     and must still reconcile - but the message goes to
      *     CANCELLED in the message-status file, the cancelled file
      *     carries a recalled entry that otppkg keeps out of the
      *     transmission frame, the destination's manifest gains a
      *     cancellation line for the transfer desk, and a recall
      *     notice is written for the destination in case the file has
      *     already gone out.
      *
      * the run is roster-checked like every program that touches
      * traffic: cancelling off the queue needs the encrypt level the
      * loading clerks hold, recalling keyed traffic needs decrypt.
      * either way, accepted or rejected, the run is audited.
      *
      * the action is keyed on one line, fixed positions the way the
      * roster maintenance program takes its commands:
      *   column 1      action - Q cancel off the queue, R recall
      *   columns 3-7   intake sequence number (5 digits)
      *   columns 9-12  destination site code
      * and the reason is keyed on a second line, up to 40 characters.

       environment division.
       input-output section.
       file-control.
      * queue-rec, retry-rec, cipher-rec and cancel-rec all carry raw
      * message bytes, so every one of them stays record sequential,
      * the same as in otp. the work files the queue and retry file
      * are rewritten through ride beside them under a '.new' name.
           select queue-file assign dynamic ws-queue-path
               organization sequential
               file status is ws-queue-status.

           select queue-work-file assign dynamic ws-queue-work-path
               organization sequential
               file status is ws-queue-work-status.

           select retry-file assign dynamic ws-retry-path
               organization sequential
               file status is ws-retry-status.

           select retry-work-file assign dynamic ws-retry-work-path
               organization sequential
               file status is ws-retry-work-status.

           select cipher-file assign dynamic ws-cipher-path
               organization sequential
               file status is ws-cipher-status.

           select cancel-file assign dynamic ws-cancel-path
               organization sequential
               file status is ws-cancel-status.

           select status-file assign dynamic ws-status-path
               organization indexed
               access dynamic
               record key stat-key
               file status is ws-status-status.

      * only ever opened to learn whether a batch or recovery run is
      * part way through; never read.
           select batch-checkpoint-file assign dynamic
                   ws-batch-ckpt-path
               organization line sequential
               file status is ws-batch-ckpt-status.

           select key-date-file assign dynamic ws-key-date-path
               organization line sequential
               file status is ws-key-date-status.

           select manifest-file assign dynamic ws-manifest-path
               organization line sequential
               file status is ws-manifest-status.

           select recall-file assign dynamic ws-recall-path
               organization line sequential
               file status is ws-recall-status.

           select audit-file assign dynamic ws-audit-path
               organization line sequential
               file status is ws-audit-status.

      * the operator roster otpsec maintains; checked before any
      * traffic is touched.
           select roster-file assign dynamic ws-roster-path
               organization line sequential
               file status is ws-roster-status.

       data division.
       file section.
       fd queue-file.
           copy queuerec.

       fd queue-work-file.
       01 queue-work-rec pic x(263).

       fd retry-file.
       01 retry-rec.
           05 retry-reason pic x(02).
           05 retry-queue-rec pic x(263).

       fd retry-work-file.
       01 retry-work-rec pic x(265).

       fd cipher-file.
           copy ciphrec.

       fd cancel-file.
           copy cancrec.

       fd status-file.
           copy statrec.

       fd batch-checkpoint-file.
       01 bckpt-probe-rec pic x(80).

       fd key-date-file.
       01 key-date-rec pic x(8).

       fd manifest-file.
       01 manifest-rec pic x(80).

       fd recall-file.
       01 recall-rec pic x(100).

       fd audit-file.
           copy auditrec.

       fd roster-file.
           copy rosterec.

       working-storage section.
       01 ws-queue-path pic x(40) value 'otpqueue.txt'.
       01 ws-queue-work-path pic x(40).
       01 ws-retry-path pic x(40) value 'otpretry.txt'.
       01 ws-retry-work-path pic x(40).
       01 ws-cipher-path pic x(40).
       01 ws-cancel-path pic x(40) value 'otpcancel.txt'.
       01 ws-status-path pic x(40) value 'msgstat.txt'.
       01 ws-batch-ckpt-path pic x(40) value 'otpbatch.ckpt'.
       01 ws-key-date-path pic x(40) value 'keydate.txt'.
       01 ws-manifest-path pic x(40).
       01 ws-recall-path pic x(40).
       01 ws-audit-path pic x(40) value 'otpaudit.txt'.
       01 ws-roster-path pic x(40) value 'otproster.txt'.

       01 ws-queue-status pic x(2).
       01 ws-queue-work-status pic x(2).
       01 ws-retry-status pic x(2).
       01 ws-retry-work-status pic x(2).
       01 ws-cipher-status pic x(2).
       01 ws-cancel-status pic x(2).
       01 ws-status-status pic x(2).
       01 ws-batch-ckpt-status pic x(2).
       01 ws-key-date-status pic x(2).
       01 ws-manifest-status pic x(2).
       01 ws-recall-status pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-roster-status pic x(2).

       01 ws-error-flag pic x(1) value 'N'.
           88 ws-error-found value 'Y'.

       01 ws-command pic x(20).
       01 ws-action pic x(1).
           88 ws-action-cancel value 'Q'.
           88 ws-action-recall value 'R'.
       01 ws-target-seq-disp pic x(5).
       01 ws-target-seq pic 9(5).
       01 ws-target-dest pic x(4).
       01 ws-reason pic x(40).

      * the live pool generation: a message the destination's cipher
      * file already carries under it was keyed by today's batch and
      * can only be recalled, not cancelled.
       01 ws-key-gen-date pic x(8) value spaces.

       01 ws-match-flag pic x(1) value 'N'.
           88 ws-match-found value 'Y'.
       01 ws-keyed-flag pic x(1) value 'N'.
           88 ws-already-keyed value 'Y'.

      * what was pulled back, for the cancelled file, the audit record
      * and the console.
       01 ws-pulled-from pic x(40) value spaces.
       01 ws-pulled-queue-rec pic x(263).
       01 ws-pulled-len pic 9(3) value zero.
       01 ws-pulled-gen-date pic x(8) value spaces.
       01 ws-pulled-pool pic x(4) value spaces.

       01 ws-operator-id pic x(8) value 'UNKNOWN'.

      * the roster check, same shape as in otp. cancelling off the
      * queue takes the encrypt level the loading clerks hold;
      * recalling keyed traffic takes decrypt. fails closed, and a
      * failed check still audits as a rejected run.
       01 ws-roster-found-flag pic x(1) value 'N'.
           88 ws-roster-op-found value 'Y'.
       01 ws-required-level pic x(1) value 'E'.
       01 ws-level-ok-flag pic x(1).
           88 ws-level-ok value 'Y'.

       01 ws-timestamp-disp pic x(26) value spaces.
       01 ws-cur-date pic 9(8).
       01 ws-cur-time pic 9(8).

       procedure division.
           perform initialize-run.
           if ws-error-found
               perform write-audit-record
               move 12 to return-code
               goback
           end-if.

           if ws-action-cancel
               perform cancel-queued-message
           else
               perform recall-keyed-message
           end-if.

           perform write-audit-record.
           if ws-error-found
               move 12 to return-code
           end-if.
           goback.

       initialize-run.
           accept ws-operator-id from environment 'OTP-OPERATOR-ID'.
           if ws-operator-id = space
               move 'UNKNOWN' to ws-operator-id
           end-if.

           accept ws-roster-path from environment 'OTP-ROSTER-FILE'.
           if ws-roster-path = space
               move 'otproster.txt' to ws-roster-path
           end-if.

           accept ws-queue-path from environment 'OTP-QUEUE-FILE'.
           if ws-queue-path = space
               move 'otpqueue.txt' to ws-queue-path
           end-if.
           move spaces to ws-queue-work-path.
           string ws-queue-path delimited by space
               '.new' delimited by size
               into ws-queue-work-path.

           accept ws-retry-path from environment 'OTP-RETRY-FILE'.
           if ws-retry-path = space
               move 'otpretry.txt' to ws-retry-path
           end-if.
           move spaces to ws-retry-work-path.
           string ws-retry-path delimited by space
               '.new' delimited by size
               into ws-retry-work-path.

           accept ws-status-path from environment 'OTP-STATUS-FILE'.
           if ws-status-path = spaces
               move 'msgstat.txt' to ws-status-path
           end-if.

           accept ws-cancel-path from environment 'OTP-CANCEL-FILE'.
           if ws-cancel-path = spaces
               move 'otpcancel.txt' to ws-cancel-path
           end-if.

           perform load-key-gen-date.

           display 'ENTER ACTION (Q/R), QUEUE SEQUENCE AND '
               'DESTINATION:' with no advancing.
           accept ws-command.
           move ws-command(1:1) to ws-action.
           move ws-command(3:5) to ws-target-seq-disp.
           move ws-command(9:4) to ws-target-dest.

           display 'ENTER REASON FOR THE CANCELLATION:'
               with no advancing.
           accept ws-reason.

      *    the audit key names what was asked for even when the run
      *    is rejected before anything is found.
           move ws-queue-path to ws-pulled-from.

           if not ws-action-cancel and not ws-action-recall
               display 'UNRECOGNISED ACTION ''' ws-action
                   ''' - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           if ws-target-seq-disp is not numeric
               display 'QUEUE SEQUENCE MUST BE 5 DIGITS - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           move ws-target-seq-disp to ws-target-seq.
           if ws-target-dest = spaces
               display 'NO DESTINATION KEYED - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           if ws-reason = spaces
               display 'NO REASON KEYED - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.

           move spaces to ws-cipher-path.
           string 'cipher.' delimited by size
               ws-target-dest delimited by space
               '.txt' delimited by size
               into ws-cipher-path.

           if ws-action-recall
               move 'D' to ws-required-level
               move ws-cipher-path to ws-pulled-from
           end-if.

           perform verify-operator.

      * the same generation stamp keygen leaves beside the live key
      * file; a pool provisioned before the stamp existed is treated
      * as today's generation.
       load-key-gen-date.
           open input key-date-file.
           if ws-key-date-status = '00'
               read key-date-file
                   at end
                       move spaces to key-date-rec
               end-read
               move key-date-rec to ws-key-gen-date
               close key-date-file
           end-if.
           if ws-key-gen-date = spaces
               accept ws-cur-date from date yyyymmdd
               move ws-cur-date to ws-key-gen-date
           end-if.

      * the operator must be on the roster, active, and hold at least
      * the authority level the action requires; anything less rejects
      * the run before any file is touched. the roster failing to open
      * rejects too - fail closed.
       verify-operator.
           open input roster-file.
           if ws-roster-status not = '00'
               display 'OPERATOR ROSTER COULD NOT BE OPENED - '
                   'RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           move 'N' to ws-roster-found-flag.
           perform until ws-roster-status not = '00'
                   or ws-roster-op-found
               read roster-file into roster-rec
                   at end
                       move '10' to ws-roster-status
               end-read
               if ws-roster-status = '00'
                   and roster-operator = ws-operator-id
                   set ws-roster-op-found to true
               end-if
           end-perform.
           close roster-file.

           if not ws-roster-op-found
               display 'OPERATOR ' ws-operator-id
                   ' IS NOT ON THE ROSTER - RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           if roster-suspended
               display 'OPERATOR ' ws-operator-id
                   ' IS SUSPENDED - RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform check-authority-level.
           if not ws-level-ok
               display 'OPERATOR ' ws-operator-id
                   ' LACKS AUTHORITY LEVEL ' ws-required-level
                   ' - RUN REJECTED'
               set ws-error-found to true
           end-if.

      * the levels nest - export implies decrypt implies encrypt - so
      * holding the required level or any level above it qualifies.
       check-authority-level.
           move 'N' to ws-level-ok-flag.
           evaluate ws-required-level
               when 'E'
                   if roster-level-encrypt or roster-level-decrypt
                           or roster-level-export
                       set ws-level-ok to true
                   end-if
               when 'D'
                   if roster-level-decrypt or roster-level-export
                       set ws-level-ok to true
                   end-if
               when 'X'
                   if roster-level-export
                       set ws-level-ok to true
                   end-if
           end-evaluate.

      * cancel before the batch. the queue is looked at first, then
      * the retry file; a message the destination's cipher file
      * already carries under the live generation was keyed by
      * today's batch and is sent to the recall action instead.
       cancel-queued-message.
           open input batch-checkpoint-file.
           if ws-batch-ckpt-status = '00'
               close batch-checkpoint-file
               display 'A BATCH RUN IS PART WAY THROUGH THE QUEUE - '
                   'RESTART IT BEFORE CANCELLING - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           move 'otpbatch.ckpt.rcv' to ws-batch-ckpt-path.
           open input batch-checkpoint-file.
           if ws-batch-ckpt-status = '00'
               close batch-checkpoint-file
               display 'A RECOVERY RUN IS PART WAY THROUGH THE RETRY '
                   'FILE - RESTART IT BEFORE CANCELLING - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.

           perform check-already-keyed.
           if ws-already-keyed
               display 'MESSAGE ' ws-target-seq ' FOR '
                   ws-target-dest ' IS ALREADY KEYED INTO '
                   ws-cipher-path ' - RECALL IT INSTEAD - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.

           perform split-queue.
           if ws-error-found
               exit paragraph
           end-if.
           if not ws-match-found
               perform split-retry-file
           end-if.
           if ws-error-found
               exit paragraph
           end-if.
           if not ws-match-found
               display 'MESSAGE ' ws-target-seq ' FOR '
                   ws-target-dest ' IS NOT ON THE QUEUE OR THE '
                   'RETRY FILE - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.

      *    the cancelled file takes the record before the live file
      *    loses it, so a failure between the two leaves the message
      *    in both places rather than in neither.
           move ws-pulled-queue-rec to queue-rec.
           move spaces to cancel-rec.
           move 'Q' to cancel-kind.
           move queue-seq to cancel-queue-seq.
           move ws-target-dest to cancel-dest.
           move queue-class to cancel-class.
           move queue-msg-len to cancel-msg-len.
           move queue-msg-data to cancel-msg-data.
           move queue-msg-len to ws-pulled-len.
           perform write-cancel-record.
           if ws-error-found
               exit paragraph
           end-if.
           if ws-pulled-from = ws-retry-path
               perform copy-back-retry-file
           else
               perform copy-back-queue
           end-if.
           if ws-error-found
               exit paragraph
           end-if.
           display 'MESSAGE ' ws-target-seq ' FOR ' ws-target-dest
               ' CANCELLED OFF ' ws-pulled-from
               ' - KEPT ON ' ws-cancel-path.

       check-already-keyed.
           move 'N' to ws-keyed-flag.
           open input cipher-file.
           if ws-cipher-status not = '00'
               exit paragraph
           end-if.
           perform until ws-cipher-status not = '00'
                   or ws-already-keyed
               read cipher-file into cipher-rec
                   at end
                       move '10' to ws-cipher-status
               end-read
               if ws-cipher-status = '00'
                   and cipher-queue-seq = ws-target-seq
                   and cipher-key-gen-date = ws-key-gen-date
                   set ws-already-keyed to true
               end-if
           end-perform.
           close cipher-file.

      * the same split-then-copy-back otpret rolls the audit trail
      * with: everything but the one record goes to the work file, and
      * the live queue is only rewritten once the split finished
      * cleanly and the record was actually found. a queue record
      * with no destination travels under the intake default, so it
      * answers to LOCL.
       split-queue.
           move 'N' to ws-match-flag.
           open input queue-file.
           if ws-queue-status = '35'
               exit paragraph
           end-if.
           if ws-queue-status not = '00'
               display 'UNABLE TO OPEN TRANSACTION QUEUE - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           open output queue-work-file.
           if ws-queue-work-status not = '00'
               display 'UNABLE TO CREATE QUEUE WORK FILE - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               close queue-file
               exit paragraph
           end-if.
           perform until ws-queue-status not = '00'
               read queue-file into queue-rec
                   at end
                       move '10' to ws-queue-status
               end-read
               if ws-queue-status = '00'
                   perform split-one-queue-record
               end-if
           end-perform.
           close queue-file.
           close queue-work-file.

      *    a work file short of records is no copy of the queue; it is
      *    discarded and the live queue left exactly as it stood.
           if ws-error-found or not ws-match-found
               call 'CBL_DELETE_FILE' using ws-queue-work-path
               exit paragraph
           end-if.
           move ws-queue-path to ws-pulled-from.

      * the work file is only removed once every record is back on
      * the live queue; a copy that stops short leaves it in place as
      * the one complete copy.
       copy-back-queue.
           open input queue-work-file.
           if ws-queue-work-status not = '00'
               display 'UNABLE TO READ QUEUE WORK FILE '
                   ws-queue-work-path ' - TRANSACTION QUEUE NOT '
                   'REWRITTEN'
               set ws-error-found to true
               exit paragraph
           end-if.
           open output queue-file.
           if ws-queue-status not = '00'
               display 'UNABLE TO REWRITE TRANSACTION QUEUE - '
                   'WORK FILE ' ws-queue-work-path ' HOLDS IT'
               set ws-error-found to true
               close queue-work-file
               exit paragraph
           end-if.
           perform until ws-queue-work-status not = '00'
               read queue-work-file
                   at end
                       move '10' to ws-queue-work-status
               end-read
               if ws-queue-work-status = '00'
                   move queue-work-rec to queue-rec
                   write queue-rec
                   if ws-queue-status not = '00'
                       display 'UNABLE TO REWRITE TRANSACTION QUEUE - '
                           'WORK FILE ' ws-queue-work-path ' HOLDS IT'
                       set ws-error-found to true
                       move '10' to ws-queue-work-status
                   end-if
               end-if
           end-perform.
           close queue-file.
           close queue-work-file.
           if ws-error-found
               exit paragraph
           end-if.
           call 'CBL_DELETE_FILE' using ws-queue-work-path.

       split-one-queue-record.
           if queue-dest = spaces
               move 'LOCL' to queue-dest
           end-if.
           if not ws-match-found
               and queue-seq = ws-target-seq
               and queue-dest = ws-target-dest
               set ws-match-found to true
               move queue-rec to ws-pulled-queue-rec
               exit paragraph
           end-if.
           move queue-rec to queue-work-rec.
           write queue-work-rec.
           if ws-queue-work-status not = '00'
               display 'UNABLE TO WRITE QUEUE WORK FILE - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               move '10' to ws-queue-status
           end-if.

      * a message an earlier batch skipped waits on the retry file
      * for the recovery run; it is taken off there the same way.
       split-retry-file.
           open input retry-file.
           if ws-retry-status = '35'
               exit paragraph
           end-if.
           if ws-retry-status not = '00'
               display 'UNABLE TO OPEN RETRY FILE - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           open output retry-work-file.
           if ws-retry-work-status not = '00'
               display 'UNABLE TO CREATE RETRY WORK FILE - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               close retry-file
               exit paragraph
           end-if.
           perform until ws-retry-status not = '00'
               read retry-file
                   at end
                       move '10' to ws-retry-status
               end-read
               if ws-retry-status = '00'
                   perform split-one-retry-record
               end-if
           end-perform.
           close retry-file.
           close retry-work-file.

           if ws-error-found or not ws-match-found
               call 'CBL_DELETE_FILE' using ws-retry-work-path
               exit paragraph
           end-if.
           move ws-retry-path to ws-pulled-from.

       copy-back-retry-file.
           open input retry-work-file.
           if ws-retry-work-status not = '00'
               display 'UNABLE TO READ RETRY WORK FILE '
                   ws-retry-work-path ' - RETRY FILE NOT REWRITTEN'
               set ws-error-found to true
               exit paragraph
           end-if.
           open output retry-file.
           if ws-retry-status not = '00'
               display 'UNABLE TO REWRITE RETRY FILE - '
                   'WORK FILE ' ws-retry-work-path ' HOLDS IT'
               set ws-error-found to true
               close retry-work-file
               exit paragraph
           end-if.
           perform until ws-retry-work-status not = '00'
               read retry-work-file
                   at end
                       move '10' to ws-retry-work-status
               end-read
               if ws-retry-work-status = '00'
                   move retry-work-rec to retry-rec
                   write retry-rec
                   if ws-retry-status not = '00'
                       display 'UNABLE TO REWRITE RETRY FILE - '
                           'WORK FILE ' ws-retry-work-path ' HOLDS IT'
                       set ws-error-found to true
                       move '10' to ws-retry-work-status
                   end-if
               end-if
           end-perform.
           close retry-file.
           close retry-work-file.
           if ws-error-found
               exit paragraph
           end-if.
           call 'CBL_DELETE_FILE' using ws-retry-work-path.

       split-one-retry-record.
           move retry-queue-rec to queue-rec.
           if queue-dest = spaces
               move 'LOCL' to queue-dest
           end-if.
           if not ws-match-found
               and queue-seq = ws-target-seq
               and queue-dest = ws-target-dest
               set ws-match-found to true
               move queue-rec to ws-pulled-queue-rec
               exit paragraph
           end-if.
           move retry-rec to retry-work-rec.
           write retry-work-rec.
           if ws-retry-work-status not = '00'
               display 'UNABLE TO WRITE RETRY WORK FILE - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               move '10' to ws-retry-status
           end-if.

      * recall after the batch. the cipher file names the generation
      * and pool the message was keyed from, which completes the
      * status key; the status entry is marked CANCELLED, or born
      * CANCELLED when the acknowledgment intake has not registered
      * the message yet - its later registration pass then finds the
      * entry already there and leaves it alone. the recalled entry
      * otppkg withholds by goes on the cancelled file before the
      * status entry changes, the same order the queue side keeps: a
      * failure between the two leaves the entry SENT, so a rerun
      * finishes the recall instead of refusing it as already done.
       recall-keyed-message.
           perform find-keyed-message.
           if ws-error-found
               exit paragraph
           end-if.

           perform check-not-already-cancelled.
           if ws-error-found
               exit paragraph
           end-if.

           move spaces to cancel-rec.
           move 'R' to cancel-kind.
           move ws-pulled-gen-date to cancel-key-gen-date.
           move ws-pulled-pool to cancel-key-pool.
           move ws-target-seq to cancel-queue-seq.
           move ws-target-dest to cancel-dest.
           move zero to cancel-class.
           move ws-pulled-len to cancel-msg-len.
           perform write-cancel-record.
           if ws-error-found
               exit paragraph
           end-if.

           perform mark-status-cancelled.
           if ws-error-found
               exit paragraph
           end-if.

           perform note-cancellation-on-manifest.
           perform write-recall-notice.
           if ws-error-found
               exit paragraph
           end-if.
           display 'MESSAGE ' ws-target-seq ' FOR ' ws-target-dest
               ' (KEY GENERATION ' ws-pulled-gen-date
               ') RECALLED - NOTICE ON ' ws-recall-path.

      * the message must be in the destination's cipher file; the
      * live generation's copy wins when more than one day's traffic
      * is sitting there.
       find-keyed-message.
           move 'N' to ws-match-flag.
           open input cipher-file.
           if ws-cipher-status not = '00'
               display 'UNABLE TO OPEN ' ws-cipher-path
                   ' - NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform until ws-cipher-status not = '00'
               read cipher-file into cipher-rec
                   at end
                       move '10' to ws-cipher-status
               end-read
               if ws-cipher-status = '00'
                   and cipher-queue-seq = ws-target-seq
                   if not ws-match-found
                       or cipher-key-gen-date = ws-key-gen-date
                       set ws-match-found to true
                       move cipher-key-gen-date to ws-pulled-gen-date
                       move cipher-key-pool to ws-pulled-pool
                       move cipher-msg-len to ws-pulled-len
                   end-if
               end-if
           end-perform.
           close cipher-file.
           if not ws-match-found
               display 'MESSAGE ' ws-target-seq ' IS NOT IN '
                   ws-cipher-path ' - NO CHANGE MADE'
               set ws-error-found to true
           end-if.

      * a message already recalled is refused before anything is
      * written; no status file yet means nothing has been cancelled.
       check-not-already-cancelled.
           open input status-file.
           if ws-status-status = '35'
               exit paragraph
           end-if.
           if ws-status-status not = '00'
               display 'UNABLE TO OPEN MESSAGE-STATUS FILE - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           move ws-target-seq to stat-queue-seq.
           move ws-target-dest to stat-dest.
           move ws-pulled-gen-date to stat-sent-date.
           read status-file
               invalid key
                   continue
               not invalid key
                   if stat-cancelled
                       display 'MESSAGE ' ws-target-seq ' FOR '
                           ws-target-dest ' IS ALREADY CANCELLED - '
                           'NO CHANGE MADE'
                       set ws-error-found to true
                   end-if
           end-read.
           close status-file.

       mark-status-cancelled.
           perform stamp-timestamp.
           open i-o status-file.
           if ws-status-status = '35'
               close status-file
               open output status-file
               close status-file
               open i-o status-file
           end-if.
           if ws-status-status not = '00'
               display 'UNABLE TO OPEN MESSAGE-STATUS FILE - '
                   'NO CHANGE MADE'
               set ws-error-found to true
               exit paragraph
           end-if.
           move ws-target-seq to stat-queue-seq.
           move ws-target-dest to stat-dest.
           move ws-pulled-gen-date to stat-sent-date.
           read status-file
               invalid key
                   move 'C' to stat-status
                   move ws-timestamp-disp to stat-ack-ts
                   write stat-rec
                       invalid key
                           display 'UNABLE TO WRITE MESSAGE-STATUS '
                               'ENTRY - NO CHANGE MADE'
                           set ws-error-found to true
                   end-write
               not invalid key
                   if stat-cancelled
                       display 'MESSAGE ' ws-target-seq ' FOR '
                           ws-target-dest ' IS ALREADY CANCELLED - '
                           'NO CHANGE MADE'
                       set ws-error-found to true
                   else
                       move 'C' to stat-status
                       move ws-timestamp-disp to stat-ack-ts
                       rewrite stat-rec
                           invalid key
                               display 'UNABLE TO REWRITE MESSAGE-'
                                   'STATUS ENTRY - NO CHANGE MADE'
                               set ws-error-found to true
                       end-rewrite
                   end-if
           end-read.
           close status-file.

       write-cancel-record.
           perform stamp-timestamp.
           move ws-timestamp-disp to cancel-timestamp.
           move ws-operator-id to cancel-operator.
           move ws-reason to cancel-reason.
           open extend cancel-file.
           if ws-cancel-status = '35'
               close cancel-file
               open output cancel-file
           end-if.
           write cancel-rec.
           if ws-cancel-status not = '00'
               display 'UNABLE TO WRITE CANCELLED FILE '
                   ws-cancel-path
               set ws-error-found to true
           end-if.
           close cancel-file.

      * the transfer desk checks files out the door against the
      * manifest, so the cancellation goes on the sheet itself. a
      * destination with no manifest yet gets none made for it here.
       note-cancellation-on-manifest.
           move spaces to ws-manifest-path.
           string 'otpmani.' delimited by size
               ws-target-dest delimited by space
               '.txt' delimited by size
               into ws-manifest-path.
           open extend manifest-file.
           if ws-manifest-status = '35'
               exit paragraph
           end-if.
           if ws-manifest-status not = '00'
               display 'UNABLE TO NOTE CANCELLATION ON '
                   ws-manifest-path
               set ws-error-found to true
               exit paragraph
           end-if.
           move spaces to manifest-rec.
           string 'CANCELLED:      ' delimited by size
               ws-target-seq delimited by size
               ' RECALLED BY ' delimited by size
               ws-operator-id delimited by space
               ' - ' delimited by size
               ws-reason delimited by size
               into manifest-rec.
           write manifest-rec.
           if ws-manifest-status not = '00'
               display 'UNABLE TO NOTE CANCELLATION ON '
                   ws-manifest-path
               set ws-error-found to true
           end-if.
           close manifest-file.

      * the notice is what the desk sends the destination when the
      * file may already have left the building: which message, which
      * generation, and that it is to be disregarded.
       write-recall-notice.
           move spaces to ws-recall-path.
           string 'otprecall.' delimited by size
               ws-target-dest delimited by space
               '.txt' delimited by size
               into ws-recall-path.
           open extend recall-file.
           if ws-recall-status = '35'
               close recall-file
               open output recall-file
           end-if.
           if ws-recall-status not = '00'
               display 'UNABLE TO WRITE RECALL NOTICE ' ws-recall-path
               set ws-error-found to true
               exit paragraph
           end-if.
           move spaces to recall-rec.
           string 'RECALL NOTICE TO ' delimited by size
               ws-target-dest delimited by size
               ': MESSAGE ' delimited by size
               ws-target-seq delimited by size
               ' KEY GENERATION ' delimited by size
               ws-pulled-gen-date delimited by size
               into recall-rec.
           write recall-rec.
           if ws-recall-status not = '00'
               display 'UNABLE TO WRITE RECALL NOTICE ' ws-recall-path
               set ws-error-found to true
               close recall-file
               exit paragraph
           end-if.
           move spaces to recall-rec.
           string '  DISREGARD AND DESTROY ON RECEIPT. REASON: '
               delimited by size
               ws-reason delimited by size
               into recall-rec.
           write recall-rec.
           if ws-recall-status not = '00'
               display 'UNABLE TO WRITE RECALL NOTICE ' ws-recall-path
               set ws-error-found to true
               close recall-file
               exit paragraph
           end-if.
           move spaces to recall-rec.
           string '  ISSUED ' delimited by size
               ws-timestamp-disp delimited by size
               ' BY ' delimited by size
               ws-operator-id delimited by size
               into recall-rec.
           write recall-rec.
           if ws-recall-status not = '00'
               display 'UNABLE TO WRITE RECALL NOTICE ' ws-recall-path
               set ws-error-found to true
           end-if.
           close recall-file.

       stamp-timestamp.
           accept ws-cur-date from date yyyymmdd.
           accept ws-cur-time from time.
           move spaces to ws-timestamp-disp.
           string ws-cur-date delimited by size
               '-' delimited by size
               ws-cur-time delimited by size
               into ws-timestamp-disp.

      * a cancellation is a touch on traffic like any other and lands
      * in the same trail - mode 'C', the file it was pulled from and
      * the message's identity in the key id, its length as the
      * character count.
       write-audit-record.
           perform stamp-timestamp.
           move ws-timestamp-disp to audit-timestamp.
           move ws-operator-id to audit-operator.
           move spaces to audit-key-id.
           string ws-pulled-from delimited by space
               ' ' delimited by size
               ws-target-seq-disp delimited by size
               ' ' delimited by size
               ws-target-dest delimited by size
               into audit-key-id.
           move ws-pulled-len to audit-char-count.
           move 'C' to audit-mode.
           move 'I' to audit-run-mode.
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

       end program otpcan.
