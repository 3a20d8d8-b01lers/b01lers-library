      * key records it consumed, the ledger entries (used timestamp,
      * operator) for those key records, and the encryption audit
      * records for the run that processed it - was it encrypted, with
      * what, by whom, and when. a message keyed at the desk has no
      * queue record; its number comes off the desk's own counter and
      * its destination is keyed behind the number ('90004 SITB') so
      * the right cipher file is searched.
      *
      * the queue and the cipher files only ever hold today's traffic,
      * so a message from an earlier day is traced off the traffic
      * history the end-of-day archive keeps instead: the sequence
      * number is keyed with the day it was sent and, optionally, its
      * destination ('00017 20260812 SITB'), and every history entry
      * that fits is traced the same way - history, ledger, audit
      * trail - and finished off with its acknowledgment status.

       environment division.
       input-output section.
               organization line sequential
               file status is ws-key-date-status.

           select history-file assign dynamic ws-history-path
               organization indexed
               access dynamic
               record key hist-key
               file status is ws-history-status.

           select status-file assign dynamic ws-status-path
               organization indexed
               access dynamic
               record key stat-key
               file status is ws-status-status.

       data division.
       file section.
       fd queue-file.
       fd key-date-file.
       01 key-date-rec pic x(8).

       fd history-file.
           copy histrec.

       fd status-file.
           copy statrec.

       working-storage section.
       01 ws-queue-path pic x(40) value 'otpqueue.txt'.
       01 ws-cipher-path pic x(40) value 'cipher.txt'.
       01 ws-ledger-status pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-key-date-status pic x(2).
       01 ws-history-path pic x(40) value 'otphist.txt'.
       01 ws-status-path pic x(40) value 'msgstat.txt'.
       01 ws-history-status pic x(2).
       01 ws-status-status pic x(2).

       01 ws-inquiry pic x(19).
       01 ws-inquiry-num pic x(5).
       01 ws-target-seq pic 9(05) value zero.
       01 ws-target-cipher-num pic 9(05) value zero.
       01 ws-inquiry-mode-switch pic x(1) value 'Q'.
           88 ws-inquiry-by-queue-seq value 'Q'.
           88 ws-inquiry-by-cipher-num value 'C'.
           88 ws-inquiry-by-history value 'H'.

      * an earlier day's inquiry: the sent date keyed behind the
      * sequence number, and the destination if the caller knows it.
      * today's inquiry may carry the destination alone.
       01 ws-target-date pic x(08) value spaces.
       01 ws-target-dest pic x(04) value spaces.
       01 ws-history-match-count pic 9(03) value zero.

      * numbers above this one are handed out by otp's own counter to
      * messages keyed interactively at the desk, never by otpload.
       01 ws-desk-seq-base pic 9(05) value 90000.

       01 ws-queue-found-flag pic x(1) value 'N'.
           88 ws-queue-rec-found value 'Y'.

      * numbers are keyed all five digits (00017), the same way otp's
      * own prompts take their counts.
           display 'ENTER QUEUE SEQUENCE NUMBER AS 5 DIGITS [SITE], '
               'OR Cnnnnn FOR A CIPHER RECORD NUMBER, OR '
               'nnnnn YYYYMMDD [SITE] FOR AN EARLIER DAY:'
               with no advancing.
           accept ws-inquiry.

           else
               move ws-inquiry(1:5) to ws-inquiry-num
               move ws-inquiry-num to ws-target-seq
      *        a sent date is all digits and a site code never is, so
      *        whatever follows the number says which was keyed.
               if ws-inquiry(7:8) not = spaces
                   if ws-inquiry(7:1) >= '0'
                           and ws-inquiry(7:1) <= '9'
                       set ws-inquiry-by-history to true
                       move ws-inquiry(7:8) to ws-target-date
                       move ws-inquiry(16:4) to ws-target-dest
                   else
                       move ws-inquiry(7:4) to ws-target-dest
                   end-if
               end-if
           end-if.

           if ws-inquiry-by-history
               perform trace-from-history
               goback
           end-if.

      * a cipher-number inquiry resolves the record first and takes
           end-if.
           goback.

      * every history entry sent that day under the sequence number -
      * one keyed read when the destination was given, otherwise the
      * whole day read in key order, since the loader numbers each
      * load from one and two destinations can share a number.
       trace-from-history.
           if ws-target-date is not numeric
               display 'SENT DATE MUST BE KEYED AS YYYYMMDD - '
                   'INQUIRY ENDED'
               move 8 to return-code
               exit paragraph
           end-if.
           accept ws-history-path from environment 'OTP-HISTORY-FILE'.
           if ws-history-path = spaces
               move 'otphist.txt' to ws-history-path
           end-if.
           accept ws-status-path from environment 'OTP-STATUS-FILE'.
           if ws-status-path = spaces
               move 'msgstat.txt' to ws-status-path
           end-if.

           open input history-file.
           if ws-history-status not = '00'
               display 'TRAFFIC HISTORY COULD NOT BE OPENED - '
                   'INQUIRY ENDED'
               move 8 to return-code
               exit paragraph
           end-if.

           if ws-target-dest not = spaces
               move ws-target-date to hist-sent-date
               move ws-target-dest to hist-dest
               move ws-target-seq to hist-queue-seq
               read history-file
                   invalid key
                       continue
                   not invalid key
                       perform trace-one-history-entry
               end-read
           else
               move ws-target-date to hist-sent-date
               move low-values to hist-dest
               move zero to hist-queue-seq
               start history-file key is not less than hist-key
                   invalid key
                       move '10' to ws-history-status
               end-start
               perform until ws-history-status not = '00'
                   read history-file next
                       at end
                           move '10' to ws-history-status
                   end-read
                   if ws-history-status = '00'
                       if hist-sent-date not = ws-target-date
                           move '10' to ws-history-status
                       else
                           if hist-queue-seq = ws-target-seq
                               perform trace-one-history-entry
                           end-if
                       end-if
                   end-if
               end-perform
           end-if.
           close history-file.

           if ws-history-match-count = zero
               display space
               display 'MESSAGE TRACE FOR QUEUE SEQUENCE '
                   ws-target-seq ' SENT ' ws-target-date
               display '  HISTORY:        NO ENTRY IN ' ws-history-path
               move 8 to return-code
           end-if.

      * the history entry stands in for the cipher record, so the
      * ledger and audit traces run exactly as they do for today's
      * traffic.
       trace-one-history-entry.
           add 1 to ws-history-match-count.
           display space.
           display 'MESSAGE TRACE FOR QUEUE SEQUENCE '
               hist-queue-seq ' SENT ' hist-sent-date.
           display '  HISTORY ENTRY:  ARCHIVED ' hist-archived-ts.
           display '    DESTINATION:  ' hist-dest.
           if hist-class = zero
               display '    CLASS:        NOT KNOWN'
           else
               display '    CLASS:        ' hist-class
           end-if.
           display '    CIPHER FILE:  RECORD ' hist-cipher-rec-num
               ' OF ' hist-cipher-file.
           display '    LENGTH:       ' hist-msg-len.
           display '    KEY POOL:     ' hist-key-pool.
           display '    CHECK VALUE:  ' hist-check-value.

           move spaces to cipher-rec.
           move hist-sent-date to cipher-key-gen-date.
           move hist-key-pool to cipher-key-pool.
           move hist-key-record-nums to cipher-key-record-nums.
           move spaces to ws-ledger-ts.
           move spaces to ws-ledger-op.
           move 'N' to ws-audit-found-flag.
           perform trace-key-records.
           perform trace-audit-records.
           perform trace-ack-status.

      * the message-status entry the acknowledgment intake keeps
      * under the same sequence, destination and sent date.
       trace-ack-status.
           open input status-file.
           if ws-status-status not = '00'
               display '  ACK STATUS:     STATUS FILE COULD NOT BE '
                   'OPENED'
               exit paragraph
           end-if.
           move hist-queue-seq to stat-queue-seq.
           move hist-dest to stat-dest.
           move hist-sent-date to stat-sent-date.
           read status-file
               invalid key
                   display '  ACK STATUS:     NOT REGISTERED'
               not invalid key
                   evaluate true
                       when stat-acknowledged
                           display '  ACK STATUS:     ACKNOWLEDGED '
                               stat-ack-ts
                       when stat-cancelled
                           display '  ACK STATUS:     RECALLED '
                               stat-ack-ts
                       when stat-sent
                           display '  ACK STATUS:     SENT, NOT YET '
                               'ACKNOWLEDGED'
                       when other
                           display '  ACK STATUS:     ' stat-status
                   end-evaluate
           end-read.
           close status-file.

      * the same generation stamp keygen leaves beside the live key
      * file; used only when a cipher record carries no stamp of its
      * own.
           close queue-file.

      * the batch routes each message's ciphertext to its
      * destination's own file, so the destination keyed with the
      * number, or else the queue record's destination, says which
      * file to search; a message found in neither (or from before
      * routing existed) is looked for in the plain cipher file, where
      * interactive output landed before the desk routed it.
       find-cipher-record-by-seq.
           if ws-target-seq = zero
               exit paragraph
           end-if.
           if ws-target-dest not = spaces
               move spaces to ws-cipher-path
               string 'cipher.' delimited by size
                   ws-target-dest delimited by space
                   '.txt' delimited by size
                   into ws-cipher-path
               perform search-one-cipher-file
           end-if.
           if ws-queue-rec-found and not ws-cipher-rec-found
      *        a queue record with no destination travels under the
      *        intake default, the same rule otp and otprecon apply.
               if queue-dest = spaces
               display '    DESTINATION:  ' queue-dest
               display '    CLASS:        ' queue-class
           else
               if ws-target-seq > ws-desk-seq-base
                   display '  QUEUE RECORD:   NONE - NUMBERED AT THE '
                       'DESK'
               else
                   display '  QUEUE RECORD:   NOT FOUND IN '
                       ws-queue-path
               end-if
           end-if.

       display-cipher-half.
