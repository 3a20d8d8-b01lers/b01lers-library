      * that encrypted a message decrypts it; otpdec reads a stored
      * ciphertext file back through the key that produced it and
      * writes the recovered plaintext out for review.
      *
      * every counterpart message handed to it is also entered in the
      * inbound traffic register (received, then verified or
      * checksum-failed), and the run ends by writing an ack file in
      * the same 'SITB 00017' layout otpack reads, naming only the
      * messages that verified - so the sender's aging report clears
      * for what arrived intact and our desk can name exactly which
      * messages to resend. OTP-DEC-SITE names the site the cipher
      * file came from.

       environment division.
       input-output section.
               organization line sequential
               file status is ws-roster-status.

      * the inbound register persists across runs and is keyed like
      * the status file, so a resend finds its earlier entry with one
      * keyed read.
           select inbound-file assign dynamic ws-inbound-path
               organization indexed
               access dynamic
               record key inbd-key
               file status is ws-inbound-status.

           select ack-file assign dynamic ws-ack-path
               organization line sequential
               file status is ws-ack-status.

       data division.
       file section.
       fd key-file.
       fd roster-file.
           copy rosterec.

       fd inbound-file.
           copy inbdrec.

      * the same line otpack reads off a counterpart's ack file.
       fd ack-file.
       01 ack-rec.
           05 ack-dest pic x(04).
           05 filler pic x(01).
           05 ack-seq pic x(05).
           05 filler pic x(70).

       working-storage section.
       01 ws-flag pic x(1).
       01 ws-key pic x(250).
       01 ws-cur-time pic 9(8).
       01 ws-char-count pic 9(5) value zero.

      * the inbound register and the outbound ack file. ws-dec-site is
      * the sending site; ws-ack-dest-override, when set, is the code
      * that site files our traffic under, otherwise each record's
      * pool stamp (or the intake default) says it. every entry this
      * run touches carries ws-run-timestamp, which is how the ack
      * pass at the end picks out this run's verified messages.
       01 ws-inbound-path pic x(40) value 'otpinbd.txt'.
       01 ws-ack-path pic x(40) value spaces.
       01 ws-inbound-status pic x(2).
       01 ws-ack-status pic x(2).
       01 ws-dec-site pic x(4) value spaces.
       01 ws-ack-dest-override pic x(4) value spaces.
       01 ws-run-timestamp pic x(26) value spaces.
       01 ws-inbd-outcome pic x(1).
       01 ws-inbound-open-flag pic x(1) value 'N'.
           88 ws-inbound-is-open value 'Y'.
       01 ws-inbd-received-count pic 9(05) value zero.
       01 ws-inbd-verified-count pic 9(05) value zero.
       01 ws-inbd-failed-count pic 9(05) value zero.
       01 ws-ack-written-count pic 9(05) value zero.

       procedure division.
           perform initialize-run.
           if ws-error-found

           perform decrypt-one-file.

           if ws-inbound-is-open
               perform write-acknowledgment-file
               close inbound-file
               display 'INBOUND REGISTER FOR ' ws-dec-site ': '
                   ws-inbd-received-count ' RECEIVED, '
                   ws-inbd-verified-count ' VERIFIED, '
                   ws-inbd-failed-count ' CHECKSUM-FAILED - '
                   ws-ack-written-count ' ACK(S) IN ' ws-ack-path
           end-if.

           perform write-audit-record.

           goback.

           perform load-key-gen-date.

           accept ws-dec-site from environment 'OTP-DEC-SITE'.
           if ws-dec-site = spaces
               move 'LOCL' to ws-dec-site
           end-if.

           accept ws-ack-dest-override from environment
               'OTP-DEC-ACK-DEST'.

           accept ws-inbound-path from environment 'OTP-INBOUND-FILE'.
           if ws-inbound-path = spaces
               move 'otpinbd.txt' to ws-inbound-path
           end-if.

           accept ws-ack-path from environment 'OTP-DEC-ACK-FILE'.
           if ws-ack-path = spaces
               string 'ackout.' delimited by size
                   ws-dec-site delimited by space
                   '.txt' delimited by size
                   into ws-ack-path
           end-if.

      * the KM interface stub hands out a fresh random key on every
      * call with no way to ask it for a key it issued earlier, so a
      * run keyed through it can never be decrypted back through the

           open output plain-file.

           perform open-inbound-register.
           if ws-error-found
               close plain-file
               close cipher-file
               exit paragraph
           end-if.

           perform until ws-cipher-status not = '00'
                   or ws-error-found
               read cipher-file into cipher-rec
       decrypt-one-message.
           move cipher-msg-len to ws-msg-len.

           perform register-inbound-receipt.
           if ws-error-found
               exit paragraph
           end-if.

           perform ensure-key-file-for-generation.
           if ws-error-found
               exit paragraph
               display 'SKIPPING RECORD - RECOVERED PLAINTEXT FAILS '
                   'THE CHECKSUM STAMPED AT ENCRYPTION TIME'
               set ws-verify-failed to true
               move 'F' to ws-inbd-outcome
               perform register-inbound-outcome
               exit paragraph
           end-if.

           if ws-plain-status not = '00'
               display 'UNABLE TO WRITE PLAINTEXT RECORD - RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           move 'V' to ws-inbd-outcome.
           perform register-inbound-outcome.

      * keygen overwrites the live key.txt every night but leaves a
      * dated archive copy (KEY.yyyymmdd.TXT) behind; each cipher
               set ws-error-found to true
           end-if.

      * the register is opened once for the whole file, created empty
      * the first time a site's traffic is ever decrypted; every entry
      * this run writes is stamped with the one run timestamp taken
      * here.
       open-inbound-register.
           open i-o inbound-file.
           if ws-inbound-status = '35'
               close inbound-file
               open output inbound-file
               close inbound-file
               open i-o inbound-file
           end-if.
           if ws-inbound-status not = '00'
               display 'UNABLE TO OPEN INBOUND TRAFFIC REGISTER - '
                   'RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           set ws-inbound-is-open to true.
           accept ws-cur-date from date yyyymmdd.
           accept ws-cur-time from time.
           move spaces to ws-run-timestamp.
           string ws-cur-date delimited by size
               '-' delimited by size
               ws-cur-time delimited by size
               into ws-run-timestamp.

      * a record with no queue identity (interactive output from before
      * the desk numbered its traffic) has nothing a sender could be
      * acknowledged for and is not registered. a message seen for the
      * first time is entered as RECEIVED; a resend finds its earlier
      * entry and leaves it as it stands until this run's checksum
      * says otherwise. the unstamped generation rule is the same one
      * ensure-key-file-for-generation applies, so the entry is keyed
      * the way the key file is chosen.
       register-inbound-receipt.
           if cipher-queue-seq = zero
               exit paragraph
           end-if.
           if cipher-key-gen-date = spaces
               move ws-key-gen-date to cipher-key-gen-date
           end-if.
           add 1 to ws-inbd-received-count.
           move ws-dec-site to inbd-site.
           move cipher-queue-seq to inbd-queue-seq.
           move cipher-key-gen-date to inbd-gen-date.
           read inbound-file
               invalid key
                   move 'R' to inbd-status
                   move ws-run-timestamp to inbd-status-ts
                   perform resolve-inbound-ack-dest
                   write inbd-rec
                       invalid key
                           display 'UNABLE TO WRITE INBOUND REGISTER '
                               'ENTRY - RUN REJECTED'
                           set ws-error-found to true
                   end-write
           end-read.

      * the code the sender's otpack will match our ack line against:
      * their pool for us is named for the destination they routed to,
      * and an unpooled record was routed under whatever the desk says
      * that site calls us, or the intake default when nobody says.
       resolve-inbound-ack-dest.
           if ws-ack-dest-override not = spaces
               move ws-ack-dest-override to inbd-ack-dest
           else
               if cipher-key-pool not = spaces
                   move cipher-key-pool to inbd-ack-dest
               else
                   move 'LOCL' to inbd-ack-dest
               end-if
           end-if.

      * ws-inbd-outcome is 'V' verified or 'F' checksum failed. a
      * failure never overwrites an entry that verified on an earlier
      * receipt; the good copy already reached plain text.
       register-inbound-outcome.
           if cipher-queue-seq = zero
               exit paragraph
           end-if.
           if ws-inbd-outcome = 'V'
               add 1 to ws-inbd-verified-count
           else
               add 1 to ws-inbd-failed-count
           end-if.
           move ws-dec-site to inbd-site.
           move cipher-queue-seq to inbd-queue-seq.
           move cipher-key-gen-date to inbd-gen-date.
           read inbound-file
               invalid key
                   display 'INBOUND REGISTER ENTRY VANISHED - '
                       'RUN REJECTED'
                   set ws-error-found to true
           end-read.
           if ws-error-found
               exit paragraph
           end-if.
           if ws-inbd-outcome = 'F' and inbd-verified
               exit paragraph
           end-if.
           move ws-inbd-outcome to inbd-status.
           move ws-run-timestamp to inbd-status-ts.
           rewrite inbd-rec
               invalid key
                   display 'UNABLE TO UPDATE INBOUND REGISTER ENTRY - '
                       'RUN REJECTED'
                   set ws-error-found to true
           end-rewrite.

      * one pass over the sending site's slice of the register: every
      * entry this run verified is one ack line. the file is rewritten
      * whole even when nothing verified, so a stale ack file from an
      * earlier run is never shipped back a second time.
       write-acknowledgment-file.
           open output ack-file.
           if ws-ack-status not = '00'
               display 'UNABLE TO CREATE ACKNOWLEDGMENT FILE '
                   ws-ack-path
               set ws-error-found to true
               exit paragraph
           end-if.
           move ws-dec-site to inbd-site.
           move zero to inbd-queue-seq.
           move low-values to inbd-gen-date.
           start inbound-file key is not less than inbd-key
               invalid key
                   move '10' to ws-inbound-status
           end-start.
           perform until ws-inbound-status not = '00'
               read inbound-file next
                   at end
                       move '10' to ws-inbound-status
               end-read
               if ws-inbound-status = '00'
                   if inbd-site not = ws-dec-site
                       move '10' to ws-inbound-status
                   else
                       if inbd-verified
                           and inbd-status-ts = ws-run-timestamp
                           perform write-one-ack-line
                       end-if
                   end-if
               end-if
           end-perform.
           close ack-file.

       write-one-ack-line.
           move spaces to ack-rec.
           move inbd-ack-dest to ack-dest.
           move inbd-queue-seq to ack-seq.
           write ack-rec.
           if ws-ack-status not = '00'
               display 'UNABLE TO WRITE ACKNOWLEDGMENT FILE '
                   ws-ack-path
               set ws-error-found to true
               move '10' to ws-inbound-status
           else
               add 1 to ws-ack-written-count
           end-if.

       write-audit-record.
           accept ws-cur-date from date yyyymmdd.
           accept ws-cur-time from time.
