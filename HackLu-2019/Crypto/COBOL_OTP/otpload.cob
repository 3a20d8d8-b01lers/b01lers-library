      *   01 - empty line (nothing to encrypt)
      *   02 - message longer than the 250-byte record limit
      *   03 - message contains a character below the space character
      *   04 - destination is not on the site master, or is suspended
      *
      * a line may lead with a routing prefix, a priority prefix, or
      * both in that order: 'SITB:3:FLASH TEXT' routes to SITB at
               organization line sequential
               file status is ws-reject-status.

      * the site master otpsite maintains - the only destinations
      * the intake desk will queue traffic for.
           select site-file assign dynamic ws-site-path
               organization line sequential
               file status is ws-site-status.

       data division.
       file section.
      * wide enough for a full 250-byte message behind a five-byte
           05 filler pic x(01).
           05 reject-data pic x(258).

       fd site-file.
           copy siterec.

       working-storage section.
       01 ws-message-path pic x(40) value 'otpmsgs.txt'.
       01 ws-queue-path pic x(40) value 'otpqueue.txt'.
       01 ws-error-flag pic x(1) value 'N'.
           88 ws-error-found value 'Y'.

      * intake numbers stop short of the range otp hands out to
      * messages keyed interactively at the desk (90001 and up), so a
      * queued message and a desk message can never carry the same
      * number on the same day; an input file longer than that is
      * refused at the line that would cross into the desk's range.
       01 ws-seq pic 9(05) value zero.
       01 ws-desk-seq-base pic 9(05) value 90000.
       01 ws-msg-len pic 9(3).
       01 ws-scan-ctr pic 9(3).
       01 ws-dest pic x(04).
       01 ws-reject-count pic 9(05) value zero.
       01 ws-reason pic x(2).

      * the active sites off the site master. LOCL, the desk's own
      * local destination, is never on the master and always loads.
       01 ws-site-path pic x(40) value 'otpsite.txt'.
       01 ws-site-status pic x(2).
       01 ws-site-table.
           05 ws-site-code pic x(04) occurs 50 times.
       01 ws-site-count pic 9(02) value zero.
       01 ws-site-ctr pic 9(02).
       01 ws-site-flag pic x(1).
           88 ws-site-known value 'Y'.

       procedure division.
           accept ws-message-path from environment 'OTP-MSGIN-FILE'.
           if ws-message-path = space
               move 'otpload.rej' to ws-reject-path
           end-if.

           accept ws-site-path from environment 'OTP-SITE-FILE'.
           if ws-site-path = spaces
               move 'otpsite.txt' to ws-site-path
           end-if.

           accept ws-dest-default from environment 'OTP-DEST-DEFAULT'.
           if ws-dest-default = space
               move 'LOCL' to ws-dest-default
               move ws-class-default-disp to ws-class-default
           end-if.

           perform load-site-master.
           if ws-error-found
               move 12 to return-code
               goback
           end-if.

           open input message-file.
           if ws-message-status not = '00'
               display 'UNABLE TO OPEN MESSAGE INPUT FILE - '
               if ws-message-status = '00'
                   or ws-message-status = '04'
                   or ws-message-status = '06'
                   if ws-seq >= ws-desk-seq-base
                       display 'MESSAGE INPUT FILE RUNS PAST LINE '
                           ws-desk-seq-base ' - LOAD REJECTED'
                       set ws-error-found to true
                       move '10' to ws-message-status
                   else
                       add 1 to ws-seq
                       perform load-one-message
                   end-if
               end-if
           end-perform.

                   move '03' to ws-reason
               end-if
           end-perform.
           if ws-reason not = spaces
               exit paragraph
           end-if.
           perform check-destination.

      * a routed line must name a site that is on the master and
      * active - a suspended link gets no new traffic queued to it,
      * and a mistyped code would otherwise burn key records out of a
      * pool nobody provisioned. LOCL is the desk's own destination
      * and is never held on the master.
       check-destination.
           if ws-dest = 'LOCL'
               exit paragraph
           end-if.
           move 'N' to ws-site-flag.
           perform varying ws-site-ctr from 1 by 1
                   until ws-site-ctr > ws-site-count
                   or ws-site-known
               if ws-site-code(ws-site-ctr) = ws-dest
                   set ws-site-known to true
               end-if
           end-perform.
           if not ws-site-known
               move '04' to ws-reason
           end-if.

      * a master that does not exist yet is simply empty, so only
      * LOCL traffic loads; any other open failure rejects the load
      * rather than guessing which destinations are live.
       load-site-master.
           open input site-file.
           if ws-site-status = '35'
               exit paragraph
           end-if.
           if ws-site-status not = '00'
               display 'SITE MASTER COULD NOT BE OPENED - '
                   'LOAD REJECTED'
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

      * a line longer than the record area comes back in pieces: the
      * truncated head with an overflow status, then the remainder on
