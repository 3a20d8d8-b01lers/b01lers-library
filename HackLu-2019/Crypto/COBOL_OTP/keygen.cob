      * business day's otp runs pick up fresh key material on their
      * own - key.txt stops being something an operator recycles by
      * hand out of convenience.
      *
      * every active site on the site master gets a pool of its own
      * beside the shared one, sized from the site's own entry when
      * it names a size and from KEYGEN-RECORD-COUNT when it does not.
      * a suspended site gets no fresh pad.

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
           copy randgen.

       01 ws-key-date-status pic x(2).
       01 ws-key-count pic 9(3) value 100.
       01 ws-key-count-disp pic x(3).
      * the size of the pool being written right now - the job-wide
      * count for the shared pool, the site's own for a site pool.
       01 ws-pool-count pic 9(3).

       01 ws-run-date.
           05 ws-run-yyyy pic 9(4).

       01 ws-fname-date pic x(8).

      * the active counterpart sites off the site master, each with
      * the pool size its entry asks for; each one gets a pool of its
      * own on top of the shared pool, so one link's heavy day never
      * exhausts the pad for the others and the key package a
      * counterpart receives never reveals which positions another
      * site's traffic burned. no master at all provisions the shared
      * pool alone, which is the pre-split behaviour.
       01 ws-site-path pic x(40) value 'otpsite.txt'.
       01 ws-site-status pic x(2).
       01 ws-site-table.
           05 ws-site-entry occurs 50 times.
               10 ws-site-code pic x(04).
               10 ws-site-pool-size pic 9(03).
       01 ws-site-count pic 9(02) value zero.
       01 ws-site-ctr pic 9(02).

       procedure division.
           accept ws-key-count-disp from environment
               move 'key.txt' to ws-current-key-path
           end-if.

           accept ws-site-path from environment 'OTP-SITE-FILE'.
           if ws-site-path = spaces
               move 'otpsite.txt' to ws-site-path
           end-if.
           perform load-site-master.

      * one seeding for the whole run: the generator stream continues
      * across pools, so two pools provisioned within the same clock
           accept rg-seed from time.

           perform build-dated-filename.
           move ws-key-count to ws-pool-count.
           perform generate-key-file.
           perform stamp-generation-date.
           display 'KEY FILE PROVISIONED: ' ws-key-path
               ' AND ' ws-current-key-path
               ' (' ws-pool-count ' key records)'.

           perform varying ws-site-ctr from 1 by 1
                   until ws-site-ctr > ws-site-count
           end-perform.
           goback.

      * a master that does not exist yet is simply empty - the shared
      * pool is still provisioned - but any other open failure is a
      * real problem and must not be mistaken for a desk with no
      * counterparts.
       load-site-master.
           open input site-file.
           if ws-site-status = '35'
               display 'NO SITE MASTER ' ws-site-path
                   ' - SHARED POOL ONLY'
               exit paragraph
           end-if.
           if ws-site-status not = '00'
               display 'SITE MASTER COULD NOT BE OPENED - '
                   'JOB STEP FAILED'
               move 12 to return-code
               goback
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
                   move site-pool-size
                       to ws-site-pool-size(ws-site-count)
               end-if
           end-perform.
           close site-file.

      * a site pool travels under the same naming rule as the shared
      * one, with the site code folded into both the dated archive
               ws-site-code(ws-site-ctr) delimited by space
               '.txt' delimited by size
               into ws-current-key-path.
           if ws-site-pool-size(ws-site-ctr) > zero
               move ws-site-pool-size(ws-site-ctr) to ws-pool-count
           else
               move ws-key-count to ws-pool-count
           end-if.
           perform generate-key-file.
           display 'KEY FILE PROVISIONED: ' ws-key-path
               ' AND ' ws-current-key-path
               ' (' ws-pool-count ' key records)'.

       build-dated-filename.
           accept ws-run-date from date yyyymmdd.
               goback
           end-if.

           perform ws-pool-count times
               perform fill-one-key-record
               write key-data
               move key-data to current-key-rec
