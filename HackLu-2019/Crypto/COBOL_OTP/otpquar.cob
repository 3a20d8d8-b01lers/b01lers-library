      * which traffic it protected. given the generation
      * (OTP-QUAR-GEN-DATE), the pool (OTP-QUAR-POOL, spaces for the
      * shared pool) and the record range (OTP-QUAR-FROM thru
      * OTP-QUAR-TO) - or, with none of those set, the range otpxrec
      * left on OTP-QUAR-RANGE-FILE (otpquar.rng) when the cross-site
      * reconciliation found pad both sides keyed on, which is deleted
      * once a run has quarantined it cleanly - this step:
      *
      *   - quarantines the range in the ledger: every record in the
      *     range that has no ledger entry yet gets one written under
      *     record as unavailable - no new traffic ever keys from the
      *     exposed range, used or not;
      *   - sweeps the day's cipher files - every destination the
      *     queue routed to or the desk could have keyed for, plus
      *     the plain file older interactive runs wrote -
      *     matching each record's generation, pool and stamped key
      *     record numbers against the range, and produces an impact
      *     report naming every affected message: queue sequence,
               organization line sequential
               file status is ws-audit-status.

           select range-file assign dynamic ws-range-path
               organization line sequential
               file status is ws-range-status.

           select site-file assign dynamic ws-site-path
               organization line sequential
               file status is ws-site-status.

       data division.
       file section.
       fd ledger-file.
       fd audit-file.
           copy auditrec.

       fd range-file.
           copy quarrng.

       fd site-file.
           copy siterec.

       working-storage section.
       01 ws-ledger-path pic x(40) value 'keyledger.txt'.
       01 ws-queue-path pic x(40) value 'otpqueue.txt'.
       01 ws-report-path pic x(40) value 'otpquar.rpt'.
       01 ws-roster-path pic x(40) value 'otproster.txt'.
       01 ws-audit-path pic x(40) value 'otpaudit.txt'.
       01 ws-range-path pic x(40) value 'otpquar.rng'.
       01 ws-site-path pic x(40) value 'otpsite.txt'.

       01 ws-ledger-status pic x(2).
       01 ws-queue-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-roster-status pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-range-status pic x(2).
       01 ws-range-loaded-flag pic x(1) value 'N'.
           88 ws-range-from-file value 'Y'.
       01 ws-site-status pic x(2).

       01 ws-error-flag pic x(1) value 'N'.
           88 ws-error-found value 'Y'.
       01 ws-already-used-count pic 9(05) value zero.
       01 ws-affected-count pic 9(05) value zero.

      * every destination a cipher file could exist for, found the
      * same way otprecon finds them - the queue's, the intake
      * default and every site on the master; the plain file older
      * interactive runs wrote is swept too - exposed pad does not
      * care which file its traffic sits in.
       01 ws-dest-table.
           05 ws-dest-code pic x(04) occurs 60 times.
       01 ws-dest-count pic 9(02) value zero.
       01 ws-dest-ctr pic 9(02).
       01 ws-note-dest pic x(04).
       01 ws-match-flag pic x(1).
           88 ws-match-found value 'Y'.

           accept ws-quar-from-disp from environment 'OTP-QUAR-FROM'.
           accept ws-quar-to-disp from environment 'OTP-QUAR-TO'.

           if ws-quar-gen-date = spaces
               and ws-quar-from-disp = spaces
               and ws-quar-to-disp = spaces
               perform load-quarantine-range
           end-if.

           if ws-quar-gen-date = spaces
               or ws-quar-from-disp = spaces
               or ws-quar-to-disp = spaces

           perform write-audit-record.

      *    a range taken off otpxrec's file is spent once it is in the
      *    ledger; left behind, tomorrow's bare otpquar run would
      *    quarantine it again. a failed run keeps it for the rerun.
           if ws-range-from-file and not ws-error-found
               call 'CBL_DELETE_FILE' using ws-range-path
               display 'QUARANTINE RANGE FILE ' ws-range-path
                   ' RETIRED'
           end-if.

           if ws-error-found
               move 12 to return-code
           else
               set ws-error-found to true
           end-if.

      * the range otpxrec wrote, taken whole: generation, pool and
      * both ends. no file there leaves the figures unset, and the
      * run is rejected for want of a range as before.
       load-quarantine-range.
           accept ws-range-path from environment
               'OTP-QUAR-RANGE-FILE'.
           if ws-range-path = spaces
               move 'otpquar.rng' to ws-range-path
           end-if.
           open input range-file.
           if ws-range-status not = '00'
               exit paragraph
           end-if.
           read range-file
               at end
                   move '10' to ws-range-status
           end-read.
           if ws-range-status = '00'
               move qrng-gen-date to ws-quar-gen-date
               move qrng-pool to ws-quar-pool
               move qrng-from to ws-quar-from-disp
               move qrng-to to ws-quar-to-disp
               display 'QUARANTINE RANGE TAKEN FROM ' ws-range-path
               set ws-range-from-file to true
           end-if.
           close range-file.

      * one keyed probe per record in the range: an entry already
      * there means the record was consumed (the sweep below will
      * find the traffic); a missing entry gets one written under
           close ledger-file.

      * one pass over the day's queue to learn which destinations
      * the batch routed to, then the intake default and the sites on
      * the master the desk keys interactive traffic for, the same way
      * otprecon finds them. a master that cannot be read leaves
      * files unswept, which the run cannot call a clean sweep.
       collect-destinations.
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

           move 'LOCL' to ws-note-dest.
           perform note-one-destination.

           accept ws-site-path from environment 'OTP-SITE-FILE'.
           if ws-site-path = spaces
               move 'otpsite.txt' to ws-site-path
           end-if.
           open input site-file.
           if ws-site-status = '35'
               exit paragraph
           end-if.
           if ws-site-status not = '00'
               display 'SITE MASTER COULD NOT BE OPENED - SITES THE '
                   'QUEUE DOES NOT NAME ARE NOT SWEPT'
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

       sweep-cipher-files.
