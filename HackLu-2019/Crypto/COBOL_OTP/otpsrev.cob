       identification division.
       program-id. otpsrev.

      * periodic operator security review, for the security officer's
      * sign-off. the roster says who may do what; this step checks
      * what they actually did, cross-reading the roster, the audit
      * trail and the operator stamped on every ledger entry, and
      * writes a findings report that ends in a signature block. the
      * run ends with a nonzero return code whenever there is anything
      * on it for the officer to act on.
      *
      * the findings, in report order:
      *   - runs under 'UNKNOWN', under an operator who is not on the
      *     roster, or under one who is now suspended;
      *   - separation of duties: an operator who encrypted traffic on
      *     a pool generation (their name is on its ledger entries)
      *     and also decrypted or exported that same generation and
      *     pool;
      *   - export operators countersigning each other's otpexp runs
      *     in both directions, OTP-REVIEW-COSIGN-LIMIT times or more
      *     between them (4 when unset);
      *   - active operators with no audit record and no ledger entry
      *     in the last OTP-REVIEW-INACTIVE-DAYS business days (20
      *     when unset), as candidates for suspension.
      *
      * OTP-REVIEW-FROM (yyyymmdd) starts the review period, so each
      * review need only cover the runs since the last sign-off; left
      * unset, the whole trail is reviewed. inactivity is always
      * judged on the whole trail and ledger.

       environment division.
       input-output section.
       file-control.
           select roster-file assign dynamic ws-roster-path
               organization line sequential
               file status is ws-roster-status.

           select audit-file assign dynamic ws-audit-path
               organization line sequential
               file status is ws-audit-status.

           select ledger-file assign dynamic ws-ledger-path
               organization indexed
               access dynamic
               record key ledger-key
               file status is ws-ledger-status.

           select report-file assign dynamic ws-report-path
               organization line sequential
               file status is ws-report-status.

      * who keyed traffic on which pool generation, and on which day:
      * one record per distinct combination on the ledger, not one per
      * key record, however long the ledger runs. the day is kept for
      * a decrypt run against a live key file, whose name carries no
      * generation - the live generation is the one traffic was keyed
      * on that same day. operator and pool lead the key, so every
      * generation one operator keyed on a pool sits together and one
      * positioned read finds it. the work file is built fresh every
      * run and removed at the end of it.
           select enc-file assign dynamic ws-enc-path
               organization indexed
               access dynamic
               record key enc-key
               file status is ws-enc-status.

       data division.
       file section.
       fd roster-file.
           copy rosterec.

       fd audit-file.
           copy auditrec.

       fd ledger-file.
           copy ledgrec.

       fd report-file.
       01 report-rec pic x(100).

       fd enc-file.
       01 enc-rec.
           05 enc-key.
               10 enc-operator pic x(08).
               10 enc-pool pic x(04).
               10 enc-gen-date pic x(08).
               10 enc-used-date pic x(08).

       working-storage section.
       01 ws-roster-path pic x(40) value 'otproster.txt'.
       01 ws-audit-path pic x(40) value 'otpaudit.txt'.
       01 ws-ledger-path pic x(40) value 'keyledger.txt'.
       01 ws-report-path pic x(40) value 'otpsrev.rpt'.
       01 ws-enc-path pic x(40) value 'otpsrev.wrk'.

       01 ws-roster-status pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-ledger-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-enc-status pic x(2).

       01 ws-error-flag pic x(1) value 'N'.
           88 ws-error-found value 'Y'.

       01 ws-cur-date pic 9(8).
       01 ws-review-date pic x(8).
       01 ws-review-from pic x(8) value spaces.
       01 ws-inactive-cutoff pic x(8) value spaces.

       01 ws-inactive-days pic 9(03) value 20.
       01 ws-inactive-disp pic x(3).
       01 ws-cosign-limit pic 9(03) value 4.
       01 ws-cosign-disp pic x(3).

           copy bdayparm.

      * the roster in core, each operator carrying the latest day the
      * trail or the ledger shows them doing anything.
       01 ws-roster-table.
           05 ws-roster-entry occurs 50 times.
               10 ws-ros-operator pic x(08).
               10 ws-ros-level pic x(01).
               10 ws-ros-status pic x(01).
               10 ws-ros-last-active pic x(08).
       01 ws-roster-count pic 9(02) value zero.
       01 ws-roster-ctr pic 9(02).
       01 ws-roster-cur pic 9(02).

      * export / countersign pairings, held with the lower operator id
      * first; each direction is counted separately so a pair that
      * only ever runs one way round is not mistaken for two people
      * covering for each other.
       01 ws-pair-table.
           05 ws-pair-entry occurs 100 times.
               10 ws-pair-op-low pic x(08).
               10 ws-pair-op-high pic x(08).
               10 ws-pair-low-exports pic 9(05).
               10 ws-pair-high-exports pic 9(05).
       01 ws-pair-count pic 9(03) value zero.
       01 ws-pair-ctr pic 9(03).
       01 ws-pair-cur pic 9(03).
       01 ws-pair-total pic 9(05).
       01 ws-pair-low pic x(08).
       01 ws-pair-high pic x(08).

       01 ws-table-full-flag pic x(1) value 'N'.
           88 ws-table-full value 'Y'.
       01 ws-match-flag pic x(1).
           88 ws-match-found value 'Y'.
       01 ws-enc-open-flag pic x(1) value 'N'.
           88 ws-enc-file-open value 'Y'.

      * which walk of the audit trail is under way.
       01 ws-audit-pass pic x(1).
           88 ws-pass-operators value 'O'.
           88 ws-pass-separation value 'S'.
           88 ws-pass-countersign value 'C'.

      * the generation and pool a decrypt run's key file names:
      * KEY.yyyymmdd.TXT, KEY.pool.yyyymmdd.TXT, or a live key.txt /
      * key.pool.txt, which carries the day's generation.
       01 ws-run-gen-date pic x(08).
       01 ws-run-pool pic x(04).
       01 ws-run-live-flag pic x(1).
           88 ws-run-on-live-key value 'Y'.
       01 ws-kp-part1 pic x(40).
       01 ws-kp-part2 pic x(40).
       01 ws-kp-part3 pic x(40).
       01 ws-kp-part4 pic x(40).

           copy expaudid.

       01 ws-run-verb pic x(24).
       01 ws-match-gen-date pic x(08).
       01 ws-pool-disp pic x(08).
       01 ws-op-disp pic x(08).

       01 ws-runs-reviewed pic 9(05) value zero.
       01 ws-operator-findings pic 9(05) value zero.
       01 ws-separation-findings pic 9(05) value zero.
       01 ws-cosign-findings pic 9(05) value zero.
       01 ws-inactive-findings pic 9(05) value zero.
       01 ws-finding-count pic 9(05) value zero.

       01 ws-report-line pic x(100).

       procedure division.
           accept ws-cur-date from date yyyymmdd.
           move ws-cur-date to ws-review-date.

           accept ws-roster-path from environment 'OTP-ROSTER-FILE'.
           if ws-roster-path = space
               move 'otproster.txt' to ws-roster-path
           end-if.

           accept ws-report-path from environment 'OTP-REVIEW-REPORT'.
           if ws-report-path = spaces
               move 'otpsrev.rpt' to ws-report-path
           end-if.

           accept ws-review-from from environment 'OTP-REVIEW-FROM'.
           if ws-review-from not = spaces
               and ws-review-from is not numeric
               display 'OTP-REVIEW-FROM IS NOT A YYYYMMDD DATE - '
                   'REVIEW REJECTED'
               move 12 to return-code
               goback
           end-if.

           accept ws-inactive-disp from environment
               'OTP-REVIEW-INACTIVE-DAYS'.
           if ws-inactive-disp not = spaces
               move ws-inactive-disp to ws-inactive-days
           end-if.

           accept ws-cosign-disp from environment
               'OTP-REVIEW-COSIGN-LIMIT'.
           if ws-cosign-disp not = spaces
               move ws-cosign-disp to ws-cosign-limit
           end-if.

      *    the inactivity horizon is counted in business days on the
      *    desk calendar, so a fortnight's leave over a holiday week
      *    does not read as an operator gone quiet.
           move 'B' to bday-function.
           move spaces to bday-site.
           move ws-review-date to bday-later-date.
           move ws-inactive-days to bday-days.
           call 'OTPBDAY' using bday-parm.
           if not bday-ok
               display 'BUSINESS CALENDAR DOES NOT COVER '
                   ws-review-date ' - REVIEW REJECTED'
               move 12 to return-code
               goback
           end-if.
           move bday-earlier-date to ws-inactive-cutoff.

           perform load-roster.
           if ws-error-found
               move 12 to return-code
               goback
           end-if.

           open output report-file.
           if ws-report-status not = '00'
               display 'UNABLE TO CREATE REVIEW REPORT - '
                   'REVIEW REJECTED'
               move 12 to return-code
               goback
           end-if.

           perform open-enc-file.
           if ws-error-found
               close report-file
               move 12 to return-code
               goback
           end-if.

           perform print-report-heading.
           perform scan-ledger.

           move 'RUNS UNDER UNVERIFIED OPERATORS' to ws-report-line.
           perform print-section-heading.
           set ws-pass-operators to true.
           perform walk-audit-trail.
           if ws-operator-findings = zero
               move '  NONE' to ws-report-line
               perform write-report-line-from-work
           end-if.

           move 'SEPARATION OF DUTIES' to ws-report-line.
           perform print-section-heading.
           set ws-pass-separation to true.
           perform walk-audit-trail.
           if ws-separation-findings = zero
               move '  NONE' to ws-report-line
               perform write-report-line-from-work
           end-if.

           move 'EXPORT COUNTERSIGNING' to ws-report-line.
           perform print-section-heading.
           set ws-pass-countersign to true.
           perform walk-audit-trail.
           perform report-countersign-pairs.
           if ws-cosign-findings = zero
               move '  NONE' to ws-report-line
               perform write-report-line-from-work
           end-if.

           move 'INACTIVE OPERATORS' to ws-report-line.
           perform print-section-heading.
           perform report-inactive-operators.
           if ws-inactive-findings = zero
               move '  NONE' to ws-report-line
               perform write-report-line-from-work
           end-if.

           if ws-table-full
               move spaces to report-rec
               perform write-report-line
               move 'WORK TABLE OVERFLOWED - REVIEW INCOMPLETE'
                   to ws-report-line
               perform report-finding
           end-if.

           perform print-sign-off.
           close report-file.
           if ws-enc-file-open
               close enc-file
           end-if.
           call 'CBL_DELETE_FILE' using ws-enc-path.

           if ws-error-found
               move 12 to return-code
           else
               if ws-finding-count > zero
                   display 'SECURITY REVIEW: ' ws-finding-count
                       ' FINDING(S) - SEE ' ws-report-path
                   move 8 to return-code
               else
                   display 'SECURITY REVIEW: NO FINDINGS - '
                       ws-report-path ' READY FOR SIGN-OFF'
               end-if
           end-if.
           goback.

      * the roster as it stands today; a review with no roster to
      * review against is no review at all.
       load-roster.
           open input roster-file.
           if ws-roster-status not = '00'
               display 'OPERATOR ROSTER COULD NOT BE OPENED - '
                   'REVIEW REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform until ws-roster-status not = '00'
               read roster-file into roster-rec
                   at end
                       move '10' to ws-roster-status
               end-read
               if ws-roster-status = '00'
                   if ws-roster-count < 50
                       add 1 to ws-roster-count
                       move roster-operator
                           to ws-ros-operator(ws-roster-count)
                       move roster-level
                           to ws-ros-level(ws-roster-count)
                       move roster-status
                           to ws-ros-status(ws-roster-count)
                       move spaces
                           to ws-ros-last-active(ws-roster-count)
                   else
                       set ws-table-full to true
                   end-if
               end-if
           end-perform.
           close roster-file.

       print-report-heading.
           move spaces to report-rec.
           string 'OPERATOR SECURITY REVIEW  RUN DATE '
               delimited by size
               ws-review-date delimited by size
               into report-rec.
           perform write-report-line.
           move spaces to report-rec.
           if ws-review-from = spaces
               move 'REVIEW PERIOD: WHOLE AUDIT TRAIL' to report-rec
           else
               string 'REVIEW PERIOD: FROM ' delimited by size
                   ws-review-from delimited by size
                   ' TO ' delimited by size
                   ws-review-date delimited by size
                   into report-rec
           end-if.
           perform write-report-line.
           move spaces to report-rec.
           string 'INACTIVITY HORIZON: ' delimited by size
               ws-inactive-days delimited by size
               ' BUSINESS DAYS (NOTHING SINCE ' delimited by size
               ws-inactive-cutoff delimited by size
               ')' delimited by size
               into report-rec.
           perform write-report-line.
           move spaces to report-rec.
           string 'COUNTERSIGN LIMIT: ' delimited by size
               ws-cosign-limit delimited by size
               ' MUTUAL EXPORTS PER PAIR' delimited by size
               into report-rec.
           perform write-report-line.

       print-section-heading.
           move spaces to report-rec.
           perform write-report-line.
           perform write-report-line-from-work.

      * a fresh work file for the run: whatever an interrupted run
      * left under the name is discarded first.
       open-enc-file.
           call 'CBL_DELETE_FILE' using ws-enc-path.
           open output enc-file.
           if ws-enc-status = '00'
               close enc-file
               open i-o enc-file
           end-if.
           if ws-enc-status not = '00'
               display 'ENCRYPTION WORK FILE COULD NOT BE CREATED - '
                   'REVIEW REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           set ws-enc-file-open to true.

      * one pass over the whole ledger. every entry is activity for
      * the operator stamped on it, and every combination of operator,
      * pool, generation and day goes onto the encryption work file. the
      * QUARANTN stamp is the compromise tooling, not a person. no
      * ledger yet is simply nothing keyed.
       scan-ledger.
           open input ledger-file.
           if ws-ledger-status = '35'
               exit paragraph
           end-if.
           if ws-ledger-status not = '00'
               display 'LEDGER COULD NOT BE OPENED - REVIEW REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform until ws-ledger-status not = '00'
               read ledger-file next
                   at end
                       move '10' to ws-ledger-status
               end-read
               if ws-ledger-status = '00'
                   and ledger-operator not = 'QUARANTN'
                   move ledger-operator to ws-op-disp
                   move ledger-used-ts(1:8) to ws-run-gen-date
                   perform note-activity
                   perform note-encryption
               end-if
           end-perform.
           close ledger-file.

      * ws-op-disp did something on the day in ws-run-gen-date.
       note-activity.
           perform varying ws-roster-ctr from 1 by 1
                   until ws-roster-ctr > ws-roster-count
               if ws-ros-operator(ws-roster-ctr) = ws-op-disp
                   and ws-run-gen-date
                       > ws-ros-last-active(ws-roster-ctr)
                   move ws-run-gen-date
                       to ws-ros-last-active(ws-roster-ctr)
               end-if
           end-perform.

      * a combination already on the work file is simply refused.
       note-encryption.
           move ledger-operator to enc-operator.
           move ledger-key-pool to enc-pool.
           move ledger-key-gen-date to enc-gen-date.
           move ledger-used-ts(1:8) to enc-used-date.
           write enc-rec
               invalid key
                   continue
           end-write.

      * one walk of the audit trail; ws-audit-pass says what each
      * record in the review period is checked for. the first walk
      * also notes activity, on every record whatever its date.
       walk-audit-trail.
           open input audit-file.
           if ws-audit-status = '35'
               exit paragraph
           end-if.
           if ws-audit-status not = '00'
               display 'AUDIT TRAIL COULD NOT BE OPENED - '
                   'REVIEW REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform until ws-audit-status not = '00'
               read audit-file into audit-rec
                   at end
                       move '10' to ws-audit-status
               end-read
               if ws-audit-status = '00'
                   perform review-one-audit-record
               end-if
           end-perform.
           close audit-file.

       review-one-audit-record.
           if ws-pass-operators
               move audit-operator to ws-op-disp
               move audit-timestamp(1:8) to ws-run-gen-date
               perform note-activity
           end-if.
           if ws-review-from not = spaces
               and audit-timestamp(1:8) < ws-review-from
               exit paragraph
           end-if.
           evaluate true
               when ws-pass-operators
                   add 1 to ws-runs-reviewed
                   perform check-run-operator
               when ws-pass-separation
                   if audit-result-success
                       and (audit-mode = 'D' or audit-mode = 'X')
                       perform check-separation
                   end-if
               when ws-pass-countersign
                   if audit-result-success
                       and audit-mode = 'X'
                       perform note-countersign
                   end-if
           end-evaluate.

      * a run nobody can be held to, or one under an operator the
      * roster no longer vouches for.
       check-run-operator.
           if audit-operator = 'UNKNOWN'
               move 'RAN WITH NO OPERATOR ID' to ws-run-verb
               perform report-run-operator
               exit paragraph
           end-if.
           move zero to ws-roster-cur.
           perform varying ws-roster-ctr from 1 by 1
                   until ws-roster-ctr > ws-roster-count
                   or ws-roster-cur > zero
               if ws-ros-operator(ws-roster-ctr) = audit-operator
                   move ws-roster-ctr to ws-roster-cur
               end-if
           end-perform.
           if ws-roster-cur = zero
               move 'NOT ON THE ROSTER' to ws-run-verb
               perform report-run-operator
               exit paragraph
           end-if.
           if ws-ros-status(ws-roster-cur) = 'S'
               move 'NOW SUSPENDED' to ws-run-verb
               perform report-run-operator
           end-if.

       report-run-operator.
           add 1 to ws-operator-findings.
           move spaces to ws-report-line.
           string '  ' delimited by size
               audit-timestamp delimited by size
               ' MODE ' delimited by size
               audit-mode delimited by size
               ' RESULT ' delimited by size
               audit-result delimited by size
               ' OPERATOR ' delimited by size
               audit-operator delimited by size
               ' ' delimited by size
               ws-run-verb delimited by size
               into ws-report-line.
           perform report-finding.

      * the generation and pool the run touched, then whether the same
      * operator's name is on that generation's ledger entries for
      * the same pool. an export carries both in its key-id; a decrypt
      * run's are read off the key file it opened, and a run through
      * the external key-management interface names none and cannot
      * be checked.
       check-separation.
           move spaces to ws-run-gen-date.
           move spaces to ws-run-pool.
           move 'N' to ws-run-live-flag.
           if audit-mode = 'X'
               move audit-key-id to xaud-key-id
               move xaud-gen-date to ws-run-gen-date
               move xaud-pool to ws-run-pool
               move 'EXPORTED' to ws-run-verb
           else
               perform resolve-decrypt-key-file
               move 'DECRYPTED' to ws-run-verb
           end-if.
           if ws-run-gen-date = spaces
               exit paragraph
           end-if.

      *    position on the first work record at or after the
      *    operator and pool - and, for a named generation, that
      *    generation - then read forward while they still match.
      *    a named generation stops at its first record; a live key
      *    walks the operator's generations on the pool looking for
      *    one keyed on the run's day.
           move 'N' to ws-match-flag.
           move audit-operator to enc-operator.
           move ws-run-pool to enc-pool.
           if ws-run-on-live-key
               move low-values to enc-gen-date
           else
               move ws-run-gen-date to enc-gen-date
           end-if.
           move low-values to enc-used-date.
           start enc-file key is >= enc-key
               invalid key
                   move '23' to ws-enc-status
           end-start.
           perform until ws-enc-status not = '00'
                   or ws-match-found
               read enc-file next
                   at end
                       move '10' to ws-enc-status
               end-read
               if ws-enc-status = '00'
                   if enc-operator not = audit-operator
                           or enc-pool not = ws-run-pool
                       move '10' to ws-enc-status
                   else
                       if ws-run-on-live-key
                           if enc-used-date = ws-run-gen-date
                               set ws-match-found to true
                           end-if
                       else
                           if enc-gen-date = ws-run-gen-date
                               set ws-match-found to true
                           else
                               move '10' to ws-enc-status
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.
           if ws-match-found
               move enc-gen-date to ws-match-gen-date
           end-if.
           if not ws-match-found
               exit paragraph
           end-if.

           if ws-run-pool = spaces
               move '(SHARED)' to ws-pool-disp
           else
               move ws-run-pool to ws-pool-disp
           end-if.
           add 1 to ws-separation-findings.
           move spaces to ws-report-line.
           string '  OPERATOR ' delimited by size
               audit-operator delimited by size
               ' ENCRYPTED ON POOL ' delimited by size
               ws-pool-disp delimited by size
               ' GEN ' delimited by size
               ws-match-gen-date delimited by size
               ' AND ' delimited by size
               ws-run-verb delimited by space
               ' IT ' delimited by size
               audit-timestamp delimited by size
               into ws-report-line.
           perform report-finding.

       resolve-decrypt-key-file.
           if audit-key-id(1:4) not = 'KEY.'
               and audit-key-id(1:4) not = 'key.'
               exit paragraph
           end-if.
           move spaces to ws-kp-part1 ws-kp-part2 ws-kp-part3
               ws-kp-part4.
           unstring audit-key-id delimited by '.' or space
               into ws-kp-part1 ws-kp-part2 ws-kp-part3 ws-kp-part4.
           if audit-key-id(1:4) = 'KEY.'
               if ws-kp-part4 = spaces
                   move ws-kp-part2 to ws-run-gen-date
               else
                   move ws-kp-part2 to ws-run-pool
                   move ws-kp-part3 to ws-run-gen-date
               end-if
           else
               set ws-run-on-live-key to true
               move audit-timestamp(1:8) to ws-run-gen-date
               if ws-kp-part3 not = spaces
                   move ws-kp-part2 to ws-run-pool
               end-if
           end-if.

      * a successful export with its countersigner, counted against
      * the pair in the direction it ran.
       note-countersign.
           move audit-key-id to xaud-key-id.
           if xaud-cosigner = spaces
               exit paragraph
           end-if.
           if audit-operator < xaud-cosigner
               move audit-operator to ws-pair-low
               move xaud-cosigner to ws-pair-high
           else
               move xaud-cosigner to ws-pair-low
               move audit-operator to ws-pair-high
           end-if.
           move zero to ws-pair-cur.
           perform varying ws-pair-ctr from 1 by 1
                   until ws-pair-ctr > ws-pair-count
                   or ws-pair-cur > zero
               if ws-pair-op-low(ws-pair-ctr) = ws-pair-low
                   and ws-pair-op-high(ws-pair-ctr) = ws-pair-high
                   move ws-pair-ctr to ws-pair-cur
               end-if
           end-perform.
           if ws-pair-cur = zero
               if ws-pair-count >= 100
                   set ws-table-full to true
                   exit paragraph
               end-if
               add 1 to ws-pair-count
               move ws-pair-count to ws-pair-cur
               move ws-pair-low to ws-pair-op-low(ws-pair-cur)
               move ws-pair-high to ws-pair-op-high(ws-pair-cur)
               move zero to ws-pair-low-exports(ws-pair-cur)
               move zero to ws-pair-high-exports(ws-pair-cur)
           end-if.
           if audit-operator = ws-pair-low
               add 1 to ws-pair-low-exports(ws-pair-cur)
           else
               add 1 to ws-pair-high-exports(ws-pair-cur)
           end-if.

      * a pair is reported when each has countersigned the other and
      * the two directions together reach the limit.
       report-countersign-pairs.
           perform varying ws-pair-ctr from 1 by 1
                   until ws-pair-ctr > ws-pair-count
               compute ws-pair-total =
                   ws-pair-low-exports(ws-pair-ctr)
                   + ws-pair-high-exports(ws-pair-ctr)
               if ws-pair-low-exports(ws-pair-ctr) > zero
                   and ws-pair-high-exports(ws-pair-ctr) > zero
                   and ws-pair-total >= ws-cosign-limit
                   add 1 to ws-cosign-findings
                   move spaces to ws-report-line
                   string '  OPERATORS ' delimited by size
                       ws-pair-op-low(ws-pair-ctr) delimited by size
                       ' AND ' delimited by size
                       ws-pair-op-high(ws-pair-ctr) delimited by size
                       ' COUNTERSIGNED EACH OTHER ' delimited by size
                       ws-pair-total delimited by size
                       ' TIMES (' delimited by size
                       ws-pair-low-exports(ws-pair-ctr)
                           delimited by size
                       ' / ' delimited by size
                       ws-pair-high-exports(ws-pair-ctr)
                           delimited by size
                       ' EXPORTS EACH WAY)' delimited by size
                       into ws-report-line
                   perform report-finding
               end-if
           end-perform.

      * an active operator whose latest trail or ledger entry is older
      * than the horizon, or who has none at all.
       report-inactive-operators.
           perform varying ws-roster-ctr from 1 by 1
                   until ws-roster-ctr > ws-roster-count
               if ws-ros-status(ws-roster-ctr) = 'A'
                   and ws-ros-last-active(ws-roster-ctr)
                       < ws-inactive-cutoff
                   add 1 to ws-inactive-findings
                   move spaces to ws-report-line
                   if ws-ros-last-active(ws-roster-ctr) = spaces
                       string '  OPERATOR ' delimited by size
                           ws-ros-operator(ws-roster-ctr)
                               delimited by size
                           ' LEVEL ' delimited by size
                           ws-ros-level(ws-roster-ctr)
                               delimited by size
                           ' NO ACTIVITY ON RECORD'
                               delimited by size
                           ' - CANDIDATE FOR SUSPENSION'
                               delimited by size
                           into ws-report-line
                   else
                       string '  OPERATOR ' delimited by size
                           ws-ros-operator(ws-roster-ctr)
                               delimited by size
                           ' LEVEL ' delimited by size
                           ws-ros-level(ws-roster-ctr)
                               delimited by size
                           ' LAST ACTIVE ' delimited by size
                           ws-ros-last-active(ws-roster-ctr)
                               delimited by size
                           ' - CANDIDATE FOR SUSPENSION'
                               delimited by size
                           into ws-report-line
                   end-if
                   perform report-finding
               end-if
           end-perform.

      * the counts and a signature block, so the printed report is
      * the officer's record that the review was done and read.
       print-sign-off.
           move spaces to report-rec.
           perform write-report-line.
           move spaces to report-rec.
           string 'AUDIT RECORDS REVIEWED: ' delimited by size
               ws-runs-reviewed delimited by size
               into report-rec.
           perform write-report-line.
           move spaces to report-rec.
           string 'FINDINGS: ' delimited by size
               ws-finding-count delimited by size
               ' (OPERATORS ' delimited by size
               ws-operator-findings delimited by size
               ', SEPARATION ' delimited by size
               ws-separation-findings delimited by size
               ', COUNTERSIGN ' delimited by size
               ws-cosign-findings delimited by size
               ', INACTIVE ' delimited by size
               ws-inactive-findings delimited by size
               ')' delimited by size
               into report-rec.
           perform write-report-line.
           move spaces to report-rec.
           perform write-report-line.
           move 'REVIEWED BY (SECURITY OFFICER): ____________________'
               to report-rec.
           perform write-report-line.
           move 'SIGNATURE: ______________________  DATE: __________'
               to report-rec.
           perform write-report-line.

       report-finding.
           add 1 to ws-finding-count.
           perform write-report-line-from-work.

       write-report-line-from-work.
           move ws-report-line to report-rec.
           perform write-report-line.

       write-report-line.
           write report-rec.
           if ws-report-status not = '00'
               display 'UNABLE TO WRITE REVIEW REPORT - '
                   'REVIEW REJECTED'
               set ws-error-found to true
           end-if.

       end program otpsrev.
