       identification division.
       program-id. otpfeed.

      * security event feed extract, for the corporate monitoring
      * system. the suite's security events are spread over the
      * audit trail, the inbound traffic register, five reports and
      * the console - nobody outside the desk watches any of them,
      * and nobody on the desk watches all of them. this scheduled
      * step gathers what has happened since its last run into one
      * fixed-layout, '|'-delimited feed file (layout in feedrec):
      *
      *   REJECTED-RUN     any audit record with a failure result,
      *                    and any console line saying REJECTED
      *   ROSTER-CHANGE    otpsec roster maintenance
      *   KEY-EXPORT       otpexp key packages walked out
      *   KEY-IMPORT       otpimp key archives laid down
      *   QUARANTINE       otpquar runs, the range each one fenced
      *                    off and every message it found exposed
      *   CHECKSUM-FAIL    inbound traffic otpdec could not verify
      *   POOL-ACCEPT-FAIL keychk findings against a fresh pool
      *   FRAME-MISMATCH   otpunp package verification mismatches
      *   RECON-BREAK      otprecon exceptions, and otpxrec's
      *                    cross-site findings - a collision on pad
      *                    both sites keyed on as CRITICAL
      *
      * a high-water mark (OTP-FEED-MARK) keeps each run to what is
      * new. the audit trail and the inbound register are marked by
      * the latest timestamp sent; the reports, which their programs
      * rewrite whole on every run, by the date and time each was
      * last written, so a report is sent once per run that wrote
      * it; the console log (OTP-CONSOLE-LOG, the scheduler's
      * captured job output) by the number of lines already read. the
      * mark only moves once the feed file is safely written and
      * closed - a run that fails deletes its partial feed and leaves
      * the mark where it was, so the next run sends the same events
      * once, never twice and never not at all.

       environment division.
       input-output section.
       file-control.
           select audit-file assign dynamic ws-audit-path
               organization line sequential
               file status is ws-audit-status.

           select inbound-file assign dynamic ws-inbound-path
               organization indexed
               access dynamic
               record key inbd-key
               file status is ws-inbound-status.

      * each of the five reports in turn, under its own path.
           select report-file assign dynamic ws-report-path
               organization line sequential
               file status is ws-report-status.

           select console-file assign dynamic ws-console-path
               organization line sequential
               file status is ws-console-status.

           select feed-file assign dynamic ws-feed-path
               organization line sequential
               file status is ws-feed-status.

           select mark-file assign dynamic ws-mark-path
               organization line sequential
               file status is ws-mark-status.

       data division.
       file section.
       fd audit-file.
           copy auditrec.

       fd inbound-file.
           copy inbdrec.

       fd report-file.
       01 report-rec pic x(100).

       fd console-file.
       01 console-rec pic x(132).

       fd feed-file.
       01 feed-rec pic x(176).

      * one record, rewritten whole at the end of every clean run.
      * the report stamps are yyyymmddhhmmsshh, the moment the
      * report was last written; spaces means never sent.
       fd mark-file.
       01 mark-rec.
           05 mark-audit-ts pic x(26).
           05 mark-inbound-ts pic x(26).
           05 mark-keychk-stamp pic x(16).
           05 mark-quar-stamp pic x(16).
           05 mark-unp-stamp pic x(16).
           05 mark-recon-stamp pic x(16).
           05 mark-console-lines pic 9(07).
           05 mark-xrec-stamp pic x(16).

       working-storage section.
       01 ws-audit-path pic x(40) value 'otpaudit.txt'.
       01 ws-inbound-path pic x(40) value 'otpinbd.txt'.
       01 ws-report-path pic x(40).
       01 ws-keychk-path pic x(40) value 'keychk.rpt'.
       01 ws-quar-path pic x(40) value 'otpquar.rpt'.
       01 ws-unp-path pic x(40) value 'otpunp.rpt'.
       01 ws-recon-path pic x(40) value 'otprecon.rpt'.
       01 ws-xrec-path pic x(40) value 'otpxrec.rpt'.
       01 ws-console-path pic x(40) value 'otpcons.log'.
       01 ws-feed-path pic x(40) value 'otpfeed.txt'.
       01 ws-mark-path pic x(40) value 'otpfeed.mrk'.

       01 ws-audit-status pic x(2).
       01 ws-inbound-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-console-status pic x(2).
       01 ws-feed-status pic x(2).
       01 ws-mark-status pic x(2).

       01 ws-error-flag pic x(1) value 'N'.
           88 ws-error-found value 'Y'.

           copy feedrec.
           copy expaudid.

      * the mark as the last run left it, and as this run will leave
      * it.
       01 ws-old-mark.
           05 ws-old-audit-ts pic x(26) value spaces.
           05 ws-old-inbound-ts pic x(26) value spaces.
           05 ws-old-keychk-stamp pic x(16) value spaces.
           05 ws-old-quar-stamp pic x(16) value spaces.
           05 ws-old-unp-stamp pic x(16) value spaces.
           05 ws-old-recon-stamp pic x(16) value spaces.
           05 ws-old-console-lines pic 9(07) value zero.
           05 ws-old-xrec-stamp pic x(16) value spaces.
       01 ws-new-mark.
           05 ws-new-audit-ts pic x(26).
           05 ws-new-inbound-ts pic x(26).
           05 ws-new-keychk-stamp pic x(16).
           05 ws-new-quar-stamp pic x(16).
           05 ws-new-unp-stamp pic x(16).
           05 ws-new-recon-stamp pic x(16).
           05 ws-new-console-lines pic 9(07).
           05 ws-new-xrec-stamp pic x(16).

      * what CBL_CHECK_FILE_EXIST hands back about a file, and the
      * last-written moment built from it - once as the mark stamp,
      * once as an event timestamp in the suite's own format.
       01 ws-file-info.
           05 ws-file-size pic x(8) comp-x.
           05 ws-file-day pic x(1) comp-x.
           05 ws-file-month pic x(1) comp-x.
           05 ws-file-year pic x(2) comp-x.
           05 ws-file-hour pic x(1) comp-x.
           05 ws-file-minute pic x(1) comp-x.
           05 ws-file-second pic x(1) comp-x.
           05 ws-file-hundredth pic x(1) comp-x.
       01 ws-file-stamp.
           05 ws-stamp-date.
               10 ws-stamp-year pic 9(04).
               10 ws-stamp-month pic 9(02).
               10 ws-stamp-day pic 9(02).
           05 ws-stamp-time.
               10 ws-stamp-hour pic 9(02).
               10 ws-stamp-minute pic 9(02).
               10 ws-stamp-second pic 9(02).
               10 ws-stamp-hundredth pic 9(02).
       01 ws-file-present-flag pic x(1).
           88 ws-file-present value 'Y'.
       01 ws-file-ts pic x(26).

       01 ws-event-count pic 9(07) value zero.
       01 ws-line-ctr pic 9(07).
       01 ws-line-total pic 9(07).
       01 ws-lines-to-skip pic 9(07).
       01 ws-rejected-tally pic 9(03).

      * fields lifted off a report's header line and carried onto
      * every event the report yields.
       01 ws-hdr-gen-date pic x(08).
       01 ws-hdr-pool pic x(04).
       01 ws-hdr-from pic x(05).
       01 ws-hdr-to pic x(05).

      * a key file name taken apart: key.txt, key.SITA.txt,
      * KEY.yyyymmdd.TXT or KEY.SITA.yyyymmdd.TXT.
       01 ws-kp-path pic x(40).
       01 ws-kp-part1 pic x(08).
       01 ws-kp-part2 pic x(08).
       01 ws-kp-part3 pic x(08).
       01 ws-kp-part4 pic x(08).

       procedure division.
           accept ws-inbound-path from environment 'OTP-INBOUND-FILE'.
           if ws-inbound-path = spaces
               move 'otpinbd.txt' to ws-inbound-path
           end-if.

           accept ws-keychk-path from environment 'OTP-KEYCHK-REPORT'.
           if ws-keychk-path = spaces
               move 'keychk.rpt' to ws-keychk-path
           end-if.

           accept ws-quar-path from environment 'OTP-QUAR-REPORT'.
           if ws-quar-path = spaces
               move 'otpquar.rpt' to ws-quar-path
           end-if.

           accept ws-unp-path from environment 'OTP-UNP-REPORT'.
           if ws-unp-path = spaces
               move 'otpunp.rpt' to ws-unp-path
           end-if.

           accept ws-recon-path from environment 'OTP-RECON-REPORT'.
           if ws-recon-path = spaces
               move 'otprecon.rpt' to ws-recon-path
           end-if.

           accept ws-xrec-path from environment 'OTP-XREC-REPORT'.
           if ws-xrec-path = spaces
               move 'otpxrec.rpt' to ws-xrec-path
           end-if.

           accept ws-console-path from environment 'OTP-CONSOLE-LOG'.
           if ws-console-path = spaces
               move 'otpcons.log' to ws-console-path
           end-if.

           accept ws-feed-path from environment 'OTP-FEED-FILE'.
           if ws-feed-path = spaces
               move 'otpfeed.txt' to ws-feed-path
           end-if.

           accept ws-mark-path from environment 'OTP-FEED-MARK'.
           if ws-mark-path = spaces
               move 'otpfeed.mrk' to ws-mark-path
           end-if.

           perform load-high-water-mark.
           if ws-error-found
               move 12 to return-code
               goback
           end-if.
           move ws-old-mark to ws-new-mark.

           open output feed-file.
           if ws-feed-status not = '00'
               display 'UNABLE TO OPEN SECURITY EVENT FEED - '
                   'EXTRACT REJECTED'
               move 12 to return-code
               goback
           end-if.

           perform extract-audit-events.
           if not ws-error-found
               perform extract-inbound-events
           end-if.
           if not ws-error-found
               perform extract-keychk-events
           end-if.
           if not ws-error-found
               perform extract-quarantine-events
           end-if.
           if not ws-error-found
               perform extract-unpack-events
           end-if.
           if not ws-error-found
               perform extract-recon-events
           end-if.
           if not ws-error-found
               perform extract-xrec-events
           end-if.
           if not ws-error-found
               perform extract-console-events
           end-if.
           close feed-file.

           if not ws-error-found
               perform save-high-water-mark
           end-if.

      * a feed the mark does not account for must not reach the
      * collector: it would be sent again on the next run.
           if ws-error-found
               call 'CBL_DELETE_FILE' using ws-feed-path
               display 'SECURITY EVENT FEED NOT PRODUCED - '
                   'HIGH-WATER MARK LEFT UNCHANGED'
               move 12 to return-code
           else
               display 'SECURITY EVENT FEED: ' ws-event-count
                   ' EVENT(S) EXTRACTED TO ' ws-feed-path
               move zero to return-code
           end-if.
           goback.

      * no mark file yet is the first run - everything on hand is
      * new. any other open failure stops the run rather than
      * guessing what has already been sent.
       load-high-water-mark.
           open input mark-file.
           if ws-mark-status = '35'
               exit paragraph
           end-if.
           if ws-mark-status not = '00'
               display 'HIGH-WATER MARK COULD NOT BE OPENED - '
                   'EXTRACT REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           read mark-file
               at end
                   move '10' to ws-mark-status
           end-read.
           if ws-mark-status = '00'
               move mark-audit-ts to ws-old-audit-ts
               move mark-inbound-ts to ws-old-inbound-ts
               move mark-keychk-stamp to ws-old-keychk-stamp
               move mark-quar-stamp to ws-old-quar-stamp
               move mark-unp-stamp to ws-old-unp-stamp
               move mark-recon-stamp to ws-old-recon-stamp
               if mark-console-lines is numeric
                   move mark-console-lines to ws-old-console-lines
               end-if
               move mark-xrec-stamp to ws-old-xrec-stamp
           end-if.
           close mark-file.

       save-high-water-mark.
           open output mark-file.
           if ws-mark-status not = '00'
               display 'UNABLE TO WRITE HIGH-WATER MARK - '
                   'EXTRACT REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           move ws-new-audit-ts to mark-audit-ts.
           move ws-new-inbound-ts to mark-inbound-ts.
           move ws-new-keychk-stamp to mark-keychk-stamp.
           move ws-new-quar-stamp to mark-quar-stamp.
           move ws-new-unp-stamp to mark-unp-stamp.
           move ws-new-recon-stamp to mark-recon-stamp.
           move ws-new-console-lines to mark-console-lines.
           move ws-new-xrec-stamp to mark-xrec-stamp.
           write mark-rec.
           if ws-mark-status not = '00'
               display 'UNABLE TO WRITE HIGH-WATER MARK - '
                   'EXTRACT REJECTED'
               set ws-error-found to true
           end-if.
           close mark-file.

      * every audit record stamped after the mark. a failed run of
      * any kind is a rejected run; of the successful ones only the
      * modes that touch the roster or the key material are events.
       extract-audit-events.
           open input audit-file.
           if ws-audit-status = '35'
               exit paragraph
           end-if.
           if ws-audit-status not = '00'
               display 'AUDIT TRAIL COULD NOT BE OPENED - '
                   'EXTRACT REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform until ws-audit-status not = '00'
                   or ws-error-found
               read audit-file
                   at end
                       move '10' to ws-audit-status
               end-read
               if ws-audit-status = '00'
                   if audit-timestamp > ws-old-audit-ts
                       perform feed-one-audit-record
                       if audit-timestamp > ws-new-audit-ts
                           move audit-timestamp to ws-new-audit-ts
                       end-if
                   end-if
               end-if
           end-perform.
           close audit-file.

       feed-one-audit-record.
           perform clear-feed-line.
           move audit-timestamp to feed-timestamp.
           move audit-operator to feed-operator.
           if audit-mode = 'X'
               move audit-key-id to xaud-key-id
               move xaud-pool to feed-pool
               move xaud-gen-date to feed-gen-date
           end-if.
           if audit-mode = 'I'
               move audit-key-id to ws-kp-path
               perform split-key-path
           end-if.

           if audit-result-failure
               move 'REJECTED-RUN' to feed-event-type
               move 'WARNING' to feed-severity
               string 'RUN MODE ' delimited by size
                   audit-mode delimited by size
                   ' FAILED: ' delimited by size
                   audit-key-id delimited by size
                   into feed-detail
               perform write-feed-event
               exit paragraph
           end-if.

           evaluate audit-mode
               when 'M'
                   move 'ROSTER-CHANGE' to feed-event-type
                   move 'NOTICE' to feed-severity
                   string 'OPERATOR ROSTER MAINTAINED: '
                       delimited by size
                       audit-key-id delimited by size
                       into feed-detail
               when 'X'
                   move 'KEY-EXPORT' to feed-event-type
                   move 'HIGH' to feed-severity
                   string 'KEY PACKAGE ' delimited by size
                       xaud-transfer-path delimited by space
                       ' EXPORTED, COUNTERSIGNED BY '
                       delimited by size
                       xaud-cosigner delimited by size
                       into feed-detail
               when 'I'
                   move 'KEY-IMPORT' to feed-event-type
                   move 'HIGH' to feed-severity
                   string 'KEY ARCHIVE ' delimited by size
                       audit-key-id delimited by space
                       ' LAID DOWN FROM IMPORTED PACKAGE'
                       delimited by size
                       into feed-detail
               when 'Q'
                   move 'QUARANTINE' to feed-event-type
                   move 'CRITICAL' to feed-severity
                   string 'QUARANTINE RUN AGAINST ' delimited by size
                       audit-key-id delimited by space
                       into feed-detail
               when other
                   exit paragraph
           end-evaluate.
           perform write-feed-event.

      * the generation, and the site pool when there is one, out of
      * a dated archive name. a live key file names only the pool.
       split-key-path.
           move spaces to ws-kp-part1 ws-kp-part2 ws-kp-part3
               ws-kp-part4.
           unstring ws-kp-path delimited by '.' or space
               into ws-kp-part1 ws-kp-part2 ws-kp-part3 ws-kp-part4.
           if ws-kp-part1 = 'KEY'
               if ws-kp-part4 = spaces
                   move ws-kp-part2 to feed-gen-date
               else
                   move ws-kp-part2 to feed-pool
                   move ws-kp-part3 to feed-gen-date
               end-if
           else
               if ws-kp-part3 not = spaces
                   move ws-kp-part2 to feed-pool
               end-if
           end-if.

      * inbound traffic whose recovered plaintext failed its
      * checksum since the mark. the register keeps one entry per
      * message and a resend that verifies clears the failure, so
      * only entries still failed are sent - the failure is still
      * open.
       extract-inbound-events.
           open input inbound-file.
           if ws-inbound-status = '35'
               exit paragraph
           end-if.
           if ws-inbound-status not = '00'
               display 'INBOUND REGISTER COULD NOT BE OPENED - '
                   'EXTRACT REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform until ws-inbound-status not = '00'
                   or ws-error-found
               read inbound-file next
                   at end
                       move '10' to ws-inbound-status
               end-read
               if ws-inbound-status = '00'
                   if inbd-checksum-failed
                       and inbd-status-ts > ws-old-inbound-ts
                       perform feed-one-inbound-failure
                   end-if
               end-if
           end-perform.
           close inbound-file.

       feed-one-inbound-failure.
           perform clear-feed-line.
           move inbd-status-ts to feed-timestamp.
           move 'CHECKSUM-FAIL' to feed-event-type.
           move 'HIGH' to feed-severity.
           move inbd-site to feed-pool.
           move inbd-gen-date to feed-gen-date.
           string 'INBOUND SEQ ' delimited by size
               inbd-queue-seq delimited by size
               ' FROM ' delimited by size
               inbd-site delimited by size
               ' FAILED ITS CHECKSUM ON DECRYPT' delimited by size
               into feed-detail.
           perform write-feed-event.
           if inbd-status-ts > ws-new-inbound-ts
               move inbd-status-ts to ws-new-inbound-ts
           end-if.

      * keychk: the header carries the generation date, and every
      * line between it and the FINDINGS total is one finding.
       extract-keychk-events.
           move ws-keychk-path to ws-report-path.
           perform stamp-report-file.
           if not ws-file-present
               or ws-file-stamp = ws-old-keychk-stamp
               exit paragraph
           end-if.
           perform open-report-file.
           if ws-error-found
               exit paragraph
           end-if.
           move spaces to ws-hdr-gen-date.
           move zero to ws-line-ctr.
           perform until ws-report-status not = '00'
                   or ws-error-found
               read report-file
                   at end
                       move '10' to ws-report-status
               end-read
               if ws-report-status = '00'
                   add 1 to ws-line-ctr
                   if ws-line-ctr = 1
                       move report-rec(25:8) to ws-hdr-gen-date
                   else
                       if report-rec(1:10) not = 'FINDINGS: '
                           perform feed-one-keychk-finding
                       end-if
                   end-if
               end-if
           end-perform.
           close report-file.
           move ws-file-stamp to ws-new-keychk-stamp.

       feed-one-keychk-finding.
           perform clear-feed-line.
           move ws-file-ts to feed-timestamp.
           move 'POOL-ACCEPT-FAIL' to feed-event-type.
           move 'HIGH' to feed-severity.
           move ws-hdr-gen-date to feed-gen-date.
           if report-rec(1:5) = 'POOL '
               move spaces to ws-kp-path
               unstring report-rec(6:95) delimited by space
                   into ws-kp-path
               perform split-key-path
           end-if.
           move report-rec to feed-detail.
           perform write-feed-event.

      * otpquar: the header names the generation, pool and range;
      * the line stamping the quarantine carries its own timestamp,
      * and each AFFECTED line is a message the exposure reached.
       extract-quarantine-events.
           move ws-quar-path to ws-report-path.
           perform stamp-report-file.
           if not ws-file-present
               or ws-file-stamp = ws-old-quar-stamp
               exit paragraph
           end-if.
           perform open-report-file.
           if ws-error-found
               exit paragraph
           end-if.
           move spaces to ws-hdr-gen-date ws-hdr-pool ws-hdr-from
               ws-hdr-to.
           move zero to ws-line-ctr.
           perform until ws-report-status not = '00'
                   or ws-error-found
               read report-file
                   at end
                       move '10' to ws-report-status
               end-read
               if ws-report-status = '00'
                   add 1 to ws-line-ctr
                   if ws-line-ctr = 1
      *                'COMPROMISE ASSESSMENT: GENERATION gggggggg POOL
      *                pppp RECORDS fffff THRU ttttt'
                       move report-rec(35:8) to ws-hdr-gen-date
                       move report-rec(49:4) to ws-hdr-pool
                       move report-rec(62:5) to ws-hdr-from
                       move report-rec(73:5) to ws-hdr-to
                   else
                       perform feed-one-quarantine-line
                   end-if
               end-if
           end-perform.
           close report-file.
           move ws-file-stamp to ws-new-quar-stamp.

       feed-one-quarantine-line.
           perform clear-feed-line.
           move 'QUARANTINE' to feed-event-type.
           move 'CRITICAL' to feed-severity.
           move ws-hdr-pool to feed-pool.
           move ws-hdr-gen-date to feed-gen-date.
           if report-rec(1:45) =
                   'RANGE QUARANTINED UNDER OPERATOR QUARANTN AT '
               move report-rec(46:26) to feed-timestamp
               move 'QUARANTN' to feed-operator
               string 'KEY RECORDS ' delimited by size
                   ws-hdr-from delimited by size
                   ' THRU ' delimited by size
                   ws-hdr-to delimited by size
                   ' QUARANTINED' delimited by size
                   into feed-detail
               perform write-feed-event
               exit paragraph
           end-if.
           if report-rec(1:10) = 'AFFECTED: '
               move ws-file-ts to feed-timestamp
               move report-rec to feed-detail
               perform write-feed-event
           end-if.

      * otpunp: every line between the header and the MISMATCHES
      * total is one mismatch.
       extract-unpack-events.
           move ws-unp-path to ws-report-path.
           perform stamp-report-file.
           if not ws-file-present
               or ws-file-stamp = ws-old-unp-stamp
               exit paragraph
           end-if.
           perform open-report-file.
           if ws-error-found
               exit paragraph
           end-if.
           move zero to ws-line-ctr.
           perform until ws-report-status not = '00'
                   or ws-error-found
               read report-file
                   at end
                       move '10' to ws-report-status
               end-read
               if ws-report-status = '00'
                   add 1 to ws-line-ctr
                   if ws-line-ctr > 1
                       and report-rec(1:12) not = 'MISMATCHES: '
                       perform clear-feed-line
                       move ws-file-ts to feed-timestamp
                       move 'FRAME-MISMATCH' to feed-event-type
                       move 'HIGH' to feed-severity
                       move report-rec to feed-detail
                       perform write-feed-event
                   end-if
               end-if
           end-perform.
           close report-file.
           move ws-file-stamp to ws-new-unp-stamp.

      * otprecon: the header carries the key generation, and every
      * line between it and the two closing totals is one exception.
       extract-recon-events.
           move ws-recon-path to ws-report-path.
           perform stamp-report-file.
           if not ws-file-present
               or ws-file-stamp = ws-old-recon-stamp
               exit paragraph
           end-if.
           perform open-report-file.
           if ws-error-found
               exit paragraph
           end-if.
           move spaces to ws-hdr-gen-date.
           move zero to ws-line-ctr.
           perform until ws-report-status not = '00'
                   or ws-error-found
               read report-file
                   at end
                       move '10' to ws-report-status
               end-read
               if ws-report-status = '00'
                   add 1 to ws-line-ctr
                   if ws-line-ctr = 1
      *                'RECONCILIATION FOR yyyymmdd KEY GENERATION
      *                gggggggg'
                       move report-rec(44:8) to ws-hdr-gen-date
                   else
                       if report-rec(1:27) not =
                               'CIPHER RECORDS RECONCILED: '
                           and report-rec(1:18) not =
                               'EXCEPTIONS FOUND: '
                           perform clear-feed-line
                           move ws-file-ts to feed-timestamp
                           move 'RECON-BREAK' to feed-event-type
                           move 'HIGH' to feed-severity
                           move ws-hdr-gen-date to feed-gen-date
                           move report-rec to feed-detail
                           perform write-feed-event
                       end-if
                   end-if
               end-if
           end-perform.
           close report-file.
           move ws-file-stamp to ws-new-recon-stamp.

      * otpxrec: the second line carries the generation and pool
      * compared, and every line after it but the two closing totals
      * is one cross-site finding.
       extract-xrec-events.
           move ws-xrec-path to ws-report-path.
           perform stamp-report-file.
           if not ws-file-present
               or ws-file-stamp = ws-old-xrec-stamp
               exit paragraph
           end-if.
           perform open-report-file.
           if ws-error-found
               exit paragraph
           end-if.
           move spaces to ws-hdr-gen-date ws-hdr-pool.
           move zero to ws-line-ctr.
           perform until ws-report-status not = '00'
                   or ws-error-found
               read report-file
                   at end
                       move '10' to ws-report-status
               end-read
               if ws-report-status = '00'
                   add 1 to ws-line-ctr
                   if ws-line-ctr = 2
                       and report-rec(1:11) = 'GENERATION '
      *                'GENERATION gggggggg POOL pppp  COUNTERPART ...'
                       move report-rec(12:8) to ws-hdr-gen-date
                       move report-rec(26:4) to ws-hdr-pool
                   else
                       if ws-line-ctr > 1
                           and report-rec(1:12) not = 'COLLISIONS: '
                           and report-rec(1:18) not =
                               'EXCEPTIONS FOUND: '
                           perform feed-one-xrec-line
                       end-if
                   end-if
               end-if
           end-perform.
           close report-file.
           move ws-file-stamp to ws-new-xrec-stamp.

       feed-one-xrec-line.
           perform clear-feed-line.
           move ws-file-ts to feed-timestamp.
           move 'RECON-BREAK' to feed-event-type.
           if report-rec(1:11) = 'COLLISION: '
               move 'CRITICAL' to feed-severity
           else
               move 'HIGH' to feed-severity
           end-if.
           move ws-hdr-pool to feed-pool.
           move ws-hdr-gen-date to feed-gen-date.
           move report-rec to feed-detail.
           perform write-feed-event.

      * the console log only ever grows, so the mark is a line
      * count. a log shorter than the mark has been rolled over by
      * the scheduler and is read from the top.
       extract-console-events.
           open input console-file.
           if ws-console-status = '35'
               exit paragraph
           end-if.
           if ws-console-status not = '00'
               display 'CONSOLE LOG COULD NOT BE OPENED - '
                   'EXTRACT REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           move zero to ws-line-total.
           perform until ws-console-status not = '00'
               read console-file
                   at end
                       move '10' to ws-console-status
               end-read
               if ws-console-status = '00'
                   add 1 to ws-line-total
               end-if
           end-perform.
           close console-file.

           if ws-line-total < ws-old-console-lines
               move zero to ws-lines-to-skip
           else
               move ws-old-console-lines to ws-lines-to-skip
           end-if.
           move ws-line-total to ws-new-console-lines.
           if ws-line-total = ws-lines-to-skip
               exit paragraph
           end-if.

           move ws-console-path to ws-report-path.
           perform stamp-report-file.
           open input console-file.
           move zero to ws-line-ctr.
           perform until ws-console-status not = '00'
                   or ws-error-found
               read console-file
                   at end
                       move '10' to ws-console-status
               end-read
               if ws-console-status = '00'
                   add 1 to ws-line-ctr
                   if ws-line-ctr > ws-lines-to-skip
                       perform feed-one-console-line
                   end-if
               end-if
           end-perform.
           close console-file.

       feed-one-console-line.
           move zero to ws-rejected-tally.
           inspect console-rec tallying ws-rejected-tally
               for all 'REJECTED'.
           if ws-rejected-tally = zero
               exit paragraph
           end-if.
           perform clear-feed-line.
           move ws-file-ts to feed-timestamp.
           move 'REJECTED-RUN' to feed-event-type.
           move 'WARNING' to feed-severity.
           move console-rec to feed-detail.
           perform write-feed-event.

      * the moment a file was last written, as the mark stamp and as
      * an event timestamp. a file that is not there has nothing to
      * send.
       stamp-report-file.
           move 'N' to ws-file-present-flag.
           move spaces to ws-file-stamp ws-file-ts.
           call 'CBL_CHECK_FILE_EXIST' using ws-report-path
               ws-file-info.
           if return-code not = zero
               exit paragraph
           end-if.
           set ws-file-present to true.
           move ws-file-year to ws-stamp-year.
           move ws-file-month to ws-stamp-month.
           move ws-file-day to ws-stamp-day.
           move ws-file-hour to ws-stamp-hour.
           move ws-file-minute to ws-stamp-minute.
           move ws-file-second to ws-stamp-second.
           move ws-file-hundredth to ws-stamp-hundredth.
           string ws-stamp-date delimited by size
               '-' delimited by size
               ws-stamp-time delimited by size
               into ws-file-ts.

       open-report-file.
           open input report-file.
           if ws-report-status not = '00'
               display 'REPORT ' ws-report-path
                   ' COULD NOT BE OPENED - EXTRACT REJECTED'
               set ws-error-found to true
           end-if.

       clear-feed-line.
           move spaces to feed-timestamp feed-event-type
               feed-severity feed-operator feed-pool feed-gen-date
               feed-detail.

       write-feed-event.
           move feed-line to feed-rec.
           write feed-rec.
           if ws-feed-status not = '00'
               display 'UNABLE TO WRITE SECURITY EVENT FEED - '
                   'EXTRACT REJECTED'
               set ws-error-found to true
           end-if.
           add 1 to ws-event-count.

       end program otpfeed.
