       identification division.
       program-id. otpxrec.

      * cross-site pad usage reconciliation. otprecon proves our own
      * ledger, audit trail and cipher files agree with each other;
      * nothing proved that we and a counterpart agree on which pad
      * positions are spent. if both sides draw on the same pool, or
      * a key package is replayed, one key record ends up protecting
      * two different messages - the one failure a one-time pad does
      * not survive. the two sites swap ledger exchange files (layout
      * in ledxrec) for one generation of one pool and each runs the
      * comparison on its own side.
      *
      * OTP-XREC-FUNCTION picks the step:
      *   E  export - writes our side of the exchange for the
      *      generation OTP-XREC-GEN-DATE of pool OTP-XREC-POOL
      *      (spaces for the shared pool) to OTP-XREC-OUT: every
      *      ledger entry for the pool, and every record we hold in an
      *      archive otpimp laid down from the counterpart's package;
      *   R  reconcile - reads the counterpart's file (OTP-XREC-IN),
      *      builds our side of the same generation and pool, and
      *      reports, record number by record number:
      *        - collisions: a record both sides keyed traffic on, or
      *          one side keyed on after the other quarantined it;
      *        - never exported: a record one side holds from the
      *          other's key package that the other never keyed on -
      *          a replayed or forged package, or a lost ledger entry;
      *        - never used: a record one side keyed on that never
      *          reached the other side in a key package.
      *      any finding ends the run with return code 8. collisions
      *      also leave one ready-made quarantine range - lowest to
      *      highest colliding record - on OTP-QUAR-RANGE-FILE for
      *      otpquar to take straight off the file. whatever range an
      *      earlier reconciliation left there is removed first, so
      *      the file only ever holds this run's collisions.
      *
      * both steps only read the ledger; neither touches key bytes.

       environment division.
       input-output section.
       file-control.
           select ledger-file assign dynamic ws-ledger-path
               organization indexed
               access dynamic
               record key ledger-key
               file status is ws-ledger-status.

           select audit-file assign dynamic ws-audit-path
               organization line sequential
               file status is ws-audit-status.

      * an archive otpimp laid down from the counterpart's package.
           select key-file assign dynamic ws-key-path
               organization line sequential
               file status is ws-key-status.

           select exchange-out-file assign dynamic ws-exchange-out-path
               organization line sequential
               file status is ws-exchange-out-status.

           select exchange-in-file assign dynamic ws-exchange-in-path
               organization line sequential
               file status is ws-exchange-in-status.

           select report-file assign dynamic ws-report-path
               organization line sequential
               file status is ws-report-status.

           select range-file assign dynamic ws-range-path
               organization line sequential
               file status is ws-range-status.

      * both sides' use of each record, merged by record number.
           select work-file assign dynamic ws-work-path
               organization indexed
               access dynamic
               record key xwrk-record-num
               file status is ws-work-status.

       data division.
       file section.
       fd ledger-file.
           copy ledgrec.

       fd audit-file.
           copy auditrec.

       fd key-file.
           copy keyrec.

       fd exchange-out-file.
       01 exchange-out-rec pic x(52).

       fd exchange-in-file.
       01 exchange-in-rec pic x(52).

       fd report-file.
       01 report-rec pic x(100).

       fd range-file.
           copy quarrng.

      * use is C (keyed traffic), Q (quarantined) or spaces; recv is
      * Y when the record sits in that side's imported archive.
       fd work-file.
       01 xwrk-rec.
           05 xwrk-record-num pic 9(05).
           05 xwrk-our-use pic x(01).
           05 xwrk-our-recv pic x(01).
           05 xwrk-our-ts pic x(26).
           05 xwrk-our-op pic x(08).
           05 xwrk-their-use pic x(01).
           05 xwrk-their-recv pic x(01).
           05 xwrk-their-ts pic x(26).
           05 xwrk-their-op pic x(08).

       working-storage section.
       01 ws-ledger-path pic x(40) value 'keyledger.txt'.
       01 ws-audit-path pic x(40) value 'otpaudit.txt'.
       01 ws-key-path pic x(40).
       01 ws-exchange-out-path pic x(40) value 'otpxled.txt'.
       01 ws-exchange-in-path pic x(40) value 'otpxledin.txt'.
       01 ws-report-path pic x(40) value 'otpxrec.rpt'.
       01 ws-range-path pic x(40) value 'otpquar.rng'.
       01 ws-work-path pic x(40) value 'otpxrec.wrk'.

       01 ws-ledger-status pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-key-status pic x(2).
       01 ws-exchange-out-status pic x(2).
       01 ws-exchange-in-status pic x(2).
       01 ws-report-status pic x(2).
       01 ws-range-status pic x(2).
       01 ws-work-status pic x(2).

       01 ws-error-flag pic x(1) value 'N'.
           88 ws-error-found value 'Y'.

       01 ws-function pic x(1) value spaces.
           88 ws-function-export value 'E'.
           88 ws-function-reconcile value 'R'.

       01 ws-operator-id pic x(8) value 'UNKNOWN'.
       01 ws-xrec-gen-date pic x(8) value spaces.
       01 ws-xrec-pool pic x(4) value spaces.

       01 ws-cur-date pic 9(8).
       01 ws-cur-time pic 9(8).
       01 ws-timestamp-disp pic x(26) value spaces.

       01 ws-report-line pic x(100).
       01 ws-pad-record pic x(50) value all '*'.

           copy ledxrec.

      * our side's entries go straight onto the exchange file when
      * exporting, into the work file when reconciling.
       01 ws-entry-side pic x(1).
           88 ws-entry-ours value 'O'.
           88 ws-entry-theirs value 'T'.
       01 ws-entry-tag pic x(1).
       01 ws-entry-num pic 9(05).
       01 ws-entry-ts pic x(26).
       01 ws-entry-op pic x(8).
       01 ws-entry-count pic 9(05) value zero.

       01 ws-archive-imported-flag pic x(1).
           88 ws-archive-imported value 'Y'.
       01 ws-archive-ctr pic 9(05).
       01 ws-work-file-open-flag pic x(1) value 'N'.
           88 ws-work-file-open value 'Y'.

       01 ws-their-entry-count pic 9(05) value zero.
       01 ws-their-trailer-flag pic x(1) value 'N'.
           88 ws-their-trailer-seen value 'Y'.

       01 ws-exception-count pic 9(05) value zero.
       01 ws-collision-count pic 9(05) value zero.
       01 ws-unexported-count pic 9(05) value zero.
       01 ws-unused-count pic 9(05) value zero.
       01 ws-range-from pic 9(05) value zero.
       01 ws-range-to pic 9(05) value zero.

       procedure division.
           accept ws-operator-id from environment 'OTP-OPERATOR-ID'.
           if ws-operator-id = space
               move 'UNKNOWN' to ws-operator-id
           end-if.

           accept ws-function from environment 'OTP-XREC-FUNCTION'.
           if not ws-function-export and not ws-function-reconcile
               display 'OTP-XREC-FUNCTION MUST BE E (EXPORT) OR R '
                   '(RECONCILE) - RUN REJECTED'
               move 12 to return-code
               goback
           end-if.

           accept ws-xrec-gen-date from environment
               'OTP-XREC-GEN-DATE'.
           accept ws-xrec-pool from environment 'OTP-XREC-POOL'.

           accept ws-exchange-out-path from environment 'OTP-XREC-OUT'.
           if ws-exchange-out-path = spaces
               move 'otpxled.txt' to ws-exchange-out-path
           end-if.

           accept ws-exchange-in-path from environment 'OTP-XREC-IN'.
           if ws-exchange-in-path = spaces
               move 'otpxledin.txt' to ws-exchange-in-path
           end-if.

           accept ws-report-path from environment 'OTP-XREC-REPORT'.
           if ws-report-path = spaces
               move 'otpxrec.rpt' to ws-report-path
           end-if.

           accept ws-range-path from environment
               'OTP-QUAR-RANGE-FILE'.
           if ws-range-path = spaces
               move 'otpquar.rng' to ws-range-path
           end-if.

           if ws-function-export
               perform export-our-side
           else
               perform reconcile-both-sides
           end-if.
           goback.

       export-our-side.
           if ws-xrec-gen-date = spaces
               display 'GENERATION DATE REQUIRED (OTP-XREC-GEN-DATE)'
                   ' - EXPORT REJECTED'
               move 12 to return-code
               exit paragraph
           end-if.

           open output exchange-out-file.
           if ws-exchange-out-status not = '00'
               display 'UNABLE TO OPEN LEDGER EXCHANGE FILE - '
                   'EXPORT REJECTED'
               move 12 to return-code
               exit paragraph
           end-if.

           perform stamp-timestamp.
           move spaces to ledx-rec.
           move 'H' to ledx-tag.
           move ws-xrec-gen-date to ledx-gen-date.
           move ws-xrec-pool to ledx-pool.
           move zero to ledx-record-num.
           move ws-timestamp-disp to ledx-used-ts.
           move ws-operator-id to ledx-operator.
           perform write-exchange-record.

           set ws-entry-ours to true.
           if not ws-error-found
               perform collect-ledger-entries
           end-if.
           if not ws-error-found
               perform collect-received-records
           end-if.

           if not ws-error-found
               move spaces to ledx-rec
               move 'T' to ledx-tag
               move ws-xrec-gen-date to ledx-gen-date
               move ws-xrec-pool to ledx-pool
               move ws-entry-count to ledx-record-num
               perform write-exchange-record
           end-if.
           close exchange-out-file.

      *    a file that does not carry every entry must not go to the
      *    counterpart looking complete.
           if ws-error-found
               call 'CBL_DELETE_FILE' using ws-exchange-out-path
               move 12 to return-code
           else
               display 'LEDGER EXCHANGE WRITTEN: ' ws-entry-count
                   ' ENTRIES FOR GENERATION ' ws-xrec-gen-date
                   ' POOL ' ws-xrec-pool ' TO ' ws-exchange-out-path
           end-if.

       write-exchange-record.
           write exchange-out-rec from ledx-rec.
           if ws-exchange-out-status not = '00'
               display 'UNABLE TO WRITE LEDGER EXCHANGE FILE - '
                   'EXPORT REJECTED'
               set ws-error-found to true
           end-if.


      * every ledger entry for the generation and pool, in record
      * order. a QUARANTN entry is the record taken out of service,
      * not traffic keyed on it. no ledger at all is a site that has
      * never keyed anything.
       collect-ledger-entries.
           open input ledger-file.
           if ws-ledger-status = '35'
               exit paragraph
           end-if.
           if ws-ledger-status not = '00'
               display 'LEDGER COULD NOT BE OPENED - RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           move ws-xrec-gen-date to ledger-key-gen-date.
           move ws-xrec-pool to ledger-key-pool.
           move zero to ledger-key-record-num.
           start ledger-file key is not less than ledger-key
               invalid key
                   move '10' to ws-ledger-status
           end-start.
           perform until ws-ledger-status not = '00'
                   or ws-error-found
               read ledger-file next
                   at end
                       move '10' to ws-ledger-status
               end-read
               if ws-ledger-status = '00'
                   if ledger-key-gen-date not = ws-xrec-gen-date
                       or ledger-key-pool not = ws-xrec-pool
                       move '10' to ws-ledger-status
                   else
                       if ledger-operator = 'QUARANTN'
                           move 'Q' to ws-entry-tag
                       else
                           move 'C' to ws-entry-tag
                       end-if
                       move ledger-key-record-num to ws-entry-num
                       move ledger-used-ts to ws-entry-ts
                       move ledger-operator to ws-entry-op
                       perform take-our-entry
                   end-if
               end-if
           end-perform.
           close ledger-file.

      * the records the counterpart's key package put in our hands.
      * otpimp names the archive the same way it lays it down, and
      * never overwrites a file already there - so an archive of that
      * name with no successful mode 'I' audit record behind it is
      * this site's own provisioned pool, which carries nothing
      * received. the positions otpimp padded with '*' records were
      * never in the package.
       collect-received-records.
           move spaces to ws-key-path.
           if ws-xrec-pool = spaces
               string 'KEY.' delimited by size
                   ws-xrec-gen-date delimited by size
                   '.TXT' delimited by size
                   into ws-key-path
           else
               string 'KEY.' delimited by size
                   ws-xrec-pool delimited by space
                   '.' delimited by size
                   ws-xrec-gen-date delimited by size
                   '.TXT' delimited by size
                   into ws-key-path
           end-if.

           perform check-archive-imported.
           if ws-error-found or not ws-archive-imported
               exit paragraph
           end-if.

           open input key-file.
           if ws-key-status not = '00'
               display 'IMPORTED ARCHIVE ' ws-key-path
                   ' COULD NOT BE OPENED - RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           move zero to ws-archive-ctr.
           perform until ws-key-status not = '00'
                   or ws-error-found
               read key-file
                   at end
                       move '10' to ws-key-status
               end-read
               if ws-key-status = '00'
                   add 1 to ws-archive-ctr
                   if key-data not = ws-pad-record
                       move 'R' to ws-entry-tag
                       move ws-archive-ctr to ws-entry-num
                       move spaces to ws-entry-ts
                       move spaces to ws-entry-op
                       perform take-our-entry
                   end-if
               end-if
           end-perform.
           close key-file.

      * no audit trail at all is a site that has never imported
      * anything; any other open failure rejects the run, since
      * guessing 'not imported' would drop every received record.
       check-archive-imported.
           move 'N' to ws-archive-imported-flag.
           open input audit-file.
           if ws-audit-status = '35'
               exit paragraph
           end-if.
           if ws-audit-status not = '00'
               display 'AUDIT TRAIL COULD NOT BE OPENED - RUN REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform until ws-audit-status not = '00'
                   or ws-archive-imported
               read audit-file
                   at end
                       move '10' to ws-audit-status
               end-read
               if ws-audit-status = '00'
                   and audit-mode = 'I'
                   and audit-result-success
                   and audit-key-id = ws-key-path
                   set ws-archive-imported to true
               end-if
           end-perform.
           close audit-file.

       take-our-entry.
           add 1 to ws-entry-count.
           if ws-function-export
               move spaces to ledx-rec
               move ws-entry-tag to ledx-tag
               move ws-xrec-gen-date to ledx-gen-date
               move ws-xrec-pool to ledx-pool
               move ws-entry-num to ledx-record-num
               move ws-entry-ts to ledx-used-ts
               move ws-entry-op to ledx-operator
               perform write-exchange-record
           else
               perform note-work-entry
           end-if.

       reconcile-both-sides.
      *    an earlier run's range must never be mistaken for this
      *    one's: it goes before anything is compared, and a run that
      *    finds no collision - or stops short - leaves none behind.
           call 'CBL_DELETE_FILE' using ws-range-path.

           open output report-file.
           if ws-report-status not = '00'
               display 'UNABLE TO OPEN CROSS-SITE REPORT - '
                   'RECONCILIATION REJECTED'
               move 12 to return-code
               exit paragraph
           end-if.

           move spaces to report-rec.
           string 'CROSS-SITE PAD RECONCILIATION AGAINST '
               delimited by size
               ws-exchange-in-path delimited by space
               into report-rec.
           write report-rec.

           perform open-work-file.
           if not ws-error-found
               perform load-counterpart-side
           end-if.
           if not ws-error-found
               move spaces to report-rec
               string 'GENERATION ' delimited by size
                   ws-xrec-gen-date delimited by size
                   ' POOL ' delimited by size
                   ws-xrec-pool delimited by size
                   '  COUNTERPART ENTRIES: ' delimited by size
                   ws-their-entry-count delimited by size
                   into report-rec
               write report-rec
           end-if.

           if not ws-error-found
               set ws-entry-ours to true
               perform collect-ledger-entries
           end-if.
           if not ws-error-found
               perform collect-received-records
           end-if.
           if not ws-error-found
               perform compare-both-sides
           end-if.
           if ws-work-file-open
               close work-file
           end-if.
           call 'CBL_DELETE_FILE' using ws-work-path.

           move spaces to report-rec.
           string 'COLLISIONS: ' delimited by size
               ws-collision-count delimited by size
               '  NEVER EXPORTED: ' delimited by size
               ws-unexported-count delimited by size
               '  NEVER USED: ' delimited by size
               ws-unused-count delimited by size
               into report-rec.
           write report-rec.
           move spaces to report-rec.
           string 'EXCEPTIONS FOUND: ' delimited by size
               ws-exception-count delimited by size
               into report-rec.
           write report-rec.
           close report-file.

           if ws-collision-count > zero and not ws-error-found
               perform write-quarantine-range
           end-if.

           if ws-error-found
               move 12 to return-code
           else
               if ws-exception-count > zero
                   display 'PAD USAGE DOES NOT AGREE WITH COUNTERPART'
                       ' - ' ws-exception-count ' EXCEPTION(S) - SEE '
                       ws-report-path
                   if ws-collision-count > zero
                       display 'KEY RECORDS ' ws-range-from ' THRU '
                           ws-range-to ' KEYED BY BOTH SIDES - '
                           'QUARANTINE RANGE WRITTEN TO '
                           ws-range-path ' FOR OTPQUAR'
                   end-if
                   move 8 to return-code
               else
                   display 'PAD USAGE AGREES WITH COUNTERPART FOR '
                       'GENERATION ' ws-xrec-gen-date ' POOL '
                       ws-xrec-pool
               end-if
           end-if.

       open-work-file.
           call 'CBL_DELETE_FILE' using ws-work-path.
           open output work-file.
           if ws-work-status = '00'
               close work-file
               open i-o work-file
           end-if.
           if ws-work-status not = '00'
               move 'RECORD WORK FILE COULD NOT BE CREATED'
                   to ws-report-line
               perform report-exception
               set ws-error-found to true
               exit paragraph
           end-if.
           set ws-work-file-open to true.

      * the counterpart's file sets the generation and pool for the
      * run; a generation asked for on OTP-XREC-GEN-DATE that does
      * not match it means the wrong file was picked up. the
      * trailer's count must agree with the entries actually read -
      * a file cut short in transfer proves nothing either way.
       load-counterpart-side.
           open input exchange-in-file.
           if ws-exchange-in-status not = '00'
               move 'COUNTERPART EXCHANGE FILE COULD NOT BE OPENED'
                   to ws-report-line
               perform report-exception
               set ws-error-found to true
               exit paragraph
           end-if.
           read exchange-in-file into ledx-rec
               at end
                   move '10' to ws-exchange-in-status
           end-read.
           if ws-exchange-in-status not = '00' or not ledx-header
               move 'COUNTERPART FILE DOES NOT START WITH A HEADER'
                   to ws-report-line
               perform report-exception
               set ws-error-found to true
               close exchange-in-file
               exit paragraph
           end-if.
           if ws-xrec-gen-date not = spaces
               and ws-xrec-gen-date not = ledx-gen-date
               move spaces to ws-report-line
               string 'COUNTERPART FILE COVERS GENERATION '
                   delimited by size
                   ledx-gen-date delimited by size
                   ', NOT ' delimited by size
                   ws-xrec-gen-date delimited by size
                   into ws-report-line
               perform report-exception
               set ws-error-found to true
               close exchange-in-file
               exit paragraph
           end-if.
           move ledx-gen-date to ws-xrec-gen-date.
           move ledx-pool to ws-xrec-pool.

           set ws-entry-theirs to true.
           perform until ws-exchange-in-status not = '00'
                   or ws-error-found
               read exchange-in-file into ledx-rec
                   at end
                       move '10' to ws-exchange-in-status
               end-read
               if ws-exchange-in-status = '00'
                   perform take-their-entry
               end-if
           end-perform.
           close exchange-in-file.

           if not ws-error-found and not ws-their-trailer-seen
               move 'COUNTERPART FILE HAS NO TRAILER - TRUNCATED'
                   to ws-report-line
               perform report-exception
               set ws-error-found to true
           end-if.

       take-their-entry.
           if ws-their-trailer-seen
               move 'COUNTERPART FILE HAS RECORDS AFTER ITS TRAILER'
                   to ws-report-line
               perform report-exception
               set ws-error-found to true
               exit paragraph
           end-if.
           if ledx-trailer
               set ws-their-trailer-seen to true
               if ledx-record-num not = ws-their-entry-count
                   move spaces to ws-report-line
                   string 'COUNTERPART TRAILER CLAIMS '
                       delimited by size
                       ledx-record-num delimited by size
                       ' ENTRIES, FILE CARRIES ' delimited by size
                       ws-their-entry-count delimited by size
                       into ws-report-line
                   perform report-exception
                   set ws-error-found to true
               end-if
               exit paragraph
           end-if.
           if not ledx-consumed and not ledx-quarantined
               and not ledx-received
               move spaces to ws-report-line
               string 'UNRECOGNISED RECORD TAG ''' delimited by size
                   ledx-tag delimited by size
                   ''' IN COUNTERPART FILE' delimited by size
                   into ws-report-line
               perform report-exception
               set ws-error-found to true
               exit paragraph
           end-if.
           if ledx-gen-date not = ws-xrec-gen-date
               or ledx-pool not = ws-xrec-pool
               move spaces to ws-report-line
               string 'COUNTERPART ENTRY FOR KEY RECORD '
                   delimited by size
                   ledx-record-num delimited by size
                   ' IS NOT FOR THE HEADER GENERATION AND POOL'
                   delimited by size
                   into ws-report-line
               perform report-exception
               set ws-error-found to true
               exit paragraph
           end-if.
           add 1 to ws-their-entry-count.
           move ledx-tag to ws-entry-tag.
           move ledx-record-num to ws-entry-num.
           move ledx-used-ts to ws-entry-ts.
           move ledx-operator to ws-entry-op.
           perform note-work-entry.

      * one work record per record number, carrying what each side
      * did with it.
       note-work-entry.
           move ws-entry-num to xwrk-record-num.
           read work-file
               invalid key
                   move ws-entry-num to xwrk-record-num
                   move spaces to xwrk-our-use xwrk-our-ts
                       xwrk-our-op xwrk-their-use xwrk-their-ts
                       xwrk-their-op
                   move 'N' to xwrk-our-recv xwrk-their-recv
                   move '23' to ws-work-status
           end-read.
           if ws-entry-ours
               if ws-entry-tag = 'R'
                   move 'Y' to xwrk-our-recv
               else
                   move ws-entry-tag to xwrk-our-use
                   move ws-entry-ts to xwrk-our-ts
                   move ws-entry-op to xwrk-our-op
               end-if
           else
               if ws-entry-tag = 'R'
                   move 'Y' to xwrk-their-recv
               else
                   move ws-entry-tag to xwrk-their-use
                   move ws-entry-ts to xwrk-their-ts
                   move ws-entry-op to xwrk-their-op
               end-if
           end-if.
           if ws-work-status = '23'
               write xwrk-rec
                   invalid key
                       continue
               end-write
           else
               rewrite xwrk-rec
                   invalid key
                       continue
               end-rewrite
           end-if.
           if ws-work-status not = '00'
               move 'RECORD WORK FILE COULD NOT BE WRITTEN'
                   to ws-report-line
               perform report-exception
               set ws-error-found to true
           end-if.

      * the merged records in record-number order, one verdict each.
       compare-both-sides.
           move zero to xwrk-record-num.
           start work-file key is not less than xwrk-record-num
               invalid key
                   move '10' to ws-work-status
           end-start.
           perform until ws-work-status not = '00'
                   or ws-error-found
               read work-file next
                   at end
                       move '10' to ws-work-status
               end-read
               if ws-work-status = '00'
                   perform compare-one-record
               end-if
           end-perform.

       compare-one-record.
           if xwrk-our-use = 'C' and xwrk-their-use = 'C'
               move spaces to ws-report-line
               string 'COLLISION: KEY RECORD ' delimited by size
                   xwrk-record-num delimited by size
                   ' KEYED HERE ' delimited by size
                   xwrk-our-ts delimited by space
                   ' BY ' delimited by size
                   xwrk-our-op delimited by space
                   ', THERE ' delimited by size
                   xwrk-their-ts delimited by space
                   ' BY ' delimited by size
                   xwrk-their-op delimited by space
                   into ws-report-line
               perform report-collision
               exit paragraph
           end-if.
           if xwrk-our-use = 'Q' and xwrk-their-use = 'C'
               move spaces to ws-report-line
               string 'COLLISION: KEY RECORD ' delimited by size
                   xwrk-record-num delimited by size
                   ' QUARANTINED HERE, KEYED THERE ' delimited by size
                   xwrk-their-ts delimited by space
                   ' BY ' delimited by size
                   xwrk-their-op delimited by space
                   into ws-report-line
               perform report-collision
               exit paragraph
           end-if.
           if xwrk-our-use = 'C' and xwrk-their-use = 'Q'
               move spaces to ws-report-line
               string 'COLLISION: KEY RECORD ' delimited by size
                   xwrk-record-num delimited by size
                   ' QUARANTINED THERE, KEYED HERE ' delimited by size
                   xwrk-our-ts delimited by space
                   ' BY ' delimited by size
                   xwrk-our-op delimited by space
                   into ws-report-line
               perform report-collision
               exit paragraph
           end-if.

           if xwrk-their-recv = 'Y' and xwrk-our-use not = 'C'
               move spaces to ws-report-line
               string 'NEVER EXPORTED: KEY RECORD ' delimited by size
                   xwrk-record-num delimited by size
                   ' HELD THERE FROM OUR PACKAGE, NEVER KEYED HERE'
                   delimited by size
                   into ws-report-line
               add 1 to ws-unexported-count
               perform report-exception
           end-if.
           if xwrk-our-recv = 'Y' and xwrk-their-use not = 'C'
               move spaces to ws-report-line
               string 'NEVER EXPORTED: KEY RECORD ' delimited by size
                   xwrk-record-num delimited by size
                   ' HELD HERE FROM THEIR PACKAGE, NEVER KEYED THERE'
                   delimited by size
                   into ws-report-line
               add 1 to ws-unexported-count
               perform report-exception
           end-if.
           if xwrk-our-use = 'C' and xwrk-their-recv not = 'Y'
               move spaces to ws-report-line
               string 'NEVER USED: KEY RECORD ' delimited by size
                   xwrk-record-num delimited by size
                   ' KEYED HERE ' delimited by size
                   xwrk-our-ts delimited by space
                   ' BY ' delimited by size
                   xwrk-our-op delimited by space
                   ', NEVER RECEIVED THERE' delimited by size
                   into ws-report-line
               add 1 to ws-unused-count
               perform report-exception
           end-if.
           if xwrk-their-use = 'C' and xwrk-our-recv not = 'Y'
               move spaces to ws-report-line
               string 'NEVER USED: KEY RECORD ' delimited by size
                   xwrk-record-num delimited by size
                   ' KEYED THERE ' delimited by size
                   xwrk-their-ts delimited by space
                   ' BY ' delimited by size
                   xwrk-their-op delimited by space
                   ', NEVER RECEIVED HERE' delimited by size
                   into ws-report-line
               add 1 to ws-unused-count
               perform report-exception
           end-if.

       report-collision.
           add 1 to ws-collision-count.
           if ws-range-from = zero
               move xwrk-record-num to ws-range-from
           end-if.
           move xwrk-record-num to ws-range-to.
           perform report-exception.

      * one range covers every collision: records in between that
      * nobody keyed on are quarantined too, which costs a few pad
      * records and keeps it to a single otpquar run.
       write-quarantine-range.
           open output range-file.
           if ws-range-status not = '00'
               display 'UNABLE TO WRITE QUARANTINE RANGE - '
                   'RECONCILIATION REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           move ws-xrec-gen-date to qrng-gen-date.
           move ws-xrec-pool to qrng-pool.
           move ws-range-from to qrng-from.
           move ws-range-to to qrng-to.
           write qrng-rec.
           if ws-range-status not = '00'
               display 'UNABLE TO WRITE QUARANTINE RANGE - '
                   'RECONCILIATION REJECTED'
               set ws-error-found to true
           end-if.
           close range-file.

       stamp-timestamp.
           accept ws-cur-date from date yyyymmdd.
           accept ws-cur-time from time.
           move spaces to ws-timestamp-disp.
           string ws-cur-date delimited by size
               '-' delimited by size
               ws-cur-time delimited by size
               into ws-timestamp-disp.

       report-exception.
           add 1 to ws-exception-count.
           move ws-report-line to report-rec.
           write report-rec.
           if ws-report-status not = '00'
               display 'UNABLE TO WRITE CROSS-SITE REPORT - '
                   'RECONCILIATION REJECTED'
               set ws-error-found to true
           end-if.

       end program otpxrec.
