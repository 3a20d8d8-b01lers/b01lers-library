      *
      * the receiving-side companion (otpunp) verifies the frame
      * before any record reaches the decrypt step.
      *
      * a message the desk recalled through otpcan after the batch
      * keyed it stays in the cipher file (its key records are spent
      * and must still reconcile) but is withheld from the frame: the
      * recalled entries on the cancelled file are read first, and
      * both passes step over them, so the counts and check value
      * cover exactly what goes out the door. only the recalls made
      * under the generation the cipher file was keyed from are held -
      * the cancelled file keeps every recall ever made, and one frame
      * never covers more than one generation.

       environment division.
       input-output section.
               organization sequential
               file status is ws-package-status.

           select cancel-file assign dynamic ws-cancel-path
               organization sequential
               file status is ws-cancel-status.

       data division.
       file section.
       fd cipher-file.
           05 pkg-trl-rec-count pic 9(05).
           05 pkg-trl-check-value pic 9(09).

       fd cancel-file.
           copy cancrec.

       working-storage section.
       01 ws-cipher-path pic x(40).
       01 ws-package-path pic x(40).

       01 ws-cipher-status pic x(2).
       01 ws-package-status pic x(2).
       01 ws-cancel-path pic x(40) value 'otpcancel.txt'.
       01 ws-cancel-status pic x(2).

      * this destination's recalled messages under the cipher file's
      * generation, by sequence number; far more than the desk ever
      * recalls in one day.
       01 ws-recall-table.
           05 ws-recall-entry occurs 100 times.
               10 ws-recall-seq pic 9(05).
               10 ws-recall-gen-date pic x(08).
       01 ws-file-gen-date pic x(8) value spaces.
       01 ws-recall-count pic 9(03) value zero.
       01 ws-recall-ctr pic 9(03).
       01 ws-recall-flag pic x(1).
           88 ws-record-recalled value 'Y'.
       01 ws-withheld-count pic 9(05) value zero.

       01 ws-error-flag pic x(1) value 'N'.
           88 ws-error-found value 'Y'.
                   into ws-package-path
           end-if.

           accept ws-cancel-path from environment 'OTP-CANCEL-FILE'.
           if ws-cancel-path = spaces
               move 'otpcancel.txt' to ws-cancel-path
           end-if.

           perform load-recalled-messages.
           if not ws-error-found
               perform write-package
           end-if.

           if ws-error-found
               move 12 to return-code
                   ' (' ws-rec-count ' RECORDS, '
                   ws-byte-count ' CIPHER BYTES, CHECK '
                   ws-check-value ')'
               if ws-withheld-count > zero
                   display ws-withheld-count ' RECALLED MESSAGE(S) '
                       'WITHHELD FROM THE PACKAGE'
               end-if
           end-if.
           goback.

      * no cancelled file is the ordinary case - nothing was ever
      * recalled; one that is there but cannot be read rejects the
      * run, since packaging blind would send recalled traffic. the
      * generation is read off the cipher file's first record; a file
      * that cannot be read or holds nothing is turned away by the
      * totalling pass, so no recall is needed for it.
       load-recalled-messages.
           perform load-file-gen-date.
           if ws-file-gen-date = spaces
               exit paragraph
           end-if.
           open input cancel-file.
           if ws-cancel-status = '35'
               exit paragraph
           end-if.
           if ws-cancel-status not = '00'
               display 'CANCELLED FILE COULD NOT BE OPENED - '
                   'PACKAGING REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           perform until ws-cancel-status not = '00'
                   or ws-error-found
               read cancel-file
                   at end
                       move '10' to ws-cancel-status
               end-read
               if ws-cancel-status = '00'
                   and cancel-recalled
                   and cancel-dest = ws-dest-code
                   and cancel-key-gen-date = ws-file-gen-date
                   if ws-recall-count >= 100
                       display 'TOO MANY RECALLED MESSAGES FOR '
                           ws-dest-code ' - PACKAGING REJECTED'
                       set ws-error-found to true
                   else
                       add 1 to ws-recall-count
                       move cancel-queue-seq
                           to ws-recall-seq(ws-recall-count)
                       move cancel-key-gen-date
                           to ws-recall-gen-date(ws-recall-count)
                   end-if
               end-if
           end-perform.
           if ws-cancel-status not = '10' and not ws-error-found
               display 'CANCELLED FILE COULD NOT BE READ - '
                   'PACKAGING REJECTED'
               set ws-error-found to true
           end-if.
           close cancel-file.

       load-file-gen-date.
           move spaces to ws-file-gen-date.
           open input cipher-file.
           if ws-cipher-status not = '00'
               exit paragraph
           end-if.
           read cipher-file into cipher-rec
               at end
                   move '10' to ws-cipher-status
           end-read.
           if ws-cipher-status = '00'
               move cipher-key-gen-date to ws-file-gen-date
           end-if.
           close cipher-file.

       check-record-recalled.
           move 'N' to ws-recall-flag.
           perform varying ws-recall-ctr from 1 by 1
                   until ws-recall-ctr > ws-recall-count
                   or ws-record-recalled
               if ws-recall-seq(ws-recall-ctr) = cipher-queue-seq
                   and ws-recall-gen-date(ws-recall-ctr)
                       = cipher-key-gen-date
                   set ws-record-recalled to true
               end-if
           end-perform.

      * one pass: header placeholder first is not possible on a
      * forward-only file, so the cipher file is read twice - once to
      * total it, once to copy it - the same way the export step
                       move '10' to ws-cipher-status
               end-read
               if ws-cipher-status = '00'
                   perform check-record-recalled
               end-if
               if ws-cipher-status = '00'
                   and not ws-record-recalled
                   move 'R' to pkg-dat-tag
                   move cipher-rec to pkg-dat-cipher
                   write pkg-data-rec
                       move '10' to ws-cipher-status
               end-read
               if ws-cipher-status = '00'
                   perform check-record-recalled
                   if ws-record-recalled
                       add 1 to ws-withheld-count
                   else
                       perform total-one-record
                   end-if
               end-if
           end-perform.
           close cipher-file.
