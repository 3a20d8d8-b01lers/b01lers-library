       01 ws-level-ok-flag pic x(1).
           88 ws-level-ok value 'Y'.

      * the key record numbers the ciphertext names come in non-
      * decreasing key-file order, since otp never rewinds a pool
      * file, so nothing is held in core: the collect pass counts the
      * distinct numbers for the manifest, and the pull pass reads the
      * ciphertext again beside the key file, each pass dropping a
      * number equal to the last one it took.
       01 ws-num-count pic 9(05) value zero.
       01 ws-last-num pic 9(05) value zero.

       01 ws-msg-count pic 9(05) value zero.
       01 ws-chunk-ctr pic 9(1).

       01 ws-key-file-record-ctr pic 9(05) value zero.
       01 ws-target-key-record-num pic 9(05).

      * the audit record's count is five digits; a package at volume
      * moves more key bytes than that, and the audit record carries
      * the low-order five.
       01 ws-export-byte-count pic 9(07) value zero.

           copy expaudid.

       procedure division.
           accept ws-operator-id from environment 'OTP-OPERATOR-ID'.
               end-if
           end-perform.

      * a number below the last one taken means the file rewinds -
      * a hand-concatenated cipher file, say - and the forward pull
      * could never reach it, so the export is rejected here, before
      * anything is written.
       note-one-key-record-num.
           if cipher-key-record-num(ws-chunk-ctr) = ws-last-num
               exit paragraph
           end-if.
           if cipher-key-record-num(ws-chunk-ctr) < ws-last-num
               display 'KEY RECORD SEQUENCE MISMATCH - '
                   'EXPORT REJECTED'
               set ws-error-found to true
               exit paragraph
           end-if.
           add 1 to ws-num-count.
           move cipher-key-record-num(ws-chunk-ctr) to ws-last-num.

      * manifest first, then one record per key record pulled; the
      * key file is the generation's dated archive (KEY.yyyymmdd.TXT),
           move ws-export-pool to xfer-man-pool.
           write xfer-manifest-rec.

           move zero to ws-last-num.
           open input cipher-file.
           if ws-cipher-status not = '00'
               display 'UNABLE TO REOPEN CIPHERTEXT FILE - '
                   'EXPORT REJECTED'
               set ws-error-found to true
           end-if.
           perform until ws-cipher-status not = '00'
                   or ws-error-found
               read cipher-file into cipher-rec
                   at end
                       move '10' to ws-cipher-status
               end-read
               if ws-cipher-status = '00'
                   perform varying ws-chunk-ctr from 1 by 1
                           until ws-chunk-ctr > 5
                           or ws-error-found
                       if cipher-key-record-num(ws-chunk-ctr)
                               > ws-last-num
                           move cipher-key-record-num(ws-chunk-ctr)
                               to ws-last-num
                           perform export-one-key-record
                       end-if
                   end-perform
               end-if
           end-perform.
           close cipher-file.

           close transfer-file.
           close key-file.

      * the numbers come in non-decreasing key-file order, so each
      * target is reached by reading forward from wherever the
      * previous pull left off - the same seek-by-discard walk otpdec
      * uses to relocate records.
       export-one-key-record.
           move ws-last-num to ws-target-key-record-num.
           perform until
                   ws-key-file-record-ctr >= ws-target-key-record-num
                   or ws-error-found

      * key material leaving the building is audited the same way key
      * material being consumed is - mode 'X', character count being
      * the key bytes packaged. the key-id carries the countersigning
      * operator and the generation and pool packaged beside the
      * transfer path, so the security review can see both pairs of
      * hands on every export.
       write-audit-record.
           accept ws-cur-date from date yyyymmdd.
           accept ws-cur-time from time.

           move ws-timestamp-disp to audit-timestamp.
           move ws-operator-id to audit-operator.
           move spaces to xaud-key-id.
           move ws-transfer-path to xaud-transfer-path.
           move ws-export-gen-date to xaud-gen-date.
           move ws-export-pool to xaud-pool.
           move ws-cosign-id to xaud-cosigner.
           move xaud-key-id to audit-key-id.
           move ws-export-byte-count to audit-char-count.
           move 'X' to audit-mode.
           move 'B' to audit-run-mode.
