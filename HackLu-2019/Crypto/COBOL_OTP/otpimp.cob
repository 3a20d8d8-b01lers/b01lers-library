       01 ws-error-flag pic x(1) value 'N'.
           88 ws-error-found value 'Y'.

      * the package is read twice rather than held in core: once to
      * verify it, and again to lay the verified records down.
       01 ws-key-count pic 9(05) value zero.

       01 ws-man-key-count pic 9(05) value zero.
       01 ws-man-msg-count pic 9(05) value zero.

       01 ws-prev-record-num pic 9(05) value zero.
       01 ws-laydown-ctr pic 9(05) value zero.
      * the audit record carries the low-order five digits of this.
       01 ws-import-byte-count pic 9(07) value zero.

      * gap filler for positions the package does not cover - visibly
      * not key material, and printable so the line sequential archive
               set ws-error-found to true
               exit paragraph
           end-if.
           add 1 to ws-key-count.
           move xfer-key-record-num to ws-prev-record-num.

      * the manifest's own count is the courier-side accounting of
               exit paragraph
           end-if.

           open input transfer-file.
           if ws-transfer-status not = '00'
               display 'UNABLE TO REOPEN TRANSFER FILE - '
                   'IMPORT REJECTED'
               set ws-error-found to true
               close key-file
               exit paragraph
           end-if.
      *    the manifest leads; the verify pass has already proved it.
           read transfer-file
               at end
                   move '10' to ws-transfer-status
           end-read.

      * walk the positions from one up to the highest stamped number;
      * each position gets either its packaged record or a filler, so
      * the seek-by-discard walk in otpdec counts its way to exactly
      * the record the counterpart's ciphertext names.
           move zero to ws-laydown-ctr.
           perform until ws-transfer-status not = '00'
                   or ws-error-found
               read transfer-file
                   at end
                       move '10' to ws-transfer-status
               end-read
               if ws-transfer-status = '00'
                   perform lay-down-one-key-record
               end-if
           end-perform.

           close transfer-file.
           close key-file.

      * fillers up to the record's stamped position, then the record.
       lay-down-one-key-record.
           perform until ws-laydown-ctr + 1 >= xfer-key-record-num
                   or ws-error-found
               move ws-pad-record to key-data
               perform write-one-archive-record
           end-perform.
           if ws-error-found
               exit paragraph
           end-if.
           move xfer-key-data to key-data.
           perform write-one-archive-record.
           add 50 to ws-import-byte-count.

       write-one-archive-record.
           add 1 to ws-laydown-ctr.
           write key-data.
           if ws-key-status not = '00'
               display 'UNABLE TO WRITE KEY ARCHIVE RECORD - '
                   'IMPORT REJECTED'
               set ws-error-found to true
           end-if.

      * key material entering the building is audited the same way
      * key material leaving it is (mode 'X' in otpexp) - mode 'I',
      * character count being the key bytes actually laid down.
