      * inbound traffic register record - one entry per counterpart
      * message otpdec has ever been handed, keyed by the site that
      * sent it, the sender's own intake sequence number (their
      * cipher-queue-seq) and the key generation they stamped on it.
      * the generation has to be part of the key for the same reason
      * the sent date is part of stat-key: the sending loader restarts
      * its numbers every day, so their 00017 today is not their 00017
      * of last week. the entry is born RECEIVED the moment the record
      * is read, moves to VERIFIED when the recovered plaintext passes
      * the checksum stamped at encryption time, or to CHECKSUM-FAILED
      * when it does not; a later resend that verifies clears a
      * failure, but nothing knocks a VERIFIED entry back down.
      * inbd-ack-dest is the destination code the sender filed the
      * message under on their side - the code their acknowledgment
      * intake matches our ack lines against.
       01 inbd-rec.
           05 inbd-key.
               10 inbd-site pic x(04).
               10 inbd-queue-seq pic 9(05).
               10 inbd-gen-date pic x(08).
           05 inbd-status pic x(01).
               88 inbd-received value 'R'.
               88 inbd-verified value 'V'.
               88 inbd-checksum-failed value 'F'.
           05 inbd-status-ts pic x(26).
           05 inbd-ack-dest pic x(04).
