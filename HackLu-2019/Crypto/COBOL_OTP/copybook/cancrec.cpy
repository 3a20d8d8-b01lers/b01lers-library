      * cancelled-message record - one entry per message the desk
      * pulled back, whichever side of the batch it was caught on.
      * a message cancelled off the queue before the batch keyed it
      * (cancel-from-queue) carries the queue record verbatim, so a
      * message pulled by mistake can be reloaded exactly as it was;
      * a message recalled after the batch keyed it (cancel-recalled)
      * carries the generation and pool its key records came out of
      * instead - the plaintext is not ours to keep, and the burned
      * key records stay on the ledger and in the cipher file so the
      * reconciliation still balances. otppkg reads the recalled
      * entries to keep the message out of the transmission frame.
      * the record carries raw message bytes, so the file stays record
      * sequential, the same as the queue.
       01 cancel-rec.
           05 cancel-timestamp pic x(26).
           05 cancel-operator pic x(08).
           05 cancel-kind pic x(01).
               88 cancel-from-queue value 'Q'.
               88 cancel-recalled value 'R'.
           05 cancel-reason pic x(40).
           05 cancel-key-gen-date pic x(08).
           05 cancel-key-pool pic x(04).
           05 cancel-queue-seq pic 9(05).
           05 cancel-dest pic x(04).
           05 cancel-class pic 9(01).
           05 cancel-msg-len pic 9(03).
           05 cancel-msg-data pic x(250).
