      * traffic history record - one entry per message the batch keyed,
      * copied out of the day's cipher files (and the queue, for the
      * class) by the end-of-day archive step, since the batch
      * recreates each destination's cipher file every morning and the
      * queue is reloaded with it. the key is the message-status key
      * turned date-first - sent date (the key generation the batch
      * stamped on the cipher record), destination, intake sequence -
      * so a day's traffic reads back together and an inquiry can go
      * straight from an entry to its status, its ledger entries and
      * its audit trail. the ciphertext is carried the way the cipher
      * file holds it, raw xored bytes, so the file is indexed rather
      * than line sequential; the plaintext is never archived.
      * the class is taken off the queue, or for desk traffic off the
      * destination's manifest; hist-class zero means neither still
      * held the message when the archive ran.
       01 hist-rec.
           05 hist-key.
               10 hist-sent-date pic x(08).
               10 hist-dest pic x(04).
               10 hist-queue-seq pic 9(05).
           05 hist-archived-ts pic x(26).
           05 hist-cipher-file pic x(40).
           05 hist-cipher-rec-num pic 9(05).
           05 hist-class pic 9(01).
           05 hist-key-pool pic x(04).
           05 hist-key-record-nums.
               10 hist-key-record-num pic 9(05) occurs 5 times.
           05 hist-check-value pic 9(05).
           05 hist-msg-len pic 9(03).
           05 hist-msg-data pic x(250).
