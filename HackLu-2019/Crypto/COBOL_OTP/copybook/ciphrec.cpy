      * overnight pool rollover is decrypted against the archived
      * generation that produced it, not whatever key.txt holds now.
      * cipher-queue-seq carries the intake sequence number of the
      * queue message that produced this record - or, for a message
      * keyed interactively at the desk, the number the desk's own
      * counter gave it, in a range above anything the loader assigns
      * (zero only on interactive output from before the desk
      * numbered its traffic) - so a record can be traced back to its
      * message even though output is split across per-destination
      * cipher files and skipped messages leave gaps.
      * cipher-key-pool names the per-destination pool the key records
      * came out of (the site code, or spaces for the shared pool that
      * unpooled destinations and pre-split traffic draw from), so the
      * decrypt side opens the right pool's key file and the record
      * numbers mean what they say. a cipher file written before the
      * pool split misframes under this layout and has to be decrypted
