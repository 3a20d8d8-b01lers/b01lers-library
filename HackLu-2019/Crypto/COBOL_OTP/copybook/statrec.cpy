      * no date, so the intake resolves it to the one entry for its
      * seq/dest pair still SENT and flags it as ambiguous when more
      * than one is. anything still SENT past the aging horizon is
      * what the desk chases each morning. a message the desk
      * recalls after the batch keyed it moves to CANCELLED, with
      * stat-ack-ts holding when it was recalled, and drops out of
      * both the ack matching and the aging report.
       01 stat-rec.
           05 stat-key.
               10 stat-queue-seq pic 9(05).
           05 stat-status pic x(01).
               88 stat-sent value 'T'.
               88 stat-acknowledged value 'A'.
               88 stat-cancelled value 'C'.
           05 stat-ack-ts pic x(26).
