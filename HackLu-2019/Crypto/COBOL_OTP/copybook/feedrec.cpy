      * one line of the security event feed otpfeed hands to the
      * corporate monitoring system. the layout is fixed - every
      * field is padded to its width - and the fields are also split
      * by '|' so the collector can take the line either way:
      *   timestamp | event type | severity | operator | pool |
      *   generation | detail
      * the timestamp is the suite's own yyyymmdd-hhmmsshh stamp. the
      * pool is spaces for the shared pool, and the operator, pool
      * and generation are spaces wherever the source does not say.
       01 feed-line.
           05 feed-timestamp pic x(26).
           05 filler pic x(01) value '|'.
           05 feed-event-type pic x(16).
           05 filler pic x(01) value '|'.
           05 feed-severity pic x(08).
           05 filler pic x(01) value '|'.
           05 feed-operator pic x(08).
           05 filler pic x(01) value '|'.
           05 feed-pool pic x(04).
           05 filler pic x(01) value '|'.
           05 feed-gen-date pic x(08).
           05 filler pic x(01) value '|'.
           05 feed-detail pic x(100).
