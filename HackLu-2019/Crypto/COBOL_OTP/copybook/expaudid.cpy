      * key-id layout of an export audit record (audit mode 'X').
      * the two-person rule is only worth having if the trail says
      * who the second person was, and a review of who walked which
      * pad out of the building needs the generation and pool the
      * package covered - so otpexp lays the fifty bytes of
      * audit-key-id out as below instead of the bare transfer path.
      * the path is cut to what fits; the generation and pool are
      * spaces on a run rejected before the ciphertext was read, and
      * the cosigner is spaces when none was supplied.
       01 xaud-key-id.
           05 xaud-transfer-path pic x(27).
           05 filler pic x(01).
           05 xaud-gen-date pic x(08).
           05 filler pic x(01).
           05 xaud-pool pic x(04).
           05 filler pic x(01).
           05 xaud-cosigner pic x(08).
