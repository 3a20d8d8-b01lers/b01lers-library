      * quarantine range record - one generation, one pool, one run of
      * key record numbers. otpxrec writes one when the cross-site
      * reconciliation finds pad both sides keyed on; otpquar takes
      * its range from it (OTP-QUAR-RANGE-FILE) in place of the
      * OTP-QUAR-GEN-DATE / POOL / FROM / TO figures, so the range
      * goes from one step to the next without being re-keyed.
       01 qrng-rec.
           05 qrng-gen-date pic x(08).
           05 qrng-pool pic x(04).
           05 qrng-from pic 9(05).
           05 qrng-to pic 9(05).
