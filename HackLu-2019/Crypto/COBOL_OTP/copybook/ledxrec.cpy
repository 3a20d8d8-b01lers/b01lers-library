      * ledger exchange record - the file otpxrec writes for a
      * counterpart and reads back from one. it covers one generation
      * of one pool and says, record number by record number, what
      * the site that wrote it did with the pad:
      *   H  header - the generation and pool covered, when the file
      *      was written and by whom;
      *   C  consumed - the site keyed traffic on the record (an
      *      entry on its ledger);
      *   Q  quarantined - the site took the record out of service
      *      under QUARANTN without keying anything on it;
      *   R  received - the record reached the site in the other
      *      side's key package and sits in its imported archive,
      *      ready to decrypt the traffic it keyed;
      *   T  trailer - ledx-record-num carries the count of C, Q and
      *      R records written, so a short or padded file is caught.
      * no key bytes ever travel in this file - only positions.
       01 ledx-rec.
           05 ledx-tag pic x(01).
               88 ledx-header value 'H'.
               88 ledx-consumed value 'C'.
               88 ledx-quarantined value 'Q'.
               88 ledx-received value 'R'.
               88 ledx-trailer value 'T'.
           05 ledx-gen-date pic x(08).
           05 ledx-pool pic x(04).
           05 ledx-record-num pic 9(05).
           05 ledx-used-ts pic x(26).
           05 ledx-operator pic x(08).
