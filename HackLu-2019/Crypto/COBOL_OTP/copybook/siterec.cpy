      * site master record - one entry per counterpart site this desk
      * keys traffic for. the master replaces the site list each job
      * used to carry in its own environment variable: keygen
      * provisions a pool for every active site, keychk and keyinv
      * check and inventory the same pools, otpret sweeps every site
      * on file (a suspended site's archives still age out), and
      * otpload and otp's interactive prompt reject a destination
      * that is not here or is suspended. the per-site figures
      * override the job-wide defaults for that one link; zero in any
      * of them means "use the job default", so a new site can be
      * added with its code and name alone. the master is maintained
      * through otpsite, never edited by hand.
       01 site-rec.
           05 site-code pic x(04).
           05 site-status pic x(01).
               88 site-active value 'A'.
               88 site-suspended value 'S'.
      *    key records keygen provisions into the site's pool.
           05 site-pool-size pic 9(03).
      *    unused records below which keyinv flags the site's pool.
           05 site-inv-threshold pic 9(05).
      *    days a message to the site may go unacknowledged before
      *    otpack reports it overdue.
           05 site-ack-age-days pic 9(03).
           05 site-name pic x(30).
