       01 ws-mode-sec-runs pic 9(05) value zero.
       01 ws-mode-hsk-runs pic 9(05) value zero.
       01 ws-mode-qar-runs pic 9(05) value zero.
       01 ws-mode-can-runs pic 9(05) value zero.
       01 ws-mode-site-runs pic 9(05) value zero.
       01 ws-mode-oth-runs pic 9(05) value zero.

       01 ws-run-int-runs pic 9(05) value zero.
               when 'M' move 'SEC ' to wd-mode
               when 'H' move 'HSK ' to wd-mode
               when 'Q' move 'QUAR' to wd-mode
               when 'C' move 'CANC' to wd-mode
               when 'S' move 'SITE' to wd-mode
               when other move audit-mode to wd-mode
           end-evaluate.
           evaluate true
               when 'M' add 1 to ws-mode-sec-runs
               when 'H' add 1 to ws-mode-hsk-runs
               when 'Q' add 1 to ws-mode-qar-runs
               when 'C' add 1 to ws-mode-can-runs
               when 'S' add 1 to ws-mode-site-runs
               when other add 1 to ws-mode-oth-runs
           end-evaluate.
           evaluate true
               move ws-total-line to report-rec
               perform write-report-line
           end-if.
           if ws-mode-can-runs > zero
               move spaces to ws-total-line
               move 'CANCELLATION AND RECALL' to wt-label
               move ws-mode-can-runs to wt-runs
               move zero to wt-fails
               move zero to wt-chars
               move ws-total-line to report-rec
               perform write-report-line
           end-if.
           if ws-mode-site-runs > zero
               move spaces to ws-total-line
               move 'SITE MASTER MAINTENANCE' to wt-label
               move ws-mode-site-runs to wt-runs
               move zero to wt-fails
               move zero to wt-chars
               move ws-total-line to report-rec
               perform write-report-line
           end-if.
           if ws-mode-oth-runs > zero
               move spaces to ws-total-line
               move 'OTHER' to wt-label
