           05  ctl-rehire-count        picture 9(7).
           05  ctl-susp-placed-count   picture 9(5).
           05  ctl-susp-taken-count    picture 9(5).
           05  ctl-position-hold-count picture 9(3).

       fd  reconciliation-listing.
       01  print-rec               picture x(99).
               at end move 'Y' to ws-runlog-eof
               not at end
                   if log-period = ws-log-period
                       if log-type = 'B'
                           move 'N' to ws-pred-end-switch
                           move 0 to ws-pred-end-rc
                           move 'N' to ws-force-switch
                       end-if
                       if log-type = 'E'
                           and log-program = ws-gate-predecessor
                           move 'Y' to ws-pred-end-switch
                       end-if
                   end-if
                   if log-period = ws-first-open
                       if log-type = 'B'
                           move 'N' to ws-open-start-switch
                           move 'N' to ws-open-end-switch
                           move 'N' to ws-force-switch
                       end-if
                       if log-type = 'S'
                           and log-program = ws-gate-predecessor
                           move 'Y' to ws-open-start-switch
               ctl-new-acct-count + ctl-rehire-count
               + ctl-update-count
               + ctl-delete-count + ctl-exception-count
               + ctl-reject-count + ctl-position-hold-count
               + ctl-susp-placed-count - ctl-susp-taken-count
           move ws-recon-trans-count to ws-recomputed-figure
           perform 700-compare-one-figure
