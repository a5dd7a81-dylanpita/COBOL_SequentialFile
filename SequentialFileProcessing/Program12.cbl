           05  period-no-net           picture 9(3).
           05  net-amount-net          picture s9(6)v99
                                       sign is leading separate.
           05  retro-amount-net        picture s9(6)v99
                                       sign is leading separate.
           05  filler                  picture x(10).

       fd  bank-details
       record contains 80 characters.
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
                    move "NEGATIVE NET - REFER PAYROLL"
                        to exc-reason-out
                    perform 500-write-check-exception
               when bank-entry-status(ws-bank-found-sub) = 'S'
                    move "BANK ACCOUNT SUSPENDED" to exc-reason-out
                    perform 500-write-check-exception
               when bank-entry-status(ws-bank-found-sub) = 'N'
                    perform 430-write-prenote
                    move "PRENOTE PERIOD - CHECK ISSUED"
