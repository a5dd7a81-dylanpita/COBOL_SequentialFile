                           assign to "C:\a\exercise9\output22.txt"
                           organization is line sequential.

                           select retro-adjustments
                           assign to "C:\a\exercise9\output33.txt"
                           organization is line sequential
                           file status is ws-retro-status.

                           select timecard-file
                           assign to "C:\a\exercise9\input19.txt"
                           organization is line sequential
                           file status is ws-timecard-status.

                           select terminated-employees
                           assign to "C:\a\exercise9\output4.txt"
                           organization is line sequential
                           file status is ws-term-status.

                           select garnishment-orders
                           assign to "C:\a\exercise9\input20.txt"
                           organization is line sequential
                           file status is ws-garn-status.

                           select remittance-listing
                           assign to "C:\a\exercise9\output35.txt".

                           select remit-sort-file
                           assign to "C:\a\exercise9\sortwk8".

                           select earnings-detail
                           assign to "C:\a\exercise9\output36.txt"
                           organization is line sequential.

                           select register-history
                           assign to "C:\a\exercise9\output38.txt"
                           organization is line sequential
                           file status is ws-reghist-status.

                           select leave-payouts
                           assign to "C:\a\exercise9\output44.txt"
                           organization is line sequential
                           file status is ws-payout-status.

                           select run-log
                           assign to "C:\a\exercise9\runlog.txt"
                           organization is line sequential
           05  dept-code-uptd          picture x(4).
           05  pay-grade-uptd          picture x(2).
           05  annual-salary-uptd      picture 9(6).
           05  pay-basis-uptd          picture x(1).
           05  hourly-rate-uptd        picture 9(3)v99.
           05  filler                  picture x(37).

       fd  deduction-rates
       record contains 80 characters.
           05  ytd-tax-ytd             picture 9(8)v99.
           05  ytd-deduc-ytd           picture 9(8)v99.
           05  ytd-period-ytd          picture 9(3).
           05  ytd-retro-ytd           picture s9(8)v99
                                       sign is leading separate.
           05  filler                  picture x(27).

       fd  employee-elections
       record contains 80 characters.
           05  period-no-net           picture 9(3).
           05  net-amount-net          picture s9(6)v99
                                       sign is leading separate.
           05  retro-amount-net        picture s9(6)v99
                                       sign is leading separate.
           05  filler                  picture x(10).

       fd  run-log
       record contains 40 characters.
           05  log-time                picture x(8).
           05  filler                  picture x(6).

       fd  retro-adjustments
       record contains 80 characters.
       01  retro-adjustment-record.
           05  employee-no-retro       picture x(5).
           05  missed-period-retro     picture 9(3).
           05  pay-period-retro        picture 9(3).
           05  missed-date-retro       picture x(10).
           05  old-salary-retro        picture 9(6).
           05  new-salary-retro        picture 9(6).
           05  retro-amount-retro      picture s9(6)v99
                                       sign is leading separate.
           05  filler                  picture x(38).

       fd  timecard-file
       record contains 80 characters.
       01  timecard-record.
           05  employee-no-tc          picture x(5).
           05  period-no-tc            picture 9(3).
           05  regular-hours-tc        picture 9(3)v99.
           05  overtime-hours-tc       picture 9(3)v99.
           05  filler                  picture x(62).

       fd  terminated-employees
       record contains 80 characters.
       01  terminated-employee-record.
           05  employee-no-term        picture x(5).
           05  filler                  picture x(75).

       fd  garnishment-orders
       record contains 90 characters.
       01  garnishment-order-record.
           05  employee-no-garn        picture x(5).
           05  priority-garn           picture 9(2).
           05  order-id-garn           picture x(6).
           05  payee-code-garn         picture x(6).
           05  payee-name-garn         picture x(20).
           05  total-owed-garn         picture 9(7)v99.
           05  balance-garn            picture 9(7)v99.
           05  period-cap-garn         picture 9(5)v99.
           05  disposable-pct-garn     picture 9(2)v99.
           05  status-garn             picture x(1).
           05  last-period-garn        picture 9(3).
           05  last-amount-garn        picture 9(5)v99.
           05  last-date-garn          picture x(10).
           05  filler                  picture x(1).

       fd  earnings-detail
       record contains 80 characters.
       01  earnings-detail-record.
           05  record-type-ern         picture x(1).
               88  earnings-header               value 'H'.
           05  employee-no-ern         picture x(5).
           05  period-no-ern           picture 9(3).
           05  line-code-ern           picture x(6).
           05  line-desc-ern           picture x(20).
           05  current-amount-ern      picture s9(6)v99
                                       sign is leading separate.
           05  ytd-amount-ern          picture s9(8)v99
                                       sign is leading separate.
           05  hours-ern               picture 9(5)v99.
           05  rate-ern                picture 9(3)v99.
           05  filler                  picture x(13).
       01  earnings-header-record.
           05  filler                  picture x(1).
           05  filler                  picture x(5).
           05  filler                  picture x(3).
           05  employee-name-ern       picture x(20).
           05  dept-code-ern           picture x(4).
           05  pay-basis-ern           picture x(1).
           05  annual-salary-ern       picture 9(6).
           05  hourly-rate-ern         picture 9(3)v99.
           05  filler                  picture x(35).

       fd  register-history
       record contains 80 characters.
       01  register-history-record.
           05  year-rgh                picture 9(4).
           05  period-rgh              picture 9(3).
           05  headcount-rgh           picture 9(7).
           05  gross-rgh               picture 9(9)v99.
           05  tax-rgh                 picture 9(9)v99.
           05  deduc-rgh               picture 9(9)v99.
           05  net-rgh                 picture s9(9)v99
                                       sign is leading separate.
           05  run-date-rgh            picture x(10).
           05  filler                  picture x(11).

       fd  leave-payouts
       record contains 80 characters.
       01  leave-payout-record.
           05  employee-no-lvp         picture x(5).
           05  pay-period-lvp          picture 9(3).
           05  employee-name-lvp       picture x(20).
           05  dept-code-lvp           picture x(4).
           05  vacation-hours-lvp      picture 9(4)v99.
           05  hourly-rate-lvp         picture 9(3)v99.
           05  payout-amount-lvp       picture 9(6)v99.
           05  termination-date-lvp    picture x(10).
           05  filler                  picture x(19).

       fd  remittance-listing.
       01  remit-print-rec         picture x(132).

       sd  remit-sort-file.
       01  remit-sort-record.
           05  payee-code-rms          picture x(6).
           05  payee-name-rms          picture x(20).
           05  employee-no-rms         picture x(5).
           05  employee-name-rms       picture x(20).
           05  order-id-rms            picture x(6).
           05  amount-rms              picture 9(5)v99.
           05  balance-rms             picture 9(7)v99.

       sd  register-sort-file.
       01  register-sort-record.
           05  dept-code-srt           picture x(4).
           05  employee-name-srt       picture x(20).
           05  pay-grade-srt           picture x(2).
           05  annual-salary-srt       picture 9(6).
           05  pay-basis-srt           picture x(1).
               88  hourly-employee-srt           value 'H'.
           05  hourly-rate-srt         picture 9(3)v99.
           05  payout-flag-srt         picture x(1).
               88  leave-payout-srt              value 'Y'.
           05  payout-hours-srt        picture 9(4)v99.
           05  payout-amount-srt       picture 9(6)v99.

       working-storage section.

           05  reg-ytd-deduc-out   picture $ZZZ,ZZ9.99.
           05                      picture x(3) value spaces.

       01  retro-line-out.
           05                      picture x(11) value spaces.
           05                      picture x(10) value "RETRO PAY ".
           05  retro-periods-out   picture zz9.
           05                      picture x(7) value " PERIOD".
           05                      picture x(14) value spaces.
           05  retro-amount-out    picture -$Z,ZZ9.99.
           05                      picture x(77) value spaces.

       01  payout-line-out.
           05                      picture x(11) value spaces.
           05                      picture x(16) value
                   "VACATION PAYOUT ".
           05  pay-hours-out       picture z,zz9.99.
           05                      picture x(7) value " HOURS ".
           05  pay-rate-out        picture $zz9.99.
           05                      picture x(3) value spaces.
           05  pay-amount-out      picture $ZZZ,ZZ9.99.
           05                      picture x(67) value spaces.

       01  hours-line-out.
           05                      picture x(11) value spaces.
           05                      picture x(10) value "HOURS REG ".
           05  hrs-regular-out     picture zz9.99.
           05                      picture x(4) value " OT ".
           05  hrs-overtime-out    picture zz9.99.
           05                      picture x(7) value " RATE ".
           05  hrs-rate-out        picture $zz9.99.
           05                      picture x(81) value spaces.

       01  garnishment-line-out.
           05                      picture x(11) value spaces.
           05                      picture x(12) value "GARNISHMENT ".
           05  garn-order-out      picture x(6).
           05                      picture x(1) value spaces.
           05  garn-payee-out      picture x(20).
           05                      picture x(1) value spaces.
           05  garn-amount-out     picture $ZZ,ZZ9.99.
           05                      picture x(5) value " BAL ".
           05  garn-balance-out    picture $Z,ZZZ,ZZ9.99.
           05                      picture x(1) value spaces.
           05  garn-closed-out     picture x(6).
           05                      picture x(46) value spaces.

       01  dept-total-line.
           05                      picture x(1) value spaces.
           05                      picture x(11) value "DEPT TOTAL ".
           05                      picture x(1) value spaces.
           05  gtl-net-out         picture -$ZZZ,ZZZ,ZZ9.99.

       01  retro-total-line.
           05                      picture x(1) value spaces.
           05                      picture x(28) value
                   "RETRO PAY INCLUDED IN GROSS ".
           05  rtl-count-out       picture zz,zz9.
           05                      picture x(10) value " EMPLOYEES".
           05                      picture x(4) value spaces.
           05  rtl-amount-out      picture -$ZZZ,ZZZ,ZZ9.99.
           05                      picture x(67) value spaces.

       01  payout-total-line.
           05                      picture x(1) value spaces.
           05                      picture x(28) value
                   "VACATION PAYOUTS IN GROSS   ".
           05  ptl-count-out       picture zz,zz9.
           05                      picture x(10) value " EMPLOYEES".
           05                      picture x(4) value spaces.
           05  ptl-amount-out      picture $ZZZ,ZZZ,ZZ9.99.
           05                      picture x(68) value spaces.

       01  unmatched-retro-line.
           05                      picture x(1) value spaces.
           05                      picture x(23) value
                   "RETRO PAY FOR EMPLOYEE ".
           05  unm-retro-empno-out picture x(5).
           05                      picture x(27) value
                   " - EMPLOYEE NOT ON MASTER".
           05                      picture x(76) value spaces.

       01  hours-total-line.
           05                      picture x(1) value spaces.
           05                      picture x(28) value
                   "HOURLY EMPLOYEES PAID       ".
           05  htl-count-out       picture zz,zz9.
           05                      picture x(11) value "  REG HRS  ".
           05  htl-regular-out     picture zzz,zz9.99.
           05                      picture x(11) value "   OT HRS  ".
           05  htl-overtime-out    picture zzz,zz9.99.
           05                      picture x(55) value spaces.

       01  garnishment-total-line.
           05                      picture x(1) value spaces.
           05                      picture x(28) value
                   "GARNISHMENTS WITHHELD       ".
           05  gartl-count-out     picture zz,zz9.
           05                      picture x(10) value " ORDERS   ".
           05                      picture x(4) value spaces.
           05  gartl-amount-out    picture $ZZZ,ZZZ,ZZ9.99.
           05                      picture x(4) value spaces.
           05  gartl-closed-out    picture zz,zz9.
           05                      picture x(14) value
                   " ORDERS CLOSED".
           05                      picture x(44) value spaces.

       01  remit-header-1.
           05      picture x(25) value spaces.
           05      picture x(35) value
                   "GARNISHMENT REMITTANCE FOR PERIOD ".
           05  remit-period-out     picture zz9.
           05      picture x(4) value spaces.
           05  remit-date-out       picture x(10).
           05      picture x(55) value spaces.

       01  remit-header-2.
           05      picture x(1) value spaces.
           05      picture x(8) value "EMP. NO.".
           05      picture x(2) value spaces.
           05      picture x(13) value "EMPLOYEE NAME".
           05      picture x(9) value spaces.
           05      picture x(8) value "ORDER ID".
           05      picture x(4) value spaces.
           05      picture x(6) value "AMOUNT".
           05      picture x(7) value spaces.
           05      picture x(11) value "BALANCE DUE".
           05      picture x(63) value spaces.

       01  remit-payee-line.
           05                      picture x(1) value spaces.
           05                      picture x(6) value "PAYEE ".
           05  rpl-payee-code-out  picture x(6).
           05                      picture x(1) value spaces.
           05  rpl-payee-name-out  picture x(20).
           05                      picture x(98) value spaces.

       01  remit-detail-line.
           05                      picture x(1) value spaces.
           05  rdl-empno-out       picture x(5).
           05                      picture x(5) value spaces.
           05  rdl-name-out        picture x(20).
           05                      picture x(2) value spaces.
           05  rdl-order-out       picture x(6).
           05                      picture x(3) value spaces.
           05  rdl-amount-out      picture $ZZ,ZZ9.99.
           05                      picture x(2) value spaces.
           05  rdl-balance-out     picture $Z,ZZZ,ZZ9.99.
           05                      picture x(65) value spaces.

       01  remit-total-line.
           05                      picture x(1) value spaces.
           05  rtl-label-out       picture x(20).
           05  rtl-count-out2      picture zz,zz9.
           05                      picture x(8) value " ITEMS  ".
           05  rtl-total-out       picture $ZZZ,ZZZ,ZZ9.99.
           05                      picture x(82) value spaces.

       01  rejected-timecard-line.
           05                      picture x(1) value spaces.
           05                      picture x(22) value
                   "TIMECARD FOR EMPLOYEE ".
           05  rej-tc-empno-out    picture x(5).
           05                      picture x(12) value
                   " REJECTED - ".
           05  rej-tc-reason-out   picture x(25).
           05                      picture x(67) value spaces.

       01  ws-rates-status         picture xx.
       01  ws-calendar-status      picture xx.
       01  ws-ytd-status           picture xx.
               10  ytd-entry-gross     picture 9(8)v99.
               10  ytd-entry-tax       picture 9(8)v99.
               10  ytd-entry-deduc     picture 9(8)v99.
               10  ytd-entry-retro     picture s9(8)v99.

       01  ws-max-ytd-count        picture 9(4) value 1000.
       01  ws-ytd-count            picture 9(4) value 0.
                   " - EMPLOYEE NOT ON MASTER".
           05                      picture x(76) value spaces.

       01  ws-retro-status         picture xx.
       01  ws-retro-eof            picture x value 'N'.

       01  retro-table.
           05  retro-entry occurs 1000 times.
               10  retro-entry-empno   picture x(5).
               10  retro-entry-amount  picture s9(6)v99.
               10  retro-entry-periods picture 9(3).
               10  retro-entry-used    picture x(1).

       01  ws-max-retro-count      picture 9(4) value 1000.
       01  ws-retro-count          picture 9(4) value 0.
       01  ws-retro-sub            picture 9(4) value 0.
       01  ws-retro-found-sub      picture 9(4) value 0.
       01  ws-unmatched-retro      picture 9(4) value 0.

       01  ws-retro-found-switch   picture x value 'N'.
           88  retro-found                     value 'Y'.
           88  retro-not-found                 value 'N'.

       01  retro-detail-table.
           05  retro-detail-entry occurs 2000 times.
               10  retro-detail-empno  picture x(5).
               10  retro-detail-missed picture 9(3).
               10  retro-detail-amount picture s9(6)v99.

       01  ws-max-retro-detail     picture 9(4) value 2000.
       01  ws-retro-detail-count   picture 9(4) value 0.
       01  ws-retro-detail-sub     picture 9(4) value 0.
       01  ws-detail-found-sub     picture 9(4) value 0.

       01  ws-detail-found-switch  picture x value 'N'.
           88  retro-detail-found              value 'Y'.
           88  retro-detail-not-found          value 'N'.

       01  ws-timecard-status      picture xx.
       01  ws-timecard-eof         picture x value 'N'.

       01  timecard-table.
           05  timecard-entry occurs 1000 times.
               10  timecard-entry-empno    picture x(5).
               10  timecard-entry-regular  picture 9(5)v99.
               10  timecard-entry-overtime picture 9(5)v99.
               10  timecard-entry-used     picture x(1).

       01  ws-max-timecard-count   picture 9(4) value 1000.
       01  ws-timecard-count       picture 9(4) value 0.
       01  ws-timecard-sub         picture 9(4) value 0.
       01  ws-timecard-found-sub   picture 9(4) value 0.
       01  ws-rejected-timecards   picture 9(4) value 0.
       01  ws-wrong-period-cards   picture 9(4) value 0.

       01  ws-timecard-found-switch picture x value 'N'.
           88  timecard-found                  value 'Y'.
           88  timecard-not-found              value 'N'.

       01  ws-term-status          picture xx.
       01  ws-term-eof             picture x value 'N'.

       01  term-table.
           05  term-entry-empno occurs 1000 times picture x(5).

       01  ws-max-term-count       picture 9(4) value 1000.
       01  ws-term-count           picture 9(4) value 0.
       01  ws-term-sub             picture 9(4) value 0.

       01  ws-term-found-switch    picture x value 'N'.
           88  term-found                      value 'Y'.
           88  term-not-found                  value 'N'.

       01  ws-regular-hours        picture 9(5)v99 value 0.
       01  ws-overtime-hours       picture 9(5)v99 value 0.
       01  ws-overtime-factor      picture 9v9 value 1.5.
       01  ws-grand-hourly-count   picture 9(5) value 0.
       01  ws-grand-regular-hours  picture 9(7)v99 value 0.
       01  ws-grand-overtime-hours picture 9(7)v99 value 0.

       01  ws-reghist-status       picture xx.

       01  ws-payout-status        picture xx.
       01  ws-payout-eof           picture x value 'N'.

       01  payout-table.
           05  payout-entry occurs 200 times.
               10  payout-entry-empno      picture x(5).
               10  payout-entry-name       picture x(20).
               10  payout-entry-dept       picture x(4).
               10  payout-entry-hours      picture 9(4)v99.
               10  payout-entry-rate       picture 9(3)v99.
               10  payout-entry-amount     picture 9(6)v99.

       01  ws-max-payout-count     picture 9(3) value 200.
       01  ws-payout-count         picture 9(3) value 0.
       01  ws-payout-sub           picture 9(3) value 0.
       01  ws-payout-found-sub     picture 9(3) value 0.

       01  ws-payout-found-switch  picture x value 'N'.
           88  payout-found                    value 'Y'.
           88  payout-not-found                value 'N'.

       01  ws-period-payout        picture 9(6)v99 value 0.
       01  ws-grand-payout         picture 9(9)v99 value 0.
       01  ws-grand-payout-count   picture 9(5) value 0.

       01  ws-garn-status          picture xx.
       01  ws-garn-eof             picture x value 'N'.
       01  ws-garn-file-loaded     picture x value 'N'.

       01  garnishment-table.
           05  garn-entry occurs 1000 times.
               10  garn-entry-key.
                   15  garn-entry-empno    picture x(5).
                   15  garn-entry-priority picture 9(2).
                   15  garn-entry-order    picture x(6).
               10  garn-entry-payee        picture x(6).
               10  garn-entry-payee-name   picture x(20).
               10  garn-entry-total        picture 9(7)v99.
               10  garn-entry-balance      picture 9(7)v99.
               10  garn-entry-cap          picture 9(5)v99.
               10  garn-entry-pct          picture 9(2)v99.
               10  garn-entry-status       picture x(1).
               10  garn-entry-last-period  picture 9(3).
               10  garn-entry-last-amount  picture 9(5)v99.
               10  garn-entry-last-date    picture x(10).
               10  garn-entry-applied      picture 9(5)v99.
               10  garn-entry-emp-name     picture x(20).

       01  ws-max-garn-count       picture 9(4) value 1000.
       01  ws-garn-count           picture 9(4) value 0.
       01  ws-garn-sub             picture 9(4) value 0.
       01  ws-garn-found-sub       picture 9(4) value 0.
       01  ws-prev-garn-key        picture x(13) value low-values.

       01  ws-garn-found-switch    picture x value 'N'.
           88  garn-found                      value 'Y'.
           88  garn-not-found                  value 'N'.

       01  ws-protected-floor      picture 9(4)v99 value 217.50.
       01  ws-disposable-pay       picture s9(6)v99 value 0.
       01  ws-disposable-left      picture s9(6)v99 value 0.
       01  ws-garn-room            picture s9(6)v99 value 0.
       01  ws-garn-limit           picture 9(6)v99 value 0.
       01  ws-garn-amount          picture 9(6)v99 value 0.
       01  ws-period-garn          picture 9(6)v99 value 0.
       01  ws-grand-garn           picture 9(9)v99 value 0.
       01  ws-grand-garn-count     picture 9(5) value 0.
       01  ws-garn-closed-count    picture 9(5) value 0.

       01  ws-remit-eof            picture x value 'N'.
       01  ws-remit-payee          picture x(6) value spaces.
       01  ws-remit-payee-count    picture 9(5) value 0.
       01  ws-remit-payee-total    picture 9(7)v99 value 0.
       01  ws-remit-grand-count    picture 9(5) value 0.
       01  ws-remit-grand-total    picture 9(9)v99 value 0.

       01  code-breakdown-table.
           05  code-entry occurs 40 times.
               10  code-entry-type     picture x(1).
               10  code-entry-code     picture x(6).
               10  code-entry-desc     picture x(20).
               10  code-entry-amount   picture 9(6)v99.

       01  ws-max-code-count       picture 9(2) value 40.
       01  ws-code-count           picture 9(2) value 0.
       01  ws-code-sub             picture 9(2) value 0.

       01  ws-line-type            picture x(1).
       01  ws-line-code            picture x(6).
       01  ws-line-desc            picture x(20).
       01  ws-line-amount          picture 9(6)v99.

       01  ws-overtime-gross       picture 9(6)v99 value 0.

       01  rate-table.
           05  rate-entry occurs 20 times.
               10  rate-entry-type     picture x(1).
               10  rate-entry-code     picture x(4).
               10  rate-entry-desc     picture x(20).
               10  rate-entry-pct      picture 9(2)v99.
               10  rate-entry-amount   picture 9(4)v99.
               10  rate-entry-ceiling  picture 9(8).
       01  ws-period-no            picture 9(3) value 0.
       01  ws-last-processed       picture 9(3) value 0.
       01  ws-first-open           picture 9(3) value 0.
       01  ws-period-date          picture x(10) value spaces.
       01  ws-last-processed-date  picture x(10) value spaces.
       01  ws-first-open-date      picture x(10) value spaces.

       01  ws-current-dept         picture x(4) value spaces.

       01  ws-regular-gross        picture 9(6)v99 value 0.
       01  ws-period-retro         picture s9(6)v99 value 0.
       01  ws-period-gross         picture 9(6)v99 value 0.
       01  ws-period-tax           picture 9(6)v99 value 0.
       01  ws-period-deduc         picture 9(6)v99 value 0.
       01  ws-grand-tax            picture 9(9)v99 value 0.
       01  ws-grand-deduc          picture 9(9)v99 value 0.
       01  ws-grand-net            picture s9(9)v99 value 0.
       01  ws-grand-retro          picture s9(9)v99 value 0.
       01  ws-grand-retro-count    picture 9(5) value 0.

       01  ws-runlog-status        picture xx.
       01  ws-runlog-eof           picture x value 'N'.
       01  ws-log-period           picture 9(3) value 0.
       01  ws-log-rc               picture 9(2) value 0.
       01  ws-gate-program         picture x(10) value "PROGRAM6".
       01  ws-gate-predecessor     picture x(10) value "PROGRAM19".

       01  ws-pred-end-switch      picture x value 'N'.
       01  ws-pred-end-rc          picture 9(2) value 0.

           perform 800-print-grand-total
           perform 810-report-unmatched-elections
           perform 815-report-unmatched-retro
           perform 830-report-rejected-timecards
           perform 870-produce-remittance-listing
           perform 900-terminate

           perform 140-write-end-log
           open input updated-payroll-master
           open output payroll-register-listing
           open output net-pay-extract
           open output earnings-detail

           move spaces to print-rec


           perform 230-load-ytd-accumulator
           perform 240-load-employee-elections
           perform 290-load-retro-adjustments
           perform 210-load-timecards
           perform 220-load-terminated-employees
           perform 205-load-garnishment-orders
           perform 282-load-leave-payouts

           move ws-period-no to period-no-out
           set page-no to 1
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
       230-load-ytd-accumulator.

           if ws-period-no = 1
               perform 232-check-year-closed
               move 'Y' to ws-ytd-eof
           else
               open input ytd-accumulator
                  ws-period-no " - ACCUMULATION AND REWRITE SKIPPED"
           end-if.

       232-check-year-closed.

           open input ytd-accumulator
           if ws-ytd-status = '00'
               perform 233-read-prior-year-record
                   until ws-ytd-eof = 'Y'
               close ytd-accumulator
           end-if.

       233-read-prior-year-record.

           read ytd-accumulator
               at end move 'Y' to ws-ytd-eof
               not at end
                   if ytd-year-ytd is numeric
                       and ytd-year-ytd < year-field
                       perform 925-abort-year-not-closed
                   end-if
           end-read.

       235-read-ytd-record.

           read ytd-accumulator
                           to ytd-entry-tax(ws-ytd-count)
                       move ytd-deduc-ytd
                           to ytd-entry-deduc(ws-ytd-count)
                       if ytd-retro-ytd is numeric
                           move ytd-retro-ytd
                               to ytd-entry-retro(ws-ytd-count)
                       else
                           move 0 to ytd-entry-retro(ws-ytd-count)
                       end-if
                       if ytd-period-ytd is numeric
                           move ytd-period-ytd to ws-ytd-loaded-period
                       end-if
                   evaluate rate-type-dedr
                       when 'P'
                            move rate-amount-dedr to ws-pay-periods
                       when 'F'
                            move rate-amount-dedr to ws-protected-floor
                       when 'T'
                       when 'D'
                            add 1 to ws-rate-count
                                to rate-entry-type(ws-rate-count)
                            move rate-code-dedr
                                to rate-entry-code(ws-rate-count)
                            move rate-desc-dedr
                                to rate-entry-desc(ws-rate-count)
                            move rate-pct-dedr
                                to rate-entry-pct(ws-rate-count)
                            move rate-amount-dedr
               close run-control-calendar
               if ws-last-processed > 0
                   move ws-last-processed to ws-period-no
                   move ws-last-processed-date to ws-period-date
               else
                   move ws-first-open to ws-period-no
                   move ws-first-open-date to ws-period-date
               end-if
           end-if.

               not at end
                   if period-status-cal = 'P'
                       move period-no-cal to ws-last-processed
                       move run-date-cal to ws-last-processed-date
                   end-if
                   if period-status-cal = 'O'
                       and ws-first-open = zero
                       move period-no-cal to ws-first-open
                       move run-date-cal to ws-first-open-date
                   end-if
           end-read.

       282-load-leave-payouts.

           open input leave-payouts
           if ws-payout-status = '00'
               perform 284-read-payout-record
                   until ws-payout-eof = 'Y'
               close leave-payouts
           end-if.

       284-read-payout-record.

           read leave-payouts
               at end move 'Y' to ws-payout-eof
               not at end
                   if pay-period-lvp = ws-period-no
                       and payout-amount-lvp is numeric
                       perform 286-find-payout-by-key
                       if payout-not-found
                           if ws-payout-count >= ws-max-payout-count
                               perform 985-abort-payout-table-full
                           end-if
                           add 1 to ws-payout-count
                           move ws-payout-count to ws-payout-found-sub
                       end-if
                       move employee-no-lvp
                           to payout-entry-empno(ws-payout-found-sub)
                       move employee-name-lvp
                           to payout-entry-name(ws-payout-found-sub)
                       move dept-code-lvp
                           to payout-entry-dept(ws-payout-found-sub)
                       move vacation-hours-lvp
                           to payout-entry-hours(ws-payout-found-sub)
                       move hourly-rate-lvp
                           to payout-entry-rate(ws-payout-found-sub)
                       move payout-amount-lvp
                           to payout-entry-amount(ws-payout-found-sub)
                   end-if
           end-read.

       286-find-payout-by-key.

           set payout-not-found to true
           perform 288-search-payout-by-key
               varying ws-payout-sub from 1 by 1
               until ws-payout-sub > ws-payout-count or payout-found.

       288-search-payout-by-key.

           if payout-entry-empno(ws-payout-sub) = employee-no-lvp
               set payout-found to true
               move ws-payout-sub to ws-payout-found-sub
           end-if.

       290-load-retro-adjustments.

           open input retro-adjustments
           if ws-retro-status = '00'
               perform 295-read-retro-record
                   until ws-retro-eof = 'Y'
               close retro-adjustments
           end-if.

       295-read-retro-record.

           read retro-adjustments
               at end move 'Y' to ws-retro-eof
               not at end
                   if pay-period-retro = ws-period-no
                       and retro-amount-retro is numeric
                       perform 296-find-retro-by-key
                       if retro-not-found
                           perform 297-create-retro-entry
                       end-if
                       perform 291-find-retro-detail
                       if retro-detail-found
                           perform 294-back-out-retro-detail
                       else
                           perform 293-create-retro-detail
                       end-if
                       move retro-amount-retro
                           to retro-detail-amount(ws-detail-found-sub)
                       add retro-amount-retro
                           to retro-entry-amount(ws-retro-found-sub)
                   end-if
           end-read.

       291-find-retro-detail.

           set retro-detail-not-found to true
           perform 292-search-retro-detail
               varying ws-retro-detail-sub from 1 by 1
               until ws-retro-detail-sub > ws-retro-detail-count
               or retro-detail-found.

       292-search-retro-detail.

           if retro-detail-empno(ws-retro-detail-sub)
                   = employee-no-retro
               and retro-detail-missed(ws-retro-detail-sub)
                   = missed-period-retro
               set retro-detail-found to true
               move ws-retro-detail-sub to ws-detail-found-sub
           end-if.

       293-create-retro-detail.

           if ws-retro-detail-count >= ws-max-retro-detail
               perform 945-abort-retro-detail-full
           end-if
           add 1 to ws-retro-detail-count
           move employee-no-retro
               to retro-detail-empno(ws-retro-detail-count)
           move missed-period-retro
               to retro-detail-missed(ws-retro-detail-count)
           move 0 to retro-detail-amount(ws-retro-detail-count)
           move ws-retro-detail-count to ws-detail-found-sub
           add 1 to retro-entry-periods(ws-retro-found-sub).

       294-back-out-retro-detail.

           subtract retro-detail-amount(ws-detail-found-sub)
               from retro-entry-amount(ws-retro-found-sub).

       296-find-retro-by-key.

           set retro-not-found to true
           perform 298-search-retro-by-key
               varying ws-retro-sub from 1 by 1
               until ws-retro-sub > ws-retro-count or retro-found.

       298-search-retro-by-key.

           if retro-entry-empno(ws-retro-sub) = employee-no-retro
               set retro-found to true
               move ws-retro-sub to ws-retro-found-sub
           end-if.

       297-create-retro-entry.

           if ws-retro-count >= ws-max-retro-count
               perform 940-abort-retro-table-full
           end-if
           add 1 to ws-retro-count
           move employee-no-retro to retro-entry-empno(ws-retro-count)
           move 0 to retro-entry-amount(ws-retro-count)
           move 0 to retro-entry-periods(ws-retro-count)
           move 'N' to retro-entry-used(ws-retro-count)
           move ws-retro-count to ws-retro-found-sub.

       205-load-garnishment-orders.

           open input garnishment-orders
           if ws-garn-status = '00'
               move 'Y' to ws-garn-file-loaded
               perform 206-read-garnishment-record
                   until ws-garn-eof = 'Y'
               close garnishment-orders
           end-if.

       206-read-garnishment-record.

           read garnishment-orders
               at end move 'Y' to ws-garn-eof
               not at end
                   if ws-garn-count >= ws-max-garn-count
                       perform 970-abort-garn-table-full
                   end-if
                   add 1 to ws-garn-count
                   move employee-no-garn
                       to garn-entry-empno(ws-garn-count)
                   move priority-garn
                       to garn-entry-priority(ws-garn-count)
                   move order-id-garn
                       to garn-entry-order(ws-garn-count)
                   if garn-entry-key(ws-garn-count) < ws-prev-garn-key
                       perform 975-abort-garn-sequence
                   end-if
                   move garn-entry-key(ws-garn-count)
                       to ws-prev-garn-key
                   move payee-code-garn
                       to garn-entry-payee(ws-garn-count)
                   move payee-name-garn
                       to garn-entry-payee-name(ws-garn-count)
                   move total-owed-garn
                       to garn-entry-total(ws-garn-count)
                   move balance-garn
                       to garn-entry-balance(ws-garn-count)
                   move period-cap-garn
                       to garn-entry-cap(ws-garn-count)
                   move disposable-pct-garn
                       to garn-entry-pct(ws-garn-count)
                   move status-garn
                       to garn-entry-status(ws-garn-count)
                   move 0 to garn-entry-applied(ws-garn-count)
                   move spaces to garn-entry-emp-name(ws-garn-count)
                   if last-period-garn is numeric
                       move last-period-garn
                           to garn-entry-last-period(ws-garn-count)
                   else
                       move 0 to garn-entry-last-period(ws-garn-count)
                   end-if
                   if last-amount-garn is numeric
                       move last-amount-garn
                           to garn-entry-last-amount(ws-garn-count)
                   else
                       move 0 to garn-entry-last-amount(ws-garn-count)
                   end-if
                   move last-date-garn
                       to garn-entry-last-date(ws-garn-count)
                   perform 207-reverse-prior-run
           end-read.

       207-reverse-prior-run.

           if garn-entry-last-period(ws-garn-count) = ws-period-no
               and garn-entry-last-date(ws-garn-count) = ws-period-date
               and garn-entry-last-amount(ws-garn-count) > 0
               add garn-entry-last-amount(ws-garn-count)
                   to garn-entry-balance(ws-garn-count)
               move 'A' to garn-entry-status(ws-garn-count)
               move 0 to garn-entry-last-amount(ws-garn-count)
           end-if.

       210-load-timecards.

           open input timecard-file
           if ws-timecard-status = '00'
               perform 215-read-timecard-record
                   until ws-timecard-eof = 'Y'
               close timecard-file
           end-if

           if ws-wrong-period-cards > 0
               display "WARNING - " ws-wrong-period-cards
                  " TIMECARDS NOT FOR PERIOD " ws-period-no
                  " - IGNORED"
           end-if.

       215-read-timecard-record.

           read timecard-file
               at end move 'Y' to ws-timecard-eof
               not at end
                   if period-no-tc = ws-period-no
                       and regular-hours-tc is numeric
                       and overtime-hours-tc is numeric
                       perform 216-find-timecard-by-key
                       if timecard-not-found
                           perform 218-create-timecard-entry
                       end-if
                       add regular-hours-tc to
                           timecard-entry-regular(ws-timecard-found-sub)
                       add overtime-hours-tc to timecard-entry-overtime
                           (ws-timecard-found-sub)
                   else
                       add 1 to ws-wrong-period-cards
                   end-if
           end-read.

       216-find-timecard-by-key.

           set timecard-not-found to true
           perform 217-search-timecard-by-key
               varying ws-timecard-sub from 1 by 1
               until ws-timecard-sub > ws-timecard-count
               or timecard-found.

       217-search-timecard-by-key.

           if timecard-entry-empno(ws-timecard-sub) = employee-no-tc
               set timecard-found to true
               move ws-timecard-sub to ws-timecard-found-sub
           end-if.

       218-create-timecard-entry.

           if ws-timecard-count >= ws-max-timecard-count
               perform 950-abort-timecard-table-full
           end-if
           add 1 to ws-timecard-count
           move employee-no-tc
               to timecard-entry-empno(ws-timecard-count)
           move 0 to timecard-entry-regular(ws-timecard-count)
           move 0 to timecard-entry-overtime(ws-timecard-count)
           move 'N' to timecard-entry-used(ws-timecard-count)
           move ws-timecard-count to ws-timecard-found-sub.

       220-load-terminated-employees.

           open input terminated-employees
           if ws-term-status = '00'
               perform 225-read-terminated-record
                   until ws-term-eof = 'Y'
               close terminated-employees
           end-if.

       225-read-terminated-record.

           read terminated-employees
               at end move 'Y' to ws-term-eof
               not at end
                   if ws-term-count >= ws-max-term-count
                       perform 960-abort-term-table-full
                   end-if
                   add 1 to ws-term-count
                   move employee-no-term
                       to term-entry-empno(ws-term-count)
           end-read.

       300-feed-sort.

           perform 350-read-master
           perform 360-release-master
               until ws-master-eof = 'Y'

           perform 365-release-payout
               varying ws-payout-sub from 1 by 1
               until ws-payout-sub > ws-payout-count.

       350-read-master.

           move employee-name-uptd to employee-name-srt
           move pay-grade-uptd to pay-grade-srt
           move annual-salary-uptd to annual-salary-srt
           move pay-basis-uptd to pay-basis-srt
           if hourly-rate-uptd is numeric
               move hourly-rate-uptd to hourly-rate-srt
           else
               move 0 to hourly-rate-srt
           end-if
           move 'N' to payout-flag-srt
           move 0 to payout-hours-srt
           move 0 to payout-amount-srt
           release register-sort-record

           perform 350-read-master.

       365-release-payout.

           move payout-entry-dept(ws-payout-sub) to dept-code-srt
           move payout-entry-empno(ws-payout-sub) to employee-no-srt
           move payout-entry-name(ws-payout-sub) to employee-name-srt
           move spaces to pay-grade-srt
           move 0 to annual-salary-srt
           move 'S' to pay-basis-srt
           move payout-entry-rate(ws-payout-sub) to hourly-rate-srt
           move 'Y' to payout-flag-srt
           move payout-entry-hours(ws-payout-sub) to payout-hours-srt
           move payout-entry-amount(ws-payout-sub)
               to payout-amount-srt
           release register-sort-record.

       500-build-register.

           perform 510-return-sort-record

       530-process-employee.

           move employee-no-srt to employee-no-tc
           perform 216-find-timecard-by-key
           move 0 to ws-regular-hours
           move 0 to ws-overtime-hours
           move 0 to ws-overtime-gross
           move 0 to ws-code-count
           move 0 to ws-period-payout

           if hourly-employee-srt
               if timecard-found
                   move 'Y'
                       to timecard-entry-used(ws-timecard-found-sub)
                   move timecard-entry-regular(ws-timecard-found-sub)
                       to ws-regular-hours
                   move timecard-entry-overtime(ws-timecard-found-sub)
                       to ws-overtime-hours
               end-if
               compute ws-overtime-gross rounded =
                   hourly-rate-srt * ws-overtime-factor
                       * ws-overtime-hours
               compute ws-regular-gross rounded =
                   hourly-rate-srt * ws-regular-hours
                       + ws-overtime-gross
           else
               if timecard-found
                   and not leave-payout-srt
                   move 'S'
                       to timecard-entry-used(ws-timecard-found-sub)
               end-if
               compute ws-regular-gross rounded =
                   annual-salary-srt / ws-pay-periods
           end-if

           if leave-payout-srt
               move 0 to ws-regular-gross
               move payout-amount-srt to ws-period-payout
           end-if

           perform 537-find-retro-entry
           if retro-found
               move retro-entry-amount(ws-retro-found-sub)
                   to ws-period-retro
               move 'Y' to retro-entry-used(ws-retro-found-sub)
           else
               move 0 to ws-period-retro
           end-if

           if ws-regular-gross + ws-period-retro + ws-period-payout > 0
               compute ws-period-gross =
                   ws-regular-gross + ws-period-retro + ws-period-payout
           else
               move 0 to ws-period-gross
           end-if

           perform 545-find-ytd-entry
           move ws-ytd-found-switch to ws-ytd-preexisting
               until ws-rate-sub > ws-rate-count

           if election-found
               and not leave-payout-srt
               perform 542-apply-one-election
                   varying ws-election-slot-sub from 1 by 1
                   until ws-election-slot-sub > 4
           end-if

           perform 550-apply-garnishments

           compute ws-period-net =
               ws-regular-gross + ws-period-retro + ws-period-payout
                   - ws-period-tax - ws-period-deduc

           if ws-ytd-preexisting = 'N'
               or not ytd-already-current
               add ws-period-gross to ytd-entry-gross(ws-ytd-found-sub)
               add ws-period-tax to ytd-entry-tax(ws-ytd-found-sub)
               add ws-period-deduc to ytd-entry-deduc(ws-ytd-found-sub)
               add ws-period-retro to ytd-entry-retro(ws-ytd-found-sub)
           end-if

           move employee-no-srt to reg-employee-no-out
           move employee-name-srt to reg-name-out
           move annual-salary-srt to reg-annual-out
           move ws-regular-gross to reg-gross-out
           move ws-period-tax to reg-tax-out
           move ws-period-deduc to reg-deduc-out
           move ws-period-net to reg-net-out
           move ytd-entry-deduc(ws-ytd-found-sub) to reg-ytd-deduc-out
           write print-rec from register-line-out after advancing 1 line

           if hourly-employee-srt
               move ws-regular-hours to hrs-regular-out
               move ws-overtime-hours to hrs-overtime-out
               move hourly-rate-srt to hrs-rate-out
               write print-rec from hours-line-out
                   after advancing 1 line
               add 1 to ws-grand-hourly-count
               add ws-regular-hours to ws-grand-regular-hours
               add ws-overtime-hours to ws-grand-overtime-hours
           end-if

           if garn-found
               perform 557-print-one-garnishment
                   varying ws-garn-sub from ws-garn-found-sub by 1
                   until ws-garn-sub > ws-garn-count
                   or garn-entry-empno(ws-garn-sub)
                       not = employee-no-srt
           end-if

           if retro-found
               move retro-entry-periods(ws-retro-found-sub)
                   to retro-periods-out
               move ws-period-retro to retro-amount-out
               write print-rec from retro-line-out
                   after advancing 1 line
               add 1 to ws-grand-retro-count
               add ws-period-retro to ws-grand-retro
           end-if

           if leave-payout-srt
               move payout-hours-srt to pay-hours-out
               move hourly-rate-srt to pay-rate-out
               move ws-period-payout to pay-amount-out
               write print-rec from payout-line-out
                   after advancing 1 line
               add 1 to ws-grand-payout-count
               add ws-period-payout to ws-grand-payout
           end-if

           move spaces to net-pay-extract-record
           move employee-no-srt to employee-no-net
           move employee-name-srt to employee-name-net
           move dept-code-srt to dept-code-net
           move ws-period-no to period-no-net
           move ws-period-net to net-amount-net
           move ws-period-retro to retro-amount-net
           write net-pay-extract-record

           perform 560-write-earnings-detail

           if not leave-payout-srt
               add 1 to ws-dept-headcount
           end-if
           add annual-salary-srt to ws-dept-annual
           add ws-period-gross to ws-dept-gross
           add ws-period-tax to ws-dept-tax

           perform 510-return-sort-record.

       537-find-retro-entry.

           set retro-not-found to true
           perform 538-search-retro-table
               varying ws-retro-sub from 1 by 1
               until ws-retro-sub > ws-retro-count or retro-found.

       538-search-retro-table.

           if retro-entry-empno(ws-retro-sub) = employee-no-srt
               set retro-found to true
               move ws-retro-sub to ws-retro-found-sub
           end-if.

       540-apply-one-rate.

           move ws-period-gross to ws-taxable-gross
                    compute ws-tax-amount rounded =
                        ws-taxable-gross * ws-applied-tax-pct / 100
                    add ws-tax-amount to ws-period-tax
                    move 'T' to ws-line-type
                    move rate-entry-code(ws-rate-sub) to ws-line-code
                    move rate-entry-desc(ws-rate-sub) to ws-line-desc
                    move ws-tax-amount to ws-line-amount
                    perform 565-add-code-entry
               when 'D'
                    if ws-taxable-gross > 0
                        and not leave-payout-srt
                        add rate-entry-amount(ws-rate-sub)
                            to ws-period-deduc
                        move 'D' to ws-line-type
                        move rate-entry-code(ws-rate-sub)
                            to ws-line-code
                        move rate-entry-desc(ws-rate-sub)
                            to ws-line-desc
                        move rate-entry-amount(ws-rate-sub)
                            to ws-line-amount
                        perform 565-add-code-entry
                    end-if
           end-evaluate.

                       * election-entry-pct(ws-election-found-sub
                           ws-election-slot-sub) / 100
               add ws-election-amount to ws-period-deduc
               move 'D' to ws-line-type
               move election-entry-code(ws-election-found-sub
                   ws-election-slot-sub) to ws-line-code
               move "EMPLOYEE ELECTION" to ws-line-desc
               move ws-election-amount to ws-line-amount
               perform 565-add-code-entry
           end-if.

       550-apply-garnishments.

           move 0 to ws-period-garn
           compute ws-disposable-pay = ws-period-gross - ws-period-tax
           if ws-disposable-pay < 0
               move 0 to ws-disposable-pay
           end-if

           set garn-not-found to true
           perform 551-search-garnishment-table
               varying ws-garn-sub from 1 by 1
               until ws-garn-sub > ws-garn-count or garn-found

           if garn-found
               perform 555-apply-one-garnishment
                   varying ws-garn-sub from ws-garn-found-sub by 1
                   until ws-garn-sub > ws-garn-count
                   or garn-entry-empno(ws-garn-sub)
                       not = employee-no-srt
           end-if

           add ws-period-garn to ws-period-deduc.

       551-search-garnishment-table.

           if garn-entry-empno(ws-garn-sub) = employee-no-srt
               set garn-found to true
               move ws-garn-sub to ws-garn-found-sub
           end-if.

       555-apply-one-garnishment.

           move 0 to ws-garn-amount
           if garn-entry-status(ws-garn-sub) = 'A'
               and garn-entry-balance(ws-garn-sub) > 0
               compute ws-garn-room =
                   ws-period-gross - ws-period-tax - ws-period-deduc
                       - ws-period-garn - ws-protected-floor
               if ws-garn-room > 0
                   move garn-entry-balance(ws-garn-sub)
                       to ws-garn-amount
                   if garn-entry-cap(ws-garn-sub) > 0
                       and garn-entry-cap(ws-garn-sub) < ws-garn-amount
                       move garn-entry-cap(ws-garn-sub)
                           to ws-garn-amount
                   end-if
                   compute ws-disposable-left =
                       ws-disposable-pay - ws-period-garn
                   if ws-disposable-left < 0
                       move 0 to ws-disposable-left
                   end-if
                   compute ws-garn-limit rounded =
                       ws-disposable-left * garn-entry-pct(ws-garn-sub)
                           / 100
                   if ws-garn-limit < ws-garn-amount
                       move ws-garn-limit to ws-garn-amount
                   end-if
                   if ws-garn-room < ws-garn-amount
                       move ws-garn-room to ws-garn-amount
                   end-if
               end-if
           end-if

           if ws-garn-amount > 0
               subtract ws-garn-amount
                   from garn-entry-balance(ws-garn-sub)
               move ws-garn-amount to garn-entry-applied(ws-garn-sub)
               move ws-garn-amount
                   to garn-entry-last-amount(ws-garn-sub)
               move ws-period-no to garn-entry-last-period(ws-garn-sub)
               move ws-period-date to garn-entry-last-date(ws-garn-sub)
               move employee-name-srt
                   to garn-entry-emp-name(ws-garn-sub)
               add ws-garn-amount to ws-period-garn
               move 'D' to ws-line-type
               move garn-entry-order(ws-garn-sub) to ws-line-code
               move garn-entry-payee-name(ws-garn-sub) to ws-line-desc
               move ws-garn-amount to ws-line-amount
               perform 565-add-code-entry
               add ws-garn-amount to ws-grand-garn
               add 1 to ws-grand-garn-count
               if garn-entry-balance(ws-garn-sub) = 0
                   move 'C' to garn-entry-status(ws-garn-sub)
                   add 1 to ws-garn-closed-count
               end-if
           end-if.

       557-print-one-garnishment.

           if garn-entry-applied(ws-garn-sub) > 0
               move garn-entry-order(ws-garn-sub) to garn-order-out
               move garn-entry-payee-name(ws-garn-sub)
                   to garn-payee-out
               move garn-entry-applied(ws-garn-sub) to garn-amount-out
               move garn-entry-balance(ws-garn-sub)
                   to garn-balance-out
               if garn-entry-status(ws-garn-sub) = 'C'
                   move "CLOSED" to garn-closed-out
               else
                   move spaces to garn-closed-out
               end-if
               write print-rec from garnishment-line-out
                   after advancing 1 line
           end-if.

       560-write-earnings-detail.

           move spaces to earnings-detail-record
           move 'H' to record-type-ern
           move employee-no-srt to employee-no-ern
           move ws-period-no to period-no-ern
           move employee-name-srt to employee-name-ern
           move dept-code-srt to dept-code-ern
           move pay-basis-srt to pay-basis-ern
           move annual-salary-srt to annual-salary-ern
           move hourly-rate-srt to hourly-rate-ern
           write earnings-detail-record

           move 'E' to ws-line-type
           move "REG" to ws-line-code
           move "REGULAR PAY" to ws-line-desc
           compute ws-line-amount = ws-regular-gross - ws-overtime-gross
           perform 567-write-detail-line
           if hourly-employee-srt
               move ws-regular-hours to hours-ern
               move hourly-rate-srt to rate-ern
           end-if
           write earnings-detail-record

           if ws-overtime-hours > 0
               move "OT" to ws-line-code
               move "OVERTIME PAY" to ws-line-desc
               move ws-overtime-gross to ws-line-amount
               perform 567-write-detail-line
               move ws-overtime-hours to hours-ern
               compute rate-ern rounded =
                   hourly-rate-srt * ws-overtime-factor
               write earnings-detail-record
           end-if

           if ws-period-retro not = 0
               move "RETRO" to ws-line-code
               move "RETROACTIVE PAY" to ws-line-desc
               perform 567-write-detail-line
               move ws-period-retro to current-amount-ern
               write earnings-detail-record
           end-if

           if leave-payout-srt
               move "PAYOUT" to ws-line-code
               move "VACATION PAYOUT" to ws-line-desc
               move ws-period-payout to ws-line-amount
               perform 567-write-detail-line
               move payout-hours-srt to hours-ern
               move hourly-rate-srt to rate-ern
               write earnings-detail-record
           end-if

           move 'G' to ws-line-type
           move "GROSS" to ws-line-code
           move "GROSS PAY" to ws-line-desc
           move ws-period-gross to ws-line-amount
           perform 567-write-detail-line
           move ytd-entry-gross(ws-ytd-found-sub) to ytd-amount-ern
           write earnings-detail-record

           perform 568-write-one-code-line
               varying ws-code-sub from 1 by 1
               until ws-code-sub > ws-code-count

           move 'S' to ws-line-type
           move "TAX" to ws-line-code
           move "TOTAL TAXES" to ws-line-desc
           move ws-period-tax to ws-line-amount
           perform 567-write-detail-line
           move ytd-entry-tax(ws-ytd-found-sub) to ytd-amount-ern
           write earnings-detail-record

           move "DEDUC" to ws-line-code
           move "TOTAL DEDUCTIONS" to ws-line-desc
           move ws-period-deduc to ws-line-amount
           perform 567-write-detail-line
           move ytd-entry-deduc(ws-ytd-found-sub) to ytd-amount-ern
           write earnings-detail-record

           move 'N' to ws-line-type
           move "NET" to ws-line-code
           move "NET PAY" to ws-line-desc
           perform 567-write-detail-line
           move ws-period-net to current-amount-ern
           compute ytd-amount-ern =
               ytd-entry-gross(ws-ytd-found-sub)
                   - ytd-entry-tax(ws-ytd-found-sub)
                   - ytd-entry-deduc(ws-ytd-found-sub)
           write earnings-detail-record.

       565-add-code-entry.

           if ws-code-count >= ws-max-code-count
               perform 980-abort-code-table-full
           end-if
           add 1 to ws-code-count
           move ws-line-type to code-entry-type(ws-code-count)
           move ws-line-code to code-entry-code(ws-code-count)
           move ws-line-desc to code-entry-desc(ws-code-count)
           move ws-line-amount to code-entry-amount(ws-code-count).

       567-write-detail-line.

           move spaces to earnings-detail-record
           move ws-line-type to record-type-ern
           move employee-no-srt to employee-no-ern
           move ws-period-no to period-no-ern
           move ws-line-code to line-code-ern
           move ws-line-desc to line-desc-ern
           move ws-line-amount to current-amount-ern
           move 0 to ytd-amount-ern
           move 0 to hours-ern
           move 0 to rate-ern.

       568-write-one-code-line.

           move code-entry-type(ws-code-sub) to ws-line-type
           move code-entry-code(ws-code-sub) to ws-line-code
           move code-entry-desc(ws-code-sub) to ws-line-desc
           move code-entry-amount(ws-code-sub) to ws-line-amount
           perform 567-write-detail-line
           write earnings-detail-record.

       545-find-ytd-entry.

           set ytd-not-found to true
           move 0 to ytd-entry-gross(ws-ytd-count)
           move 0 to ytd-entry-tax(ws-ytd-count)
           move 0 to ytd-entry-deduc(ws-ytd-count)
           move 0 to ytd-entry-retro(ws-ytd-count)
           move ws-ytd-count to ws-ytd-found-sub.

       590-print-dept-total.
           move ws-grand-net to gtl-net-out

           write print-rec from spaces after advancing 1 line
           write print-rec from grand-total-line after advancing 1 line

           if ws-grand-retro-count > 0
               move ws-grand-retro-count to rtl-count-out
               move ws-grand-retro to rtl-amount-out
               write print-rec from retro-total-line
                   after advancing 1 line
           end-if

           if ws-grand-payout-count > 0
               move ws-grand-payout-count to ptl-count-out
               move ws-grand-payout to ptl-amount-out
               write print-rec from payout-total-line
                   after advancing 1 line
           end-if

           perform 805-write-register-history

           if ws-grand-garn-count > 0
               move ws-grand-garn-count to gartl-count-out
               move ws-grand-garn to gartl-amount-out
               move ws-garn-closed-count to gartl-closed-out
               write print-rec from garnishment-total-line
                   after advancing 1 line
           end-if

           if ws-grand-hourly-count > 0
               move ws-grand-hourly-count to htl-count-out
               move ws-grand-regular-hours to htl-regular-out
               move ws-grand-overtime-hours to htl-overtime-out
               write print-rec from hours-total-line
                   after advancing 1 line
           end-if.

       805-write-register-history.

           open extend register-history
           if ws-reghist-status = '35'
               open output register-history
           end-if
           move spaces to register-history-record
           move year-field to year-rgh
           move ws-period-no to period-rgh
           move ws-grand-headcount to headcount-rgh
           move ws-grand-gross to gross-rgh
           move ws-grand-tax to tax-rgh
           move ws-grand-deduc to deduc-rgh
           move ws-grand-net to net-rgh
           move date-field-format to run-date-rgh
           write register-history-record
           close register-history.

       810-report-unmatched-elections.

                   after advancing 1 line
           end-if.

       815-report-unmatched-retro.

           perform 825-sweep-one-retro
               varying ws-retro-sub from 1 by 1
               until ws-retro-sub > ws-retro-count

           if ws-unmatched-retro > 0
               display "WARNING - " ws-unmatched-retro
                  " RETRO ADJUSTMENTS MATCHED NO MASTER EMPLOYEE"
           end-if.

       825-sweep-one-retro.

           if retro-entry-used(ws-retro-sub) = 'N'
               add 1 to ws-unmatched-retro
               move retro-entry-empno(ws-retro-sub)
                   to unm-retro-empno-out
               write print-rec from unmatched-retro-line
                   after advancing 1 line
           end-if.

       830-report-rejected-timecards.

           perform 835-sweep-one-timecard
               varying ws-timecard-sub from 1 by 1
               until ws-timecard-sub > ws-timecard-count

           if ws-rejected-timecards > 0
               display "WARNING - " ws-rejected-timecards
                  " TIMECARDS REJECTED - SEE PAYROLL REGISTER"
           end-if.

       835-sweep-one-timecard.

           if timecard-entry-used(ws-timecard-sub) not = 'Y'
               add 1 to ws-rejected-timecards
               move timecard-entry-empno(ws-timecard-sub)
                   to rej-tc-empno-out
               if timecard-entry-used(ws-timecard-sub) = 'S'
                   move "EMPLOYEE IS SALARIED" to rej-tc-reason-out
               else
                   perform 837-find-terminated-entry
                   if term-found
                       move "EMPLOYEE TERMINATED" to rej-tc-reason-out
                   else
                       move "EMPLOYEE NOT ON MASTER"
                           to rej-tc-reason-out
                   end-if
               end-if
               write print-rec from rejected-timecard-line
                   after advancing 1 line
           end-if.

       837-find-terminated-entry.

           set term-not-found to true
           perform 838-search-term-table
               varying ws-term-sub from 1 by 1
               until ws-term-sub > ws-term-count or term-found.

       838-search-term-table.

           if term-entry-empno(ws-term-sub)
                   = timecard-entry-empno(ws-timecard-sub)
               set term-found to true
           end-if.

       870-produce-remittance-listing.

           open output remittance-listing
           move ws-period-no to remit-period-out
           move date-field-format to remit-date-out
           write remit-print-rec from remit-header-1
               after advancing 4 lines
           write remit-print-rec from remit-header-2
               after advancing 2 lines

           sort remit-sort-file
               on ascending key payee-code-rms employee-no-rms
                   order-id-rms
               input procedure is 872-release-remittances
               output procedure is 880-print-remittances

           move "TOTAL ALL PAYEES" to rtl-label-out
           move ws-remit-grand-count to rtl-count-out2
           move ws-remit-grand-total to rtl-total-out
           write remit-print-rec from spaces after advancing 1 line
           write remit-print-rec from remit-total-line
               after advancing 1 line
           close remittance-listing.

       872-release-remittances.

           perform 875-release-one-remittance
               varying ws-garn-sub from 1 by 1
               until ws-garn-sub > ws-garn-count.

       875-release-one-remittance.

           if garn-entry-applied(ws-garn-sub) > 0
               move garn-entry-payee(ws-garn-sub) to payee-code-rms
               move garn-entry-payee-name(ws-garn-sub)
                   to payee-name-rms
               move garn-entry-empno(ws-garn-sub) to employee-no-rms
               move garn-entry-emp-name(ws-garn-sub)
                   to employee-name-rms
               move garn-entry-order(ws-garn-sub) to order-id-rms
               move garn-entry-applied(ws-garn-sub) to amount-rms
               move garn-entry-balance(ws-garn-sub) to balance-rms
               release remit-sort-record
           end-if.

       880-print-remittances.

           perform 882-return-remittance
           perform 885-process-payee-group
               until ws-remit-eof = 'Y'.

       882-return-remittance.

           return remit-sort-file
               at end move 'Y' to ws-remit-eof
           end-return.

       885-process-payee-group.

           move payee-code-rms to ws-remit-payee
           move payee-code-rms to rpl-payee-code-out
           move payee-name-rms to rpl-payee-name-out
           write remit-print-rec from spaces after advancing 1 line
           write remit-print-rec from remit-payee-line
               after advancing 1 line

           move 0 to ws-remit-payee-count
           move 0 to ws-remit-payee-total
           perform 887-print-one-remittance
               until ws-remit-eof = 'Y'
               or payee-code-rms not = ws-remit-payee

           move "PAYEE TOTAL" to rtl-label-out
           move ws-remit-payee-count to rtl-count-out2
           move ws-remit-payee-total to rtl-total-out
           write remit-print-rec from remit-total-line
               after advancing 1 line

           add ws-remit-payee-count to ws-remit-grand-count
           add ws-remit-payee-total to ws-remit-grand-total.

       887-print-one-remittance.

           move employee-no-rms to rdl-empno-out
           move employee-name-rms to rdl-name-out
           move order-id-rms to rdl-order-out
           move amount-rms to rdl-amount-out
           move balance-rms to rdl-balance-out
           write remit-print-rec from remit-detail-line
               after advancing 1 line

           add 1 to ws-remit-payee-count
           add amount-rms to ws-remit-payee-total

           perform 882-return-remittance.

       865-rewrite-garnishment-orders.

           if ws-garn-file-loaded = 'Y'
               open output garnishment-orders
               perform 867-write-one-garnishment
                   varying ws-garn-sub from 1 by 1
                   until ws-garn-sub > ws-garn-count
               close garnishment-orders
           end-if.

       867-write-one-garnishment.

           move spaces to garnishment-order-record
           move garn-entry-empno(ws-garn-sub) to employee-no-garn
           move garn-entry-priority(ws-garn-sub) to priority-garn
           move garn-entry-order(ws-garn-sub) to order-id-garn
           move garn-entry-payee(ws-garn-sub) to payee-code-garn
           move garn-entry-payee-name(ws-garn-sub) to payee-name-garn
           move garn-entry-total(ws-garn-sub) to total-owed-garn
           move garn-entry-balance(ws-garn-sub) to balance-garn
           move garn-entry-cap(ws-garn-sub) to period-cap-garn
           move garn-entry-pct(ws-garn-sub) to disposable-pct-garn
           move garn-entry-status(ws-garn-sub) to status-garn
           move garn-entry-last-period(ws-garn-sub) to last-period-garn
           move garn-entry-last-amount(ws-garn-sub) to last-amount-garn
           move garn-entry-last-date(ws-garn-sub) to last-date-garn
           write garnishment-order-record.

       850-rewrite-ytd-accumulator.

           if not ytd-already-current
           move ytd-entry-gross(ws-ytd-sub) to ytd-gross-ytd
           move ytd-entry-tax(ws-ytd-sub) to ytd-tax-ytd
           move ytd-entry-deduc(ws-ytd-sub) to ytd-deduc-ytd
           move ytd-entry-retro(ws-ytd-sub) to ytd-retro-ytd
           move ws-period-no to ytd-period-ytd
           write ytd-accumulator-record.

           move 16 to return-code
           stop run.

       925-abort-year-not-closed.

           display "ABEND - YTD ACCUMULATOR HOLDS YEAR " ytd-year-ytd
              " - RUN YEAR-END CLOSE BEFORE PERIOD 1"

           move 16 to return-code
           stop run.

       930-abort-election-table-full.

           display "ABEND - ELECTION TABLE FULL - MAX "
           move 16 to return-code
           stop run.

       940-abort-retro-table-full.

           display "ABEND - RETRO ADJUSTMENT TABLE FULL - MAX "
              ws-max-retro-count " EMPLOYEES EXCEEDED"

           move 16 to return-code
           stop run.

       945-abort-retro-detail-full.

           display "ABEND - RETRO DETAIL TABLE FULL - MAX "
              ws-max-retro-detail " MISSED PERIODS EXCEEDED"

           move 16 to return-code
           stop run.

       950-abort-timecard-table-full.

           display "ABEND - TIMECARD TABLE FULL - MAX "
              ws-max-timecard-count " EMPLOYEES EXCEEDED"

           move 16 to return-code
           stop run.

       960-abort-term-table-full.

           display "ABEND - TERMINATED EMPLOYEE TABLE FULL - MAX "
              ws-max-term-count " RECORDS EXCEEDED"

           move 16 to return-code
           stop run.

       970-abort-garn-table-full.

           display "ABEND - GARNISHMENT TABLE FULL - MAX "
              ws-max-garn-count " ORDERS EXCEEDED"

           move 16 to return-code
           stop run.

       975-abort-garn-sequence.

           display "ABEND - GARNISHMENT ORDER FILE OUT OF SEQUENCE AT "
              employee-no-garn " " order-id-garn

           move 16 to return-code
           stop run.

       980-abort-code-table-full.

           display "ABEND - CODE BREAKDOWN TABLE FULL FOR EMPLOYEE "
              employee-no-srt " - MAX " ws-max-code-count " LINES"

           move 16 to return-code
           stop run.

       985-abort-payout-table-full.

           display "ABEND - VACATION PAYOUT TABLE FULL - MAX "
              ws-max-payout-count " PAYOUTS EXCEEDED"

           move 16 to return-code
           stop run.

       900-terminate.

           perform 850-rewrite-ytd-accumulator
           perform 865-rewrite-garnishment-orders

           close updated-payroll-master
           close payroll-register-listing
           close net-pay-extract
           close earnings-detail.

       end program Program6.
