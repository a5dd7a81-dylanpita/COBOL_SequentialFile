                           organization is line sequential
                           file status is ws-calendar-status.

                           select deduction-rates
                           assign to "C:\a\exercise9\input6.txt"
                           organization is line sequential
                           file status is ws-rates-status.

                           select retro-adjustments
                           assign to "C:\a\exercise9\output33.txt"
                           organization is line sequential
                           file status is ws-retro-status.

                           select dept-transfer-audit
                           assign to "C:\a\exercise9\output25.txt"
                           organization is line sequential
                           file status is ws-transfer-status.

                           select run-log
                           assign to "C:\a\exercise9\runlog.txt"
                           organization is line sequential
                           file status is ws-runlog-status.

       data division.
       file section.

           05  old-salary-pend         picture 9(6).
           05  new-salary-pend         picture 9(6).
           05  cycles-pend             picture 9(3).
           05  effective-period-pend   picture 9(3).
           05  hold-type-pend          picture x(1).
               88  held-new-hire                 values 'A' 'R'.
               88  held-rehire                   value 'R'.
           05  pay-basis-pend          picture x(1).
           05  hourly-rate-pend        picture 9(3)v99.
           05  from-dept-pend          picture x(4).
           05  filler                  picture x(9).

       fd  release-decisions
       record contains 80 characters.
           05  dept-code-uptd          picture x(4).
           05  pay-grade-uptd          picture x(2).
           05  annual-salary-uptd      picture 9(6).
           05  pay-basis-uptd          picture x(1).
           05  hourly-rate-uptd        picture 9(3)v99.
           05  filler                  picture x(37).

       fd  salary-history
       record contains 80 characters.
           05  period-status-cal       picture x(1).
           05  filler                  picture x(16).

       fd  deduction-rates
       record contains 80 characters.
       01  deduction-rate-record.
           05  rate-type-dedr          picture x(1).
           05  rate-code-dedr          picture x(4).
           05  rate-desc-dedr          picture x(20).
           05  rate-pct-dedr           picture 9(2)v99.
           05  rate-amount-dedr        picture 9(4)v99.
           05  rate-ceiling-dedr       picture 9(8).
           05  filler                  picture x(37).

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

       fd  dept-transfer-audit
       record contains 80 characters.
       01  dept-transfer-audit-record.
           05  employee-no-xfer        picture x(5).
           05  from-dept-xfer          picture x(4).
           05  to-dept-xfer            picture x(4).
           05  effective-date-xfer     picture x(10).
           05  filler                  picture x(57).

       fd  run-log
       record contains 40 characters.
       01  run-log-record.
           05  log-program             picture x(10).
           05  log-period              picture 9(3).
           05  log-type                picture x(1).
           05  log-return-code         picture 9(2).
           05  log-date                picture x(10).
           05  log-time                picture x(8).
           05  filler                  picture x(6).

       working-storage section.

       01  hl-header-1.
       01  ws-decision-status      picture xx.
       01  ws-master-status        picture xx.
       01  ws-calendar-status      picture xx.
       01  ws-rates-status         picture xx.
       01  ws-retro-status         picture xx.
       01  ws-transfer-status      picture xx.
       01  ws-runlog-status        picture xx.

       01  ws-pending-eof          picture x value 'N'.
       01  ws-decision-eof         picture x value 'N'.
       01  ws-calendar-eof         picture x value 'N'.
       01  ws-runlog-eof           picture x value 'N'.

       01  ws-last-paid-switch     picture x value 'N'.
           88  last-period-paid                value 'Y'.
           88  last-period-not-paid            value 'N'.

       01  ws-effective-date       picture x(10) value spaces.
       01  ws-last-processed-date  picture x(10) value spaces.
       01  ws-first-open-date      picture x(10) value spaces.

       01  calendar-table.
           05  calendar-entry occurs 100 times.
               10  calendar-entry-period   picture 9(3).
               10  calendar-entry-date     picture x(10).
               10  calendar-entry-status   picture x(1).

       01  ws-max-calendar-count   picture 9(3) value 100.
       01  ws-calendar-count       picture 9(3) value 0.
       01  ws-calendar-sub         picture 9(3) value 0.
       01  ws-last-processed       picture 9(3) value 0.
       01  ws-first-open           picture 9(3) value 0.
       01  ws-retro-pay-period     picture 9(3) value 0.

       01  ws-rates-eof            picture x value 'N'.
       01  ws-pay-periods          picture 9(2) value 24.
       01  ws-retro-period-amount  picture s9(6)v99 value 0.
       01  ws-retro-count          picture 9(5) value 0.
       01  ws-old-salary           picture 9(6) value 0.
       01  ws-old-rate             picture 9(3)v99 value 0.
       01  ws-old-dept             picture x(4) value spaces.
       01  ws-retro-review-count   picture 9(5) value 0.
       01  ws-transfer-count       picture 9(5) value 0.

       01  decision-table.
           05  decision-entry occurs 200 times.
               10  decision-entry-empno    picture x(5).

           open i-o updated-payroll-master
           open extend salary-history
           open extend retro-adjustments
           if ws-retro-status = '35'
               open output retro-adjustments
           end-if
           open extend dept-transfer-audit
           if ws-transfer-status = '35'
               open output dept-transfer-audit
           end-if
           open output disposition-listing

           move spaces to print-rec
              to date-field-format

           perform 250-load-effective-date
           perform 270-load-pay-periods
           perform 290-check-last-period-paid

           write print-rec from hl-header-1 after advancing 4 lines
           write print-rec from hl-header-2 after advancing 2 lines.
                    move ws-first-open-date to ws-effective-date
               when other
                    move date-field-format to ws-effective-date
           end-evaluate

           if ws-first-open > 0
               move ws-first-open to ws-retro-pay-period
           else
               add 1 to ws-last-processed giving ws-retro-pay-period
           end-if.

       260-read-calendar-record.

               not at end
                   if period-status-cal = 'P'
                       move run-date-cal to ws-last-processed-date
                       move period-no-cal to ws-last-processed
                   end-if
                   if period-status-cal = 'O'
                       and ws-first-open-date = spaces
                       move run-date-cal to ws-first-open-date
                       move period-no-cal to ws-first-open
                   end-if
                   if ws-calendar-count < ws-max-calendar-count
                       add 1 to ws-calendar-count
                       move period-no-cal
                           to calendar-entry-period(ws-calendar-count)
                       move run-date-cal
                           to calendar-entry-date(ws-calendar-count)
                       move period-status-cal
                           to calendar-entry-status(ws-calendar-count)
                   end-if
           end-read.

       270-load-pay-periods.

           open input deduction-rates
           if ws-rates-status = '00'
               perform 280-read-rate-record
                   until ws-rates-eof = 'Y'
               close deduction-rates
           end-if
           if ws-pay-periods = zero
               move 24 to ws-pay-periods
           end-if.

       280-read-rate-record.

           read deduction-rates
               at end move 'Y' to ws-rates-eof
               not at end
                   if rate-type-dedr = 'P'
                       move rate-amount-dedr to ws-pay-periods
                   end-if
           end-read.

       290-check-last-period-paid.

           set last-period-not-paid to true
           if ws-last-processed > 0
               open input run-log
               if ws-runlog-status = '00'
                   perform 295-scan-runlog-record
                       until ws-runlog-eof = 'Y'
                   close run-log
               end-if
           end-if.

       295-scan-runlog-record.

           read run-log
               at end move 'Y' to ws-runlog-eof
               not at end
                   if log-period = ws-last-processed
                       if log-type = 'B'
                           set last-period-not-paid to true
                       end-if
                       if log-type = 'E'
                           and log-program = "PROGRAM6"
                           set last-period-paid to true
                       end-if
                   end-if
           end-read.

           end-if

           evaluate true
               when decision-found
                and decision-entry-code(ws-decision-found-sub) = 'R'
                and held-new-hire
                    perform 550-release-new-hire
               when decision-found
                and decision-entry-code(ws-decision-found-sub) = 'R'
                    perform 500-release-change
                    move "RELEASED - NOT ON MASTER" to ws-disposition
               not invalid key
                    move annual-salary-uptd to old-salary-hist
                    move annual-salary-uptd to ws-old-salary
                    move dept-code-uptd to ws-old-dept
                    if pay-basis-uptd = 'H'
                        and hourly-rate-uptd is numeric
                        move hourly-rate-uptd to ws-old-rate
                    else
                        move 0 to ws-old-rate
                    end-if
                    move new-salary-pend to annual-salary-uptd
                    move employee-name-pend to employee-name-uptd
                    move dept-code-pend to dept-code-uptd
                    move pay-grade-pend to pay-grade-uptd
                    if pay-basis-pend = 'H'
                        and hourly-rate-pend is numeric
                        move 'H' to pay-basis-uptd
                        move hourly-rate-pend to hourly-rate-uptd
                    end-if
                    if pay-basis-pend = 'S'
                        move 'S' to pay-basis-uptd
                        move 0 to hourly-rate-uptd
                    end-if
                    rewrite updated-payroll-master-record
                    if new-salary-pend not = ws-old-salary
                        move employee-no-pend to employee-no-hist
                        move ws-effective-date to effective-date-hist
                        move new-salary-pend to new-salary-hist
                        write salary-history-record
                    end-if
                    if dept-code-pend not = ws-old-dept
                        perform 510-write-transfer-audit
                    end-if
                    add 1 to ws-released-count
                    move "RELEASED - APPLIED" to ws-disposition
                    if effective-period-pend is numeric
                        and effective-period-pend > 0
                        perform 515-check-retro
                    end-if
           end-read.

       510-write-transfer-audit.

           move spaces to dept-transfer-audit-record
           move employee-no-pend to employee-no-xfer
           move ws-old-dept to from-dept-xfer
           move dept-code-pend to to-dept-xfer
           move ws-effective-date to effective-date-xfer
           write dept-transfer-audit-record
           add 1 to ws-transfer-count.

       515-check-retro.

           if pay-basis-uptd = 'H'
               if new-salary-pend not = ws-old-salary
                   or hourly-rate-uptd not = ws-old-rate
                   add 1 to ws-retro-review-count
                   move "RELEASED - RETRO REVIEW" to ws-disposition
               end-if
           else
               if new-salary-pend not = ws-old-salary
                   perform 520-compute-retro
               end-if
           end-if.

       520-compute-retro.

           compute ws-retro-period-amount rounded =
               (new-salary-pend - ws-old-salary) / ws-pay-periods
           perform 530-write-one-retro
               varying ws-calendar-sub from 1 by 1
               until ws-calendar-sub > ws-calendar-count.

       530-write-one-retro.

           if calendar-entry-period(ws-calendar-sub)
                   >= effective-period-pend
               and calendar-entry-status(ws-calendar-sub) = 'P'
               and (calendar-entry-period(ws-calendar-sub)
                       < ws-last-processed
                   or last-period-paid)
               move spaces to retro-adjustment-record
               move employee-no-pend to employee-no-retro
               move calendar-entry-period(ws-calendar-sub)
                   to missed-period-retro
               move ws-retro-pay-period to pay-period-retro
               move calendar-entry-date(ws-calendar-sub)
                   to missed-date-retro
               move ws-old-salary to old-salary-retro
               move new-salary-pend to new-salary-retro
               move ws-retro-period-amount to retro-amount-retro
               write retro-adjustment-record
               add 1 to ws-retro-count
               move "RELEASED - APPLIED + RETRO" to ws-disposition
           end-if.

       550-release-new-hire.

           move spaces to updated-payroll-master-record
           move employee-no-pend to employee-no-uptd
           move employee-name-pend to employee-name-uptd
           move dept-code-pend to dept-code-uptd
           move pay-grade-pend to pay-grade-uptd
           move new-salary-pend to annual-salary-uptd
           if pay-basis-pend = 'H'
               and hourly-rate-pend is numeric
               move 'H' to pay-basis-uptd
               move hourly-rate-pend to hourly-rate-uptd
           else
               move 'S' to pay-basis-uptd
               move 0 to hourly-rate-uptd
           end-if
           write updated-payroll-master-record
               invalid key
                    add 1 to ws-error-count
                    move "RELEASED - ALREADY ON FILE" to ws-disposition
               not invalid key
                    add 1 to ws-released-count
                    move "RELEASED - HIRED" to ws-disposition
                    if held-rehire
                        move employee-no-pend to employee-no-hist
                        move ws-effective-date to effective-date-hist
                        move old-salary-pend to old-salary-hist
                        move new-salary-pend to new-salary-hist
                        write salary-history-record
                    end-if
           end-write.

       600-deny-change.

           add 1 to ws-denied-count
           move ws-aged-count to trailer-count-out
           write print-rec from trailer-detail-line after advancing 1 line

           move "RETRO ADJUSTMENTS WRITTEN" to trailer-label-out
           move ws-retro-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "HOURLY RETRO FOR REVIEW" to trailer-label-out
           move ws-retro-review-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "DEPARTMENT TRANSFERS AUDITED" to trailer-label-out
           move ws-transfer-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "RELEASE ERRORS" to trailer-label-out
           move ws-error-count to trailer-count-out
           write print-rec from trailer-detail-line after advancing 1 line

           close updated-payroll-master
           close salary-history
           close retro-adjustments
           close dept-transfer-audit
           close disposition-listing
           if ws-decision-status = '10' or ws-decision-status = '00'
               close release-decisions
