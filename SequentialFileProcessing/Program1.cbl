                           organization is line sequential
                           file status is ws-runlog-status.

                           select deduction-rates
                           assign to "C:\a\exercise9\input6.txt"
                           organization is line sequential
                           file status is ws-rates-status.

                           select retro-adjustments
                           assign to ws-retro-file
                           organization is line sequential
                           file status is ws-retro-status.

                           select leave-balances
                           assign to "C:\a\exercise9\input23.txt"
                           organization is line sequential
                           file status is ws-leave-status.

                           select leave-payouts
                           assign to ws-payout-file
                           organization is line sequential
                           file status is ws-payout-status.

                           select dept-budget
                           assign to "C:\a\exercise9\input26.txt"
                           organization is line sequential
                           file status is ws-budget-status.

                           select generation-master
                           assign to ws-gen-source-file
                           organization is indexed
                           access mode is sequential
                           record key is employee-no-genm
                           file status is ws-gen-master-status.

                           select generation-source
                           assign to ws-gen-source-file
                           organization is line sequential
                           file status is ws-gen-source-status.

                           select generation-file
                           assign to ws-gen-target-file
                           organization is line sequential
                           file status is ws-gen-target-status.

                           select generation-control
                           assign to "C:\a\exercise9\output47.txt"
                           organization is line sequential
                           file status is ws-gen-control-status.

       data division.
       file section.

           05  pay-grade-trans         picture x(2).
           05  annual-salary-trans     picture 9(6).
           05  effective-period-trans  picture 9(3).
           05  pay-basis-trans         picture x(1).
               88  pay-basis-trans-hourly        value 'H'.
               88  pay-basis-trans-valid         values ' ' 'S' 'H'.
           05  hourly-rate-trans       picture 9(3)v99.
           05  filler                  picture x(33).

       fd  payroll-master
       record contains 80 characters.
           05  dept-code-master        picture x(4).
           05  pay-grade-master        picture x(2).
           05  annual-salary-master    picture 9(6).
           05  pay-basis-master        picture x(1).
           05  hourly-rate-master      picture 9(3)v99.
           05  filler                  picture x(37).

       fd  updated-payroll-master
       record contains 80 characters.
           05  dept-code-uptd          picture x(4).
           05  pay-grade-uptd          picture x(2).
           05  annual-salary-uptd      picture 9(6).
           05  pay-basis-uptd          picture x(1).
           05  hourly-rate-uptd        picture 9(3)v99.
           05  filler                  picture x(37).

       fd  control-listing.
       01  print-rec               picture x(99).
           05  pay-grade-term          picture x(2).
           05  final-salary-term       picture 9(6).
           05  termination-date-term   picture x(10).
           05  pay-basis-term          picture x(1).
           05  hourly-rate-term        picture 9(3)v99.
           05  filler                  picture x(27).

       fd  salary-history
       record contains 80 characters.
           05  filler                  picture x(53).

       fd  restart-control
       record contains 115 characters.
       01  restart-control-record.
           05  restart-record-count    picture 9(7).
           05  restart-master-key      picture x(5).
           05  restart-rehire-count    picture 9(7).
           05  restart-susp-placed     picture 9(5).
           05  restart-susp-taken      picture 9(5).
           05  restart-retro-count     picture 9(5).
           05  restart-position-hold   picture 9(5).
           05  restart-payout-count    picture 9(5).
           05  restart-retro-review    picture 9(5).
           05  filler                  picture x(1).

       fd  exception-listing.
       01  exception-rec           picture x(104).
           05  old-salary-pend         picture 9(6).
           05  new-salary-pend         picture 9(6).
           05  cycles-pend             picture 9(3).
           05  effective-period-pend   picture 9(3).
           05  hold-type-pend          picture x(1).
           05  pay-basis-pend          picture x(1).
           05  hourly-rate-pend        picture 9(3)v99.
           05  from-dept-pend          picture x(4).
           05  filler                  picture x(9).

       fd  control-totals-file
       record contains 80 characters.
           05  ctl-rehire-count        picture 9(7).
           05  ctl-susp-placed-count   picture 9(5).
           05  ctl-susp-taken-count    picture 9(5).
           05  ctl-position-hold-count picture 9(3).

       fd  run-control-calendar
       record contains 30 characters.
           05  log-time                picture x(8).
           05  filler                  picture x(6).

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

       fd  leave-balances
       record contains 80 characters.
       01  leave-balance-record.
           05  employee-no-lvb         picture x(5).
           05  vacation-balance-lvb    picture 9(4)v99.
           05  sick-balance-lvb        picture 9(4)v99.
           05  last-period-lvb         picture 9(3).
           05  last-date-lvb           picture x(10).
           05  payout-period-lvb       picture 9(3).
           05  payout-date-lvb         picture x(10).
           05  payout-hours-lvb        picture 9(4)v99.
           05  filler                  picture x(31).

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

       fd  dept-budget
       record contains 80 characters.
       01  dept-budget-record.
           05  dept-code-bud           picture x(4).
           05  authorized-count-bud    picture 9(4).
           05  salary-budget-bud       picture 9(9).
           05  filler                  picture x(63).

       fd  generation-master
       record contains 80 characters.
       01  generation-master-record.
           05  employee-no-genm        picture x(5).
           05  filler                  picture x(75).

       fd  generation-source
       record contains 80 characters.
       01  generation-source-record    picture x(80).

       fd  generation-file
       record contains 80 characters.
       01  generation-record           picture x(80).

       fd  generation-control
       record contains 80 characters.
       01  generation-control-record.
           05  gen-period-ctl          picture 9(3).
           05  gen-period-date-ctl     picture x(10).
           05  gen-file-id-ctl         picture x(10).
           05  gen-file-name-ctl       picture x(40).
           05  gen-record-count-ctl    picture 9(7).
           05  gen-saved-date-ctl      picture x(8).
           05  filler                  picture x(2).

       working-storage section.
       
       01  hl-header-1.
       01  ws-trial-transfer-file  picture x(40)
           value "C:\a\exercise9\output25-trial.txt".

       01  ws-retro-file           picture x(40)
           value "C:\a\exercise9\output33.txt".
       01  ws-trial-retro-file     picture x(40)
           value "C:\a\exercise9\output33-trial.txt".

       01  ws-payout-file          picture x(40)
           value "C:\a\exercise9\output44.txt".
       01  ws-trial-payout-file    picture x(40)
           value "C:\a\exercise9\output44-trial.txt".

       01  ws-run-type-switch      picture x value 'L'.
           88  live-run                        value 'L'.
           88  trial-run                       value 'T'.
               10  term-entry-grade    picture x(2).
               10  term-entry-salary   picture 9(6).
               10  term-entry-date     picture x(10).
               10  term-entry-basis    picture x(1).
               10  term-entry-rate     picture 9(3)v99.

       01  ws-max-term-count       picture 9(4) value 1000.
       01  ws-term-count           picture 9(4) value 0.

       01  ws-rehire-salary        picture 9(6) value 0.

       01  ws-rates-status         picture xx.
       01  ws-rates-eof            picture x value 'N'.
       01  ws-retro-status         picture xx.

       01  ws-pay-periods          picture 9(2) value 24.
       01  ws-retro-period-amount  picture s9(6)v99 value 0.
       01  ws-retro-count          picture 9(5) value 0.
       01  ws-retro-review-count   picture 9(5) value 0.

       01  ws-leave-status         picture xx.
       01  ws-leave-eof            picture x value 'N'.
       01  ws-payout-status        picture xx.

       01  leave-table.
           05  leave-entry occurs 1000 times.
               10  leave-entry-empno       picture x(5).
               10  leave-entry-vacation    picture 9(4)v99.

       01  ws-max-leave-count      picture 9(4) value 1000.
       01  ws-leave-count          picture 9(4) value 0.
       01  ws-leave-sub            picture 9(4) value 0.
       01  ws-leave-found-sub      picture 9(4) value 0.

       01  ws-leave-found-switch   picture x value 'N'.
           88  leave-found                     value 'Y'.
           88  leave-not-found                 value 'N'.

       01  ws-standard-hours       picture 9(4) value 2080.
       01  ws-payout-rate          picture 9(3)v99 value 0.
       01  ws-payout-amount        picture 9(6)v99 value 0.
       01  ws-payout-count         picture 9(5) value 0.

       01  ws-budget-status        picture xx.
       01  ws-budget-eof           picture x value 'N'.
       01  ws-count-eof            picture x value 'N'.

       01  ws-gen-master-status    picture xx.
       01  ws-gen-source-status    picture xx.
       01  ws-gen-target-status    picture xx.
       01  ws-gen-control-status   picture xx.
       01  ws-gen-source-eof       picture x value 'N'.
       01  ws-gen-control-eof      picture x value 'N'.

       01  ws-gen-source-file      picture x(40) value spaces.
       01  ws-gen-target-file      picture x(40) value spaces.
       01  ws-gen-file-id          picture x(10) value spaces.
       01  ws-gen-period-date      picture x(10) value spaces.
       01  ws-gen-stamp            picture x(8) value spaces.
       01  ws-gen-record-count     picture 9(7) value 0.
       01  ws-gen-file-count       picture 9(3) value 0.

       01  ws-gen-saved-switch     picture x value 'N'.
           88  generation-saved                value 'Y'.
           88  generation-not-saved            value 'N'.

       01  budget-table.
           05  budget-entry occurs 100 times.
               10  budget-entry-dept       picture x(4).
               10  budget-entry-authorized picture 9(4).
               10  budget-entry-actual     picture 9(5).

       01  ws-max-budget-count     picture 9(3) value 100.
       01  ws-budget-count         picture 9(3) value 0.
       01  ws-budget-sub           picture 9(3) value 0.
       01  ws-budget-found-sub     picture 9(3) value 0.

       01  ws-budget-found-switch  picture x value 'N'.
           88  budget-found                    value 'Y'.
           88  budget-not-found                value 'N'.

       01  ws-position-switch      picture x value 'N'.
           88  position-over-authorized        value 'Y'.
           88  position-within-authorized      value 'N'.

       01  ws-check-dept           picture x(4) value spaces.
       01  ws-position-hold-count  picture 9(5) value 0.

       01  ws-hold-type            picture x(1) value spaces.
       01  ws-hold-name            picture x(20) value spaces.
       01  ws-hold-grade           picture x(2) value spaces.
       01  ws-hold-old-salary      picture 9(6) value 0.
       01  ws-hold-new-salary      picture 9(6) value 0.
       01  ws-hold-basis           picture x(1) value spaces.
       01  ws-hold-rate            picture 9(3)v99 value 0.

       01  ws-suspense-status      picture xx.
       01  ws-suspense-eof         picture x value 'N'.

            end-if
            perform 180-load-threshold-parameter
            perform 190-load-pay-grade-table
            perform 196-load-pay-periods
            perform 186-load-run-calendar
            perform 183-load-terminated-table
            perform 178-load-suspense-file
            perform 176-load-leave-balances
            perform 191-load-dept-budget
            perform 193-count-dept-headcount

            if live-run
                move ws-current-period to ws-log-period
                move ws-trial-master-file to ws-updated-master-file
                move ws-trial-terminated-file to ws-terminated-file
                move ws-trial-transfer-file to ws-transfer-audit-file
                move ws-trial-retro-file to ws-retro-file
                move ws-trial-payout-file to ws-payout-file
            end-if

            if live-run and fresh-run and ws-current-period > 0
                perform 141-save-generations
            end-if

            open input payroll-master

            open extend salary-history
            open extend pending-changes
            open extend restart-control

            if trial-run
                open output retro-adjustments
                open output leave-payouts
            else
                open extend retro-adjustments
                if ws-retro-status = '35'
                    open output retro-adjustments
                end-if
                open extend leave-payouts
                if ws-payout-status = '35'
                    open output leave-payouts
                end-if
            end-if.

       120-check-step-gate.

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
           write run-log-record
           close run-log.

       141-save-generations.

           move calendar-entry-date(ws-current-period-sub)
               to ws-gen-period-date
           perform 144-check-generation-saved

           if generation-saved
               display "GENERATION ALREADY HELD FOR PERIOD "
                  ws-current-period " - NOT SAVED AGAIN"
           else
               move ws-gen-period-date to ws-date-edited
               perform 189-make-date-sortable
               move ws-date-sortable to ws-gen-stamp

               open extend generation-control
               if ws-gen-control-status = '35'
                   open output generation-control
               end-if

               move "input2" to ws-gen-file-id
               perform 146-save-master-generation
               move "output1" to ws-gen-file-id
               perform 146-save-master-generation

               move "output4" to ws-gen-file-id
               perform 148-save-one-generation
               move "output5" to ws-gen-file-id
               perform 148-save-one-generation
               move "output11" to ws-gen-file-id
               perform 148-save-one-generation
               move "output21" to ws-gen-file-id
               perform 148-save-one-generation
               move "output25" to ws-gen-file-id
               perform 148-save-one-generation
               move "output27" to ws-gen-file-id
               perform 148-save-one-generation
               move "output33" to ws-gen-file-id
               perform 148-save-one-generation
               move "output44" to ws-gen-file-id
               perform 148-save-one-generation
               move "input13" to ws-gen-file-id
               perform 148-save-one-generation
               move "input23" to ws-gen-file-id
               perform 148-save-one-generation

               close generation-control
               display "GENERATION SAVED FOR PERIOD " ws-current-period
                  " - " ws-gen-file-count " FILES"
           end-if.

       142-build-generation-names.

           move spaces to ws-gen-source-file
           string "C:\a\exercise9\" delimited by size
               ws-gen-file-id delimited by space
               ".txt" delimited by size
               into ws-gen-source-file
           end-string

           move spaces to ws-gen-target-file
           string "C:\a\exercise9\g" delimited by size
               ws-gen-stamp delimited by size
               "-" delimited by size
               ws-gen-file-id delimited by space
               ".txt" delimited by size
               into ws-gen-target-file
           end-string.

       143-write-generation-control.

           move spaces to generation-control-record
           move ws-current-period to gen-period-ctl
           move ws-gen-period-date to gen-period-date-ctl
           move ws-gen-file-id to gen-file-id-ctl
           move ws-gen-target-file to gen-file-name-ctl
           move ws-gen-record-count to gen-record-count-ctl
           move function current-date(1:8) to gen-saved-date-ctl
           write generation-control-record
           add 1 to ws-gen-file-count.

       144-check-generation-saved.

           set generation-not-saved to true
           move 'N' to ws-gen-control-eof
           open input generation-control
           if ws-gen-control-status = '00'
               perform 145-read-generation-control
                   until ws-gen-control-eof = 'Y'
               close generation-control
           end-if.

       145-read-generation-control.

           read generation-control
               at end move 'Y' to ws-gen-control-eof
               not at end
                   if gen-period-ctl = ws-current-period
                       and gen-period-date-ctl = ws-gen-period-date
                       set generation-saved to true
                   end-if
           end-read.

       146-save-master-generation.

           perform 142-build-generation-names
           open input generation-master
           if ws-gen-master-status = '00'
               open output generation-file
               if ws-gen-target-status not = '00'
                   perform 983-abort-generation-file
               end-if
               move 0 to ws-gen-record-count
               move 'N' to ws-gen-source-eof
               perform 147-copy-master-record
                   until ws-gen-source-eof = 'Y'
               close generation-master
               close generation-file
               perform 143-write-generation-control
           else
               if ws-gen-master-status = '35'
                   open output generation-file
                   if ws-gen-target-status not = '00'
                       perform 983-abort-generation-file
                   end-if
                   close generation-file
                   move 0 to ws-gen-record-count
                   perform 143-write-generation-control
               end-if
           end-if.

       147-copy-master-record.

           read generation-master
               at end move 'Y' to ws-gen-source-eof
               not at end
                   move generation-master-record to generation-record
                   write generation-record
                   add 1 to ws-gen-record-count
           end-read.

       148-save-one-generation.

           perform 142-build-generation-names
           open input generation-source
           if ws-gen-source-status = '00'
               open output generation-file
               if ws-gen-target-status not = '00'
                   perform 983-abort-generation-file
               end-if
               move 0 to ws-gen-record-count
               move 'N' to ws-gen-source-eof
               perform 149-copy-one-record
                   until ws-gen-source-eof = 'Y'
               close generation-source
               close generation-file
               perform 143-write-generation-control
           else
               if ws-gen-source-status = '35'
                   open output generation-file
                   if ws-gen-target-status not = '00'
                       perform 983-abort-generation-file
                   end-if
                   close generation-file
                   move 0 to ws-gen-record-count
                   perform 143-write-generation-control
               end-if
           end-if.

       149-copy-one-record.

           read generation-source
               at end move 'Y' to ws-gen-source-eof
               not at end
                   move generation-source-record to generation-record
                   write generation-record
                   add 1 to ws-gen-record-count
           end-read.

       915-abort-step-gate.

           display "ABEND - STEP GATE - PREDECESSOR "
               end-read
           end-if.

       176-load-leave-balances.

           open input leave-balances
           if ws-leave-status = '00'
               perform 174-read-leave-record
                   until ws-leave-eof = 'Y'
                   or ws-leave-count >= ws-max-leave-count
               perform 173-check-leave-overflow
               close leave-balances
           end-if.

       174-read-leave-record.

           read leave-balances
               at end move 'Y' to ws-leave-eof
               not at end
                   if employee-no-lvb not = spaces
                       add 1 to ws-leave-count
                       move employee-no-lvb
                           to leave-entry-empno(ws-leave-count)
                       if vacation-balance-lvb is numeric
                           move vacation-balance-lvb
                               to leave-entry-vacation(ws-leave-count)
                       else
                           move 0
                               to leave-entry-vacation(ws-leave-count)
                       end-if
                   end-if
           end-read.

       173-check-leave-overflow.

           if ws-leave-eof = 'N'
               read leave-balances
                   at end move 'Y' to ws-leave-eof
                   not at end
                       perform 985-abort-leave-table-full
               end-read
           end-if.

       183-load-terminated-table.

           open input terminated-employees
                           to term-entry-salary(ws-term-count)
                       move termination-date-term
                           to term-entry-date(ws-term-count)
                       move pay-basis-term
                           to term-entry-basis(ws-term-count)
                       if hourly-rate-term is numeric
                           move hourly-rate-term
                               to term-entry-rate(ws-term-count)
                       else
                           move 0 to term-entry-rate(ws-term-count)
                       end-if
                   end-if
           end-read.

                   move grade-dept-list-pgr to grade-entry-depts(ws-grade-count)
           end-read.

       191-load-dept-budget.

           open input dept-budget
           if ws-budget-status = '00'
               perform 192-read-budget-record
                   until ws-budget-eof = 'Y'
               close dept-budget
           end-if.

       192-read-budget-record.

           read dept-budget
               at end move 'Y' to ws-budget-eof
               not at end
                   if ws-budget-count >= ws-max-budget-count
                       perform 984-abort-budget-table-full
                   end-if
                   add 1 to ws-budget-count
                   move dept-code-bud
                       to budget-entry-dept(ws-budget-count)
                   move authorized-count-bud
                       to budget-entry-authorized(ws-budget-count)
                   move 0 to budget-entry-actual(ws-budget-count)
           end-read.

       193-count-dept-headcount.

           if ws-budget-count > 0
               open input payroll-master
               perform 194-count-one-master
                   until ws-count-eof = 'Y'
               close payroll-master
           end-if.

       194-count-one-master.

           read payroll-master
               at end move 'Y' to ws-count-eof
               not at end
                   move dept-code-master to ws-check-dept
                   perform 198-find-dept-budget
                   if budget-found
                       add 1 to budget-entry-actual(ws-budget-found-sub)
                   end-if
           end-read.

       198-find-dept-budget.

           set budget-not-found to true
           perform 199-search-budget-table
               varying ws-budget-sub from 1 by 1
               until ws-budget-sub > ws-budget-count or budget-found.

       199-search-budget-table.

           if budget-entry-dept(ws-budget-sub) = ws-check-dept
               set budget-found to true
               move ws-budget-sub to ws-budget-found-sub
           end-if.

       196-load-pay-periods.

           open input deduction-rates
           if ws-rates-status = '00'
               perform 197-read-rate-record
                   until ws-rates-eof = 'Y'
               close deduction-rates
           end-if
           if ws-pay-periods = zero
               move 24 to ws-pay-periods
           end-if.

       197-read-rate-record.

           read deduction-rates
               at end move 'Y' to ws-rates-eof
               not at end
                   if rate-type-dedr = 'P'
                       move rate-amount-dedr to ws-pay-periods
                   end-if
           end-read.

       150-load-restart-checkpoint.

           open input restart-control
               if restart-susp-taken is numeric
                   move restart-susp-taken to ws-susp-taken-count
               end-if
               if restart-retro-count is numeric
                   move restart-retro-count to ws-retro-count
               end-if
               if restart-retro-review is numeric
                   move restart-retro-review to ws-retro-review-count
               end-if
               if restart-position-hold is numeric
                   move restart-position-hold to ws-position-hold-count
               end-if
               if restart-payout-count is numeric
                   move restart-payout-count to ws-payout-count
               end-if
           end-if.

       160-reposition-master.
           move term-entry-grade(ws-term-sub) to pay-grade-term
           move term-entry-salary(ws-term-sub) to final-salary-term
           move term-entry-date(ws-term-sub) to termination-date-term
           move term-entry-basis(ws-term-sub) to pay-basis-term
           move term-entry-rate(ws-term-sub) to hourly-rate-term
           write terminated-employee-record.

       170-reposition-transfile.
           move ws-rehire-count to restart-rehire-count
           move ws-susp-placed-count to restart-susp-placed
           move ws-susp-taken-count to restart-susp-taken
           move ws-retro-count to restart-retro-count
           move ws-retro-review-count to restart-retro-review
           move ws-position-hold-count to restart-position-hold
           move ws-payout-count to restart-payout-count
           move ws-total-dollars-after to restart-dollars-after

           if ws-old-master-eof = 'N'
           move 16 to return-code
           stop run.

       983-abort-generation-file.

           display "ABEND - GENERATION FILE " ws-gen-target-file
              " CANNOT BE WRITTEN - LIVE RUN HELD"

           move 16 to return-code
           stop run.

       984-abort-budget-table-full.

           display "ABEND - DEPARTMENT BUDGET TABLE FULL - MAX "
              ws-max-budget-count " DEPARTMENTS EXCEEDED"

           move 16 to return-code
           stop run.

       985-abort-leave-table-full.

           display "ABEND - LEAVE BALANCE TABLE FULL - MAX "
              ws-max-leave-count " RECORDS EXCEEDED"

           move 16 to return-code
           stop run.

       998-clear-restart-control.

           close restart-control
               when annual-salary-trans = zero
                    set trans-invalid to true
                    move "SALARY IS ZERO" to ws-reject-reason
               when not pay-basis-trans-valid
                    set trans-invalid to true
                    move "INVALID PAY BASIS" to ws-reject-reason
               when pay-basis-trans-hourly
                    and hourly-rate-trans is not numeric
                    set trans-invalid to true
                    move "HOURLY RATE NOT NUMERIC" to ws-reject-reason
               when pay-basis-trans-hourly
                    and hourly-rate-trans = zero
                    set trans-invalid to true
                    move "HOURLY RATE IS ZERO" to ws-reject-reason
           end-evaluate

           if trans-valid and not trans-code-delete
                   to ws-reject-reason
               perform 360-write-reject
           else
               if dept-code-trans not = spaces
                   move dept-code-trans to ws-check-dept
               else
                   move term-entry-dept(ws-term-found-sub)
                       to ws-check-dept
               end-if
               perform 680-check-headcount
               if position-over-authorized
                   perform 647-hold-rehire
               else
                   perform 642-write-rehire
               end-if
           end-if

           perform 500-read-transfile.

       642-write-rehire.

           if annual-salary-trans is numeric
               and annual-salary-trans > 0
               move annual-salary-trans to ws-rehire-salary
           else
               move term-entry-salary(ws-term-found-sub)
                   to ws-rehire-salary
           end-if

           move employee-no-trans to employee-no-uptd
           move term-entry-name(ws-term-found-sub)
               to employee-name-uptd
           if dept-code-trans not = spaces
               move dept-code-trans to dept-code-uptd
           else
               move term-entry-dept(ws-term-found-sub)
                   to dept-code-uptd
           end-if
           move term-entry-grade(ws-term-found-sub)
               to pay-grade-uptd
           move ws-rehire-salary to annual-salary-uptd
           evaluate true
               when pay-basis-trans-hourly
                    and hourly-rate-trans is numeric
                    and hourly-rate-trans > 0
                    move 'H' to pay-basis-uptd
                    move hourly-rate-trans to hourly-rate-uptd
               when pay-basis-trans = 'S'
                    move 'S' to pay-basis-uptd
                    move 0 to hourly-rate-uptd
               when term-entry-basis(ws-term-found-sub) = 'H'
                    move 'H' to pay-basis-uptd
                    move term-entry-rate(ws-term-found-sub)
                        to hourly-rate-uptd
               when other
                    move 'S' to pay-basis-uptd
                    move 0 to hourly-rate-uptd
           end-evaluate
           write updated-payroll-master-record

           move employee-no-trans to employee-no-out
           move term-entry-salary(ws-term-found-sub)
               to prev-annual-salary-out
           move ws-rehire-salary to new-annual-salary-out
           move "REHIRED" to type-of-action-taken

           write print-rec from payroll-trans-out
               after advancing 1 line

           if live-run
               move employee-no-trans to employee-no-hist
               move ws-effective-date to effective-date-hist
               move term-entry-salary(ws-term-found-sub)
                   to old-salary-hist
               move ws-rehire-salary to new-salary-hist
               write salary-history-record
           end-if

           add 1 to ws-rehire-count
           add ws-rehire-salary to ws-total-dollars-after

           move dept-code-uptd to ws-check-dept
           perform 682-add-to-headcount.

       647-hold-rehire.

           move 'R' to ws-hold-type
           move term-entry-name(ws-term-found-sub) to ws-hold-name
           move term-entry-grade(ws-term-found-sub) to ws-hold-grade
           move term-entry-salary(ws-term-found-sub)
               to ws-hold-old-salary
           if annual-salary-trans is numeric
               and annual-salary-trans > 0
               move annual-salary-trans to ws-hold-new-salary
           else
               move term-entry-salary(ws-term-found-sub)
                   to ws-hold-new-salary
           end-if
           evaluate true
               when pay-basis-trans-hourly
                    and hourly-rate-trans is numeric
                    and hourly-rate-trans > 0
                    move 'H' to ws-hold-basis
                    move hourly-rate-trans to ws-hold-rate
               when pay-basis-trans = 'S'
                    move 'S' to ws-hold-basis
                    move 0 to ws-hold-rate
               when term-entry-basis(ws-term-found-sub) = 'H'
                    move 'H' to ws-hold-basis
                    move term-entry-rate(ws-term-found-sub)
                        to ws-hold-rate
               when other
                    move 'S' to ws-hold-basis
                    move 0 to ws-hold-rate
           end-evaluate
           perform 690-position-hold.

       645-rehire-exists.


       600-new-acct.

           move dept-code-trans to ws-check-dept
           perform 680-check-headcount
           if position-over-authorized
               perform 607-hold-new-acct
           else
               perform 605-write-new-acct
           end-if

           perform 500-read-transfile.

       605-write-new-acct.

           move employee-no-trans to employee-no-uptd
           move employee-name-trans to employee-name-uptd
           move dept-code-trans to dept-code-uptd
           move pay-grade-trans to pay-grade-uptd
           move annual-salary-trans to annual-salary-uptd
           if pay-basis-trans-hourly
               move 'H' to pay-basis-uptd
               move hourly-rate-trans to hourly-rate-uptd
           else
               move 'S' to pay-basis-uptd
               move 0 to hourly-rate-uptd
           end-if
           write updated-payroll-master-record

           move employee-no-trans to employee-no-out
           add 1 to ws-new-acct-count
           add annual-salary-trans to ws-total-dollars-after

           move dept-code-trans to ws-check-dept
           perform 682-add-to-headcount.

       607-hold-new-acct.

           move 'A' to ws-hold-type
           move employee-name-trans to ws-hold-name
           move pay-grade-trans to ws-hold-grade
           move 0 to ws-hold-old-salary
           move annual-salary-trans to ws-hold-new-salary
           if pay-basis-trans-hourly
               move 'H' to ws-hold-basis
               move hourly-rate-trans to ws-hold-rate
           else
               move 'S' to ws-hold-basis
               move 0 to ws-hold-rate
           end-if
           perform 690-position-hold.

       680-check-headcount.

           set position-within-authorized to true
           perform 198-find-dept-budget
           if budget-found
               and budget-entry-authorized(ws-budget-found-sub) > 0
               and budget-entry-actual(ws-budget-found-sub)
                   >= budget-entry-authorized(ws-budget-found-sub)
               set position-over-authorized to true
           end-if.

       682-add-to-headcount.

           perform 198-find-dept-budget
           if budget-found
               add 1 to budget-entry-actual(ws-budget-found-sub)
           end-if.

       684-remove-from-headcount.

           perform 198-find-dept-budget
           if budget-found
               and budget-entry-actual(ws-budget-found-sub) > 0
               subtract 1 from budget-entry-actual(ws-budget-found-sub)
           end-if.

       690-position-hold.

           move employee-no-trans to employee-no-out
           move ws-hold-old-salary to prev-annual-salary-out
           move ws-hold-new-salary to new-annual-salary-out
           move "HELD - HEADCOUNT" to type-of-action-taken

           write print-rec from payroll-trans-out after advancing 1 line

           move employee-no-trans to exception-employee-no-out
           move ws-hold-old-salary to exception-old-salary-out
           move ws-hold-new-salary to exception-new-salary-out
           move 0 to exception-pct-out
           move "HEADCOUNT OVER AUTH" to exception-status-out

           write exception-rec from exception-line-out
               after advancing 1 line

           if live-run
               move spaces to pending-change-record
               move employee-no-trans to employee-no-pend
               move 'P' to status-pend
               move ws-effective-date to date-held-pend
               move ws-hold-name to employee-name-pend
               move ws-check-dept to dept-code-pend
               move ws-hold-grade to pay-grade-pend
               move ws-hold-old-salary to old-salary-pend
               move ws-hold-new-salary to new-salary-pend
               move 1 to cycles-pend
               move 0 to effective-period-pend
               move ws-hold-type to hold-type-pend
               move ws-hold-basis to pay-basis-pend
               move ws-hold-rate to hourly-rate-pend
               write pending-change-record
           end-if

           add 1 to ws-position-hold-count.

       700-update-acct.

           perform 710-compute-pct-change

           set position-within-authorized to true
           if dept-code-trans not = dept-code-master
               move dept-code-trans to ws-check-dept
               perform 680-check-headcount
           end-if

           if ws-pct-change > ws-salary-change-threshold-pct
               or position-over-authorized
               perform 730-exception-hold
           else
               perform 720-apply-update
           move dept-code-trans to dept-code-uptd
           move pay-grade-trans to pay-grade-uptd
           move annual-salary-trans to annual-salary-uptd
           evaluate true
               when pay-basis-trans-hourly
                    move 'H' to pay-basis-uptd
                    move hourly-rate-trans to hourly-rate-uptd
               when pay-basis-trans = 'S'
                    move 'S' to pay-basis-uptd
                    move 0 to hourly-rate-uptd
               when other
                    move pay-basis-master to pay-basis-uptd
                    move hourly-rate-master to hourly-rate-uptd
           end-evaluate
           write updated-payroll-master-record

           move employee-no-master to employee-no-out
           move annual-salary-trans to new-annual-salary-out
           move "RECORD UPDATED" to type-of-action-taken

           if ws-current-period > 0
               and effective-period-trans is numeric
               and effective-period-trans > 0
               and effective-period-trans < ws-current-period
               if pay-basis-uptd = 'H'
                   if annual-salary-trans not = annual-salary-master
                       or hourly-rate-uptd not = hourly-rate-master
                       perform 748-hold-hourly-retro
                   end-if
               else
                   if annual-salary-trans not = annual-salary-master
                       perform 740-compute-retro
                   end-if
               end-if
           end-if

           write print-rec from payroll-trans-out after advancing 1 line

           if live-run
               write salary-history-record
           end-if

           if dept-code-trans not = dept-code-master
               move dept-code-master to ws-check-dept
               perform 684-remove-from-headcount
               move dept-code-trans to ws-check-dept
               perform 682-add-to-headcount
           end-if

           if live-run
               and dept-code-trans not = dept-code-master
               move spaces to dept-transfer-audit-record
           add 1 to ws-update-count
           add annual-salary-trans to ws-total-dollars-after.

       740-compute-retro.

           compute ws-retro-period-amount rounded =
               (annual-salary-trans - annual-salary-master)
                   / ws-pay-periods
           perform 745-write-one-retro
               varying ws-calendar-sub from 1 by 1
               until ws-calendar-sub > ws-calendar-count.

       745-write-one-retro.

           if calendar-entry-period(ws-calendar-sub)
                   >= effective-period-trans
               and calendar-entry-period(ws-calendar-sub)
                   < ws-current-period
               and calendar-entry-status(ws-calendar-sub) = 'P'
               move spaces to retro-adjustment-record
               move employee-no-master to employee-no-retro
               move calendar-entry-period(ws-calendar-sub)
                   to missed-period-retro
               move ws-current-period to pay-period-retro
               move calendar-entry-date(ws-calendar-sub)
                   to missed-date-retro
               move annual-salary-master to old-salary-retro
               move annual-salary-trans to new-salary-retro
               move ws-retro-period-amount to retro-amount-retro
               write retro-adjustment-record
               add 1 to ws-retro-count
               move "UPDATED - RETRO" to type-of-action-taken
           end-if.

       748-hold-hourly-retro.

           move "UPDATED - REVIEW" to type-of-action-taken
           move employee-no-master to exception-employee-no-out
           move annual-salary-master to exception-old-salary-out
           move annual-salary-trans to exception-new-salary-out
           move ws-pct-change to exception-pct-out
           move "HOURLY RETRO REVIEW" to exception-status-out
           write exception-rec from exception-line-out
               after advancing 1 line
           add 1 to ws-retro-review-count.

       730-exception-hold.

           move payroll-master-record to updated-payroll-master-record
           move annual-salary-master to exception-old-salary-out
           move annual-salary-trans to exception-new-salary-out
           move ws-pct-change to exception-pct-out
           if position-over-authorized
               move "HEADCOUNT OVER AUTH" to exception-status-out
           else
               move "PENDING SIGN-OFF" to exception-status-out
           end-if

           write exception-rec from exception-line-out
               after advancing 1 line
               move annual-salary-master to old-salary-pend
               move annual-salary-trans to new-salary-pend
               move 1 to cycles-pend
               if effective-period-trans is numeric
                   and effective-period-trans > 0
                   move effective-period-trans to effective-period-pend
               else
                   move ws-current-period to effective-period-pend
               end-if
               if position-over-authorized
                   move 'T' to hold-type-pend
               end-if
               move dept-code-master to from-dept-pend
               if pay-basis-trans-hourly
                   or pay-basis-trans = 'S'
                   move pay-basis-trans to pay-basis-pend
                   move hourly-rate-trans to hourly-rate-pend
               end-if
               write pending-change-record
           end-if

               move pay-grade-master to pay-grade-term
               move annual-salary-master to final-salary-term
               move ws-effective-date to termination-date-term
               move pay-basis-master to pay-basis-term
               move hourly-rate-master to hourly-rate-term
               write terminated-employee-record
           end-if

           move "RECORD DELETED" to type-of-action-taken
           perform 910-write-vacation-payout

           move dept-code-master to ws-check-dept
           perform 684-remove-from-headcount

           move employee-no-master to employee-no-out
           move annual-salary-master to prev-annual-salary-out
           move 0 to new-annual-salary-out

           write print-rec from payroll-trans-out after advancing 1 line

           perform 500-read-transfile
           perform 400-read-old-master.

       910-write-vacation-payout.

           set leave-not-found to true
           perform 912-search-leave-table
               varying ws-leave-sub from 1 by 1
               until ws-leave-sub > ws-leave-count or leave-found

           if leave-found
               and leave-entry-vacation(ws-leave-found-sub) > 0
               if pay-basis-master = 'H'
                   and hourly-rate-master is numeric
                   move hourly-rate-master to ws-payout-rate
               else
                   compute ws-payout-rate rounded =
                       annual-salary-master / ws-standard-hours
               end-if
               compute ws-payout-amount rounded =
                   leave-entry-vacation(ws-leave-found-sub)
                       * ws-payout-rate

               move spaces to leave-payout-record
               move employee-no-master to employee-no-lvp
               move ws-current-period to pay-period-lvp
               move employee-name-master to employee-name-lvp
               move dept-code-master to dept-code-lvp
               move leave-entry-vacation(ws-leave-found-sub)
                   to vacation-hours-lvp
               move ws-payout-rate to hourly-rate-lvp
               move ws-payout-amount to payout-amount-lvp
               move ws-effective-date to termination-date-lvp
               write leave-payout-record
               add 1 to ws-payout-count
               move "DELETED - PAYOUT" to type-of-action-taken
           end-if.

       912-search-leave-table.

           if leave-entry-empno(ws-leave-sub) = employee-no-master
               set leave-found to true
               move ws-leave-sub to ws-leave-found-sub
           end-if.

       400-read-old-master.

           read payroll-master
           move ws-susp-placed-count to trailer-count-out
           write print-rec from trailer-detail-line after advancing 1 line

           move "RETRO ADJUSTMENTS WRITTEN" to trailer-label-out
           move ws-retro-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "HOURLY RETRO FOR REVIEW" to trailer-label-out
           move ws-retro-review-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "ADDS/REHIRES HELD - HEADCOUNT" to trailer-label-out
           move ws-position-hold-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "VACATION PAYOUTS WRITTEN" to trailer-label-out
           move ws-payout-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move zero to trailer-count-out
           move "TOTAL DOLLARS - BEFORE RUN" to trailer-label-out
           move ws-total-dollars-before to trailer-dollars-out
           move ws-rehire-count to ctl-rehire-count
           move ws-susp-placed-count to ctl-susp-placed-count
           move ws-susp-taken-count to ctl-susp-taken-count
           move ws-position-hold-count to ctl-position-hold-count
           write control-totals-record
           close control-totals-file.

