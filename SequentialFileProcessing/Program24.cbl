       program-id. Program24 as "SequentialFileProcessing.Program24".

       environment division.
       input-output section.
       file-control.       select updated-payroll-master
                           assign to "C:\a\exercise9\output1.txt"
                           organization is indexed
                           access mode is sequential
                           record key is employee-no-uptd
                           file status is ws-master-status.

                           select leave-balances
                           assign to "C:\a\exercise9\input23.txt"
                           organization is line sequential
                           file status is ws-balance-status.

                           select leave-accrual-rates
                           assign to "C:\a\exercise9\input24.txt"
                           organization is line sequential
                           file status is ws-accrual-status.

                           select leave-taken
                           assign to "C:\a\exercise9\input25.txt"
                           organization is line sequential
                           file status is ws-taken-status.

                           select leave-payouts
                           assign to "C:\a\exercise9\output44.txt"
                           organization is line sequential
                           file status is ws-payout-status.

                           select leave-listing
                           assign to "C:\a\exercise9\output43.txt".

                           select run-control-calendar
                           assign to "C:\a\exercise9\input10.txt"
                           organization is line sequential
                           file status is ws-calendar-status.

                           select run-log
                           assign to "C:\a\exercise9\runlog.txt"
                           organization is line sequential
                           file status is ws-runlog-status.

       data division.
       file section.

       fd  updated-payroll-master
       record contains 80 characters.
       01  updated-payroll-master-record.
           05  employee-no-uptd        picture x(5).
           05  employee-name-uptd      picture x(20).
           05  dept-code-uptd          picture x(4).
           05  pay-grade-uptd          picture x(2).
           05  annual-salary-uptd      picture 9(6).
           05  pay-basis-uptd          picture x(1).
           05  hourly-rate-uptd        picture 9(3)v99.
           05  filler                  picture x(37).

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

       fd  leave-accrual-rates
       record contains 80 characters.
       01  leave-accrual-record.
           05  grade-code-lar          picture x(2).
           05  vacation-rate-lar       picture 9(2)v99.
           05  sick-rate-lar           picture 9(2)v99.
           05  vacation-cap-lar        picture 9(4)v99.
           05  sick-cap-lar            picture 9(4)v99.
           05  filler                  picture x(58).

       fd  leave-taken
       record contains 80 characters.
       01  leave-taken-record.
           05  employee-no-lvt         picture x(5).
           05  leave-type-lvt          picture x(1).
               88  vacation-taken                value 'V'.
               88  sick-taken                    value 'S'.
           05  hours-taken-lvt         picture 9(3)v99.
           05  date-taken-lvt          picture x(10).
           05  filler                  picture x(59).

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

       fd  leave-listing.
       01  print-rec               picture x(99).

       fd  run-control-calendar
       record contains 30 characters.
       01  run-control-calendar-record.
           05  period-no-cal           picture 9(3).
           05  run-date-cal            picture x(10).
           05  period-status-cal       picture x(1).
           05  filler                  picture x(16).

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
           05      picture x(20) value spaces.
           05      picture x(26) value "LEAVE ACCRUAL REGISTER -".
           05      picture x(8) value " PERIOD ".
           05  period-no-out        picture zz9.
           05      picture x(4) value spaces.
           05  date-field-format    picture X(10).
           05      picture x(28) value spaces.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  section-header-line.
           05                      picture x(2) value spaces.
           05  section-title-out   picture x(40).
           05                      picture x(57) value spaces.

       01  activity-header.
           05      picture x(4) value spaces.
           05      picture x(6) value "EMP NO".
           05      picture x(3) value spaces.
           05      picture x(4) value "TYPE".
           05      picture x(5) value spaces.
           05      picture x(5) value "HOURS".
           05      picture x(5) value spaces.
           05      picture x(7) value "BALANCE".
           05      picture x(4) value spaces.
           05      picture x(6) value "ACTION".
           05      picture x(50) value spaces.

       01  activity-line-out.
           05                          picture x(4) value spaces.
           05  act-empno-out           picture x(5).
           05                          picture x(5) value spaces.
           05  act-type-out            picture x(1).
           05                          picture x(4) value spaces.
           05  act-hours-out           picture z,zz9.99.
           05                          picture x(3) value spaces.
           05  act-balance-out         picture z,zz9.99.
           05                          picture x(4) value spaces.
           05  act-action-out          picture x(40).
           05                          picture x(17) value spaces.

       01  accrual-header.
           05      picture x(4) value spaces.
           05      picture x(6) value "EMP NO".
           05      picture x(2) value spaces.
           05      picture x(5) value "GRADE".
           05      picture x(3) value spaces.
           05      picture x(8) value "VAC ACCR".
           05      picture x(3) value spaces.
           05      picture x(7) value "VAC BAL".
           05      picture x(2) value spaces.
           05      picture x(8) value "SICK ACC".
           05      picture x(2) value spaces.
           05      picture x(8) value "SICK BAL".
           05      picture x(3) value spaces.
           05      picture x(4) value "NOTE".
           05      picture x(34) value spaces.

       01  accrual-line-out.
           05                          picture x(4) value spaces.
           05  acc-empno-out           picture x(5).
           05                          picture x(4) value spaces.
           05  acc-grade-out           picture x(2).
           05                          picture x(3) value spaces.
           05  acc-vac-accrued-out     picture zzz9.99.
           05                          picture x(2) value spaces.
           05  acc-vac-balance-out     picture z,zz9.99.
           05                          picture x(2) value spaces.
           05  acc-sick-accrued-out    picture zzz9.99.
           05                          picture x(2) value spaces.
           05  acc-sick-balance-out    picture z,zz9.99.
           05                          picture x(3) value spaces.
           05  acc-note-out            picture x(30).
           05                          picture x(12) value spaces.

       01  trailer-detail-line.
           05                          picture x(6) value spaces.
           05  trailer-label-out       picture x(30).
           05                          picture x(3) value spaces.
           05  trailer-count-out       picture zz,zz9.
           05                          picture x(54) value spaces.

       01  ws-master-status        picture xx.
       01  ws-balance-status       picture xx.
       01  ws-accrual-status       picture xx.
       01  ws-taken-status         picture xx.
       01  ws-payout-status        picture xx.

       01  ws-master-eof           picture x value 'N'.
       01  ws-balance-eof          picture x value 'N'.
       01  ws-accrual-eof          picture x value 'N'.
       01  ws-taken-eof            picture x value 'N'.
       01  ws-payout-eof           picture x value 'N'.

       01  balance-table.
           05  balance-entry occurs 1000 times.
               10  balance-entry-empno     picture x(5).
               10  balance-entry-vacation  picture 9(4)v99.
               10  balance-entry-sick      picture 9(4)v99.
               10  balance-entry-period    picture 9(3).
               10  balance-entry-date      picture x(10).
               10  balance-entry-pay-period picture 9(3).
               10  balance-entry-pay-date  picture x(10).
               10  balance-entry-pay-hours picture 9(4)v99.

       01  ws-max-balance-count    picture 9(4) value 1000.
       01  ws-balance-count        picture 9(4) value 0.
       01  ws-balance-sub          picture 9(4) value 0.
       01  ws-balance-found-sub    picture 9(4) value 0.
       01  ws-balance-insert-sub   picture 9(4) value 0.
       01  ws-balance-from-sub     picture 9(4) value 0.
       01  ws-prev-balance-key     picture x(5) value low-values.
       01  ws-search-empno         picture x(5) value spaces.

       01  ws-balance-found-switch picture x value 'N'.
           88  balance-found                   value 'Y'.
           88  balance-not-found               value 'N'.

       01  ws-insert-found-switch  picture x value 'N'.
           88  insert-point-found              value 'Y'.

       01  accrual-table.
           05  accrual-entry occurs 50 times.
               10  accrual-entry-grade     picture x(2).
               10  accrual-entry-vac-rate  picture 9(2)v99.
               10  accrual-entry-sick-rate picture 9(2)v99.
               10  accrual-entry-vac-cap   picture 9(4)v99.
               10  accrual-entry-sick-cap  picture 9(4)v99.

       01  ws-max-accrual-count    picture 9(3) value 50.
       01  ws-accrual-count        picture 9(3) value 0.
       01  ws-accrual-sub          picture 9(3) value 0.
       01  ws-accrual-found-sub    picture 9(3) value 0.

       01  ws-accrual-found-switch picture x value 'N'.
           88  accrual-found                   value 'Y'.
           88  accrual-not-found               value 'N'.

       01  ws-vacation-accrued     picture 9(4)v99 value 0.
       01  ws-sick-accrued         picture 9(4)v99 value 0.
       01  ws-available-hours      picture 9(4)v99 value 0.

       01  ws-changed-switch       picture x value 'N'.
           88  balance-table-changed           value 'Y'.

       01  ws-accrued-count        picture 9(5) value 0.
       01  ws-already-count        picture 9(5) value 0.
       01  ws-no-rate-count        picture 9(5) value 0.
       01  ws-new-balance-count    picture 9(5) value 0.
       01  ws-capped-count         picture 9(5) value 0.
       01  ws-taken-read-count     picture 9(5) value 0.
       01  ws-taken-applied-count  picture 9(5) value 0.
       01  ws-taken-reject-count   picture 9(5) value 0.
       01  ws-taken-posted-count   picture 9(5) value 0.
       01  ws-payout-count         picture 9(5) value 0.

       01  ws-calendar-status      picture xx.
       01  ws-runlog-status        picture xx.
       01  ws-calendar-eof         picture x value 'N'.
       01  ws-runlog-eof           picture x value 'N'.

       01  ws-log-period           picture 9(3) value 0.
       01  ws-log-rc               picture 9(2) value 0.
       01  ws-last-processed       picture 9(3) value 0.
       01  ws-last-processed-date  picture x(10) value spaces.
       01  ws-first-open           picture 9(3) value 0.
       01  ws-first-open-date      picture x(10) value spaces.
       01  ws-period-date          picture x(10) value spaces.
       01  ws-gate-program         picture x(10) value "PROGRAM24".
       01  ws-gate-predecessor     picture x(10) value "PROGRAM1".

       01  ws-pred-end-switch      picture x value 'N'.
       01  ws-pred-end-rc          picture 9(2) value 0.
       01  ws-force-switch         picture x value 'N'.

       PROCEDURE DIVISION.
       100-main-module.

           display 'PROGRAM24 STARTED'
           perform 200-initialization

           move "VACATION PAYOUTS ON TERMINATION" to section-title-out
           write print-rec from section-header-line
               after advancing 2 lines
           write print-rec from activity-header after advancing 1 line
           perform 300-apply-leave-payouts

           move "LEAVE TAKEN" to section-title-out
           write print-rec from section-header-line
               after advancing 2 lines
           write print-rec from activity-header after advancing 1 line
           perform 400-process-leave-taken
               until ws-taken-eof = 'Y'

           move "PERIOD ACCRUAL" to section-title-out
           write print-rec from section-header-line
               after advancing 2 lines
           write print-rec from accrual-header after advancing 1 line
           perform 500-read-master
           perform 520-accrue-one-employee
               until ws-master-eof = 'Y'

           perform 800-print-trailer
           perform 900-terminate

           if ws-taken-reject-count > 0
               display "LEAVE ACCRUAL ENDED WITH "
                  ws-taken-reject-count " REJECTED LEAVE TRANSACTIONS"
               move 4 to return-code
               move 4 to ws-log-rc
           end-if

           perform 140-write-end-log

           stop run.

       200-initialization.

           perform 110-load-log-period
           perform 120-check-step-gate
           perform 130-write-start-log

           perform 250-load-accrual-rates
           perform 260-load-leave-balances

           open input updated-payroll-master
           if ws-master-status not = '00'
               perform 940-abort-no-master
           end-if
           open input leave-taken
           if ws-taken-status not = '00'
               move 'Y' to ws-taken-eof
           end-if
           open output leave-listing

           move spaces to print-rec

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           end-string
           move ws-log-period to period-no-out

           write print-rec from hl-header-1 after advancing 4 lines.

       110-load-log-period.

           open input run-control-calendar
           if ws-calendar-status = '00'
               perform 115-read-calendar-record
                   until ws-calendar-eof = 'Y'
               close run-control-calendar
               if ws-last-processed > 0
                   move ws-last-processed to ws-log-period
                   move ws-last-processed-date to ws-period-date
               else
                   move ws-first-open to ws-log-period
                   move ws-first-open-date to ws-period-date
               end-if
           end-if.

       115-read-calendar-record.

           read run-control-calendar
               at end move 'Y' to ws-calendar-eof
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

       120-check-step-gate.

           open input run-log
           if ws-runlog-status = '00'
               perform 125-scan-runlog-record
                   until ws-runlog-eof = 'Y'
               close run-log
           end-if

           if ws-force-switch = 'Y'
               display "STEP GATE FORCED FOR " ws-gate-program
                  " PERIOD " ws-log-period
           else
               if ws-log-period > 0
                   and ws-gate-predecessor not = spaces
                   if ws-pred-end-switch = 'N'
                       or ws-pred-end-rc >= 8
                       perform 915-abort-step-gate
                   end-if
               end-if
           end-if.

       125-scan-runlog-record.

           read run-log
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
                           move log-return-code to ws-pred-end-rc
                       end-if
                       if log-type = 'F'
                           and log-program = ws-gate-program
                           move 'Y' to ws-force-switch
                       end-if
                   end-if
           end-read.

       130-write-start-log.

           open extend run-log
           move spaces to run-log-record
           move ws-gate-program to log-program
           move ws-log-period to log-period
           move 'S' to log-type
           move 0 to log-return-code
           move function current-date(1:8) to log-date
           accept log-time from time
           write run-log-record
           close run-log.

       140-write-end-log.

           open extend run-log
           move spaces to run-log-record
           move ws-gate-program to log-program
           move ws-log-period to log-period
           move 'E' to log-type
           move ws-log-rc to log-return-code
           move function current-date(1:8) to log-date
           accept log-time from time
           write run-log-record
           close run-log.

       915-abort-step-gate.

           display "ABEND - STEP GATE - PREDECESSOR "
              ws-gate-predecessor " NOT COMPLETE FOR PERIOD "
              ws-log-period " - RUN HELD"

           move 16 to return-code
           stop run.

       250-load-accrual-rates.

           open input leave-accrual-rates
           if ws-accrual-status = '00'
               perform 255-read-accrual-record
                   until ws-accrual-eof = 'Y'
               close leave-accrual-rates
           end-if.

       255-read-accrual-record.

           read leave-accrual-rates
               at end move 'Y' to ws-accrual-eof
               not at end
                   if ws-accrual-count >= ws-max-accrual-count
                       perform 950-abort-accrual-table-full
                   end-if
                   add 1 to ws-accrual-count
                   move grade-code-lar
                       to accrual-entry-grade(ws-accrual-count)
                   move vacation-rate-lar
                       to accrual-entry-vac-rate(ws-accrual-count)
                   move sick-rate-lar
                       to accrual-entry-sick-rate(ws-accrual-count)
                   move vacation-cap-lar
                       to accrual-entry-vac-cap(ws-accrual-count)
                   move sick-cap-lar
                       to accrual-entry-sick-cap(ws-accrual-count)
           end-read.

       260-load-leave-balances.

           open input leave-balances
           if ws-balance-status = '00'
               perform 265-read-balance-record
                   until ws-balance-eof = 'Y'
               close leave-balances
           end-if.

       265-read-balance-record.

           read leave-balances
               at end move 'Y' to ws-balance-eof
               not at end
                   if employee-no-lvb not > ws-prev-balance-key
                       perform 965-abort-balance-sequence
                   end-if
                   move employee-no-lvb to ws-prev-balance-key
                   if ws-balance-count >= ws-max-balance-count
                       perform 960-abort-balance-table-full
                   end-if
                   add 1 to ws-balance-count
                   move employee-no-lvb
                       to balance-entry-empno(ws-balance-count)
                   move vacation-balance-lvb
                       to balance-entry-vacation(ws-balance-count)
                   move sick-balance-lvb
                       to balance-entry-sick(ws-balance-count)
                   move last-period-lvb
                       to balance-entry-period(ws-balance-count)
                   move last-date-lvb
                       to balance-entry-date(ws-balance-count)
                   move payout-period-lvb
                       to balance-entry-pay-period(ws-balance-count)
                   move payout-date-lvb
                       to balance-entry-pay-date(ws-balance-count)
                   move payout-hours-lvb
                       to balance-entry-pay-hours(ws-balance-count)
           end-read.

       270-find-balance-entry.

           set balance-not-found to true
           perform 275-search-balance-table
               varying ws-balance-sub from 1 by 1
               until ws-balance-sub > ws-balance-count
               or balance-found.

       275-search-balance-table.

           if balance-entry-empno(ws-balance-sub) = ws-search-empno
               set balance-found to true
               move ws-balance-sub to ws-balance-found-sub
           end-if.

       300-apply-leave-payouts.

           open input leave-payouts
           if ws-payout-status = '00'
               perform 310-read-payout-record
                   until ws-payout-eof = 'Y'
               close leave-payouts
           end-if.

       310-read-payout-record.

           read leave-payouts
               at end move 'Y' to ws-payout-eof
               not at end
                   if pay-period-lvp = ws-log-period
                       move employee-no-lvp to ws-search-empno
                       perform 270-find-balance-entry
                       if balance-found
                           perform 320-zero-paid-vacation
                       end-if
                   end-if
           end-read.

       320-zero-paid-vacation.

           move employee-no-lvp to act-empno-out
           move 'V' to act-type-out
           move vacation-hours-lvp to act-hours-out

           if balance-entry-pay-date(ws-balance-found-sub)
                   = ws-period-date
               and balance-entry-pay-period(ws-balance-found-sub)
                   = ws-log-period
               move "PAYOUT ALREADY POSTED FOR PERIOD"
                   to act-action-out
           else
               move 0 to balance-entry-vacation(ws-balance-found-sub)
               move ws-log-period
                   to balance-entry-pay-period(ws-balance-found-sub)
               move ws-period-date
                   to balance-entry-pay-date(ws-balance-found-sub)
               move vacation-hours-lvp
                   to balance-entry-pay-hours(ws-balance-found-sub)
               set balance-table-changed to true
               add 1 to ws-payout-count
               move "VACATION PAID OUT - BALANCE CLEARED"
                   to act-action-out
           end-if

           move balance-entry-vacation(ws-balance-found-sub)
               to act-balance-out
           write print-rec from activity-line-out
               after advancing 1 line.

       400-process-leave-taken.

           read leave-taken
               at end move 'Y' to ws-taken-eof
               not at end
                   add 1 to ws-taken-read-count
                   perform 450-edit-leave-taken
           end-read.

       450-edit-leave-taken.

           move employee-no-lvt to act-empno-out
           move leave-type-lvt to act-type-out
           move 0 to act-balance-out
           if hours-taken-lvt is numeric
               move hours-taken-lvt to act-hours-out
           else
               move 0 to act-hours-out
           end-if

           move employee-no-lvt to ws-search-empno
           perform 270-find-balance-entry

           evaluate true
               when not vacation-taken and not sick-taken
                    move "INVALID LEAVE TYPE" to act-action-out
                    perform 480-reject-leave-taken
               when hours-taken-lvt not numeric
                    move "HOURS NOT NUMERIC" to act-action-out
                    perform 480-reject-leave-taken
               when hours-taken-lvt = 0
                    move "HOURS ARE ZERO" to act-action-out
                    perform 480-reject-leave-taken
               when balance-not-found
                    move "NO LEAVE BALANCE ON FILE" to act-action-out
                    perform 480-reject-leave-taken
               when balance-entry-date(ws-balance-found-sub)
                        = ws-period-date
                    move "PERIOD ALREADY POSTED FOR EMPLOYEE"
                        to act-action-out
                    perform 470-skip-already-posted
               when other
                    perform 460-apply-leave-taken
           end-evaluate.

       460-apply-leave-taken.

           if vacation-taken
               move balance-entry-vacation(ws-balance-found-sub)
                   to ws-available-hours
           else
               move balance-entry-sick(ws-balance-found-sub)
                   to ws-available-hours
           end-if

           if hours-taken-lvt > ws-available-hours
               move ws-available-hours to act-balance-out
               move "EXCEEDS AVAILABLE BALANCE" to act-action-out
               perform 480-reject-leave-taken
           else
               if vacation-taken
                   subtract hours-taken-lvt
                       from balance-entry-vacation(ws-balance-found-sub)
                   move balance-entry-vacation(ws-balance-found-sub)
                       to act-balance-out
               else
                   subtract hours-taken-lvt
                       from balance-entry-sick(ws-balance-found-sub)
                   move balance-entry-sick(ws-balance-found-sub)
                       to act-balance-out
               end-if
               set balance-table-changed to true
               add 1 to ws-taken-applied-count
               move "LEAVE TAKEN APPLIED" to act-action-out
               write print-rec from activity-line-out
                   after advancing 1 line
           end-if.

       470-skip-already-posted.

           add 1 to ws-taken-posted-count
           write print-rec from activity-line-out
               after advancing 1 line.

       480-reject-leave-taken.

           add 1 to ws-taken-reject-count
           write print-rec from activity-line-out
               after advancing 1 line.

       500-read-master.

           read updated-payroll-master
               at end move 'Y' to ws-master-eof
           end-read.

       520-accrue-one-employee.

           move employee-no-uptd to acc-empno-out
           move pay-grade-uptd to acc-grade-out
           move spaces to acc-note-out

           perform 530-find-accrual-rate
           move employee-no-uptd to ws-search-empno
           perform 270-find-balance-entry

           if balance-not-found
               perform 560-insert-balance-entry
           end-if

           evaluate true
               when accrual-not-found
                    add 1 to ws-no-rate-count
                    move 0 to acc-vac-accrued-out
                    move 0 to acc-sick-accrued-out
                    move "NO ACCRUAL RATE FOR GRADE" to acc-note-out
               when balance-entry-date(ws-balance-found-sub)
                        = ws-period-date
                    add 1 to ws-already-count
                    move 0 to acc-vac-accrued-out
                    move 0 to acc-sick-accrued-out
                    move "ALREADY ACCRUED FOR PERIOD" to acc-note-out
               when other
                    perform 540-apply-accrual
           end-evaluate

           move balance-entry-vacation(ws-balance-found-sub)
               to acc-vac-balance-out
           move balance-entry-sick(ws-balance-found-sub)
               to acc-sick-balance-out
           write print-rec from accrual-line-out after advancing 1 line

           perform 500-read-master.

       530-find-accrual-rate.

           set accrual-not-found to true
           perform 535-search-accrual-table
               varying ws-accrual-sub from 1 by 1
               until ws-accrual-sub > ws-accrual-count
               or accrual-found.

       535-search-accrual-table.

           if accrual-entry-grade(ws-accrual-sub) = pay-grade-uptd
               set accrual-found to true
               move ws-accrual-sub to ws-accrual-found-sub
           end-if.

       540-apply-accrual.

           move accrual-entry-vac-rate(ws-accrual-found-sub)
               to ws-vacation-accrued
           if accrual-entry-vac-cap(ws-accrual-found-sub) > 0
               if balance-entry-vacation(ws-balance-found-sub)
                       >= accrual-entry-vac-cap(ws-accrual-found-sub)
                   move 0 to ws-vacation-accrued
               else
                   if balance-entry-vacation(ws-balance-found-sub)
                           + ws-vacation-accrued
                       > accrual-entry-vac-cap(ws-accrual-found-sub)
                       compute ws-vacation-accrued =
                           accrual-entry-vac-cap(ws-accrual-found-sub)
                               - balance-entry-vacation
                                   (ws-balance-found-sub)
                   end-if
               end-if
           end-if

           move accrual-entry-sick-rate(ws-accrual-found-sub)
               to ws-sick-accrued
           if accrual-entry-sick-cap(ws-accrual-found-sub) > 0
               if balance-entry-sick(ws-balance-found-sub)
                       >= accrual-entry-sick-cap(ws-accrual-found-sub)
                   move 0 to ws-sick-accrued
               else
                   if balance-entry-sick(ws-balance-found-sub)
                           + ws-sick-accrued
                       > accrual-entry-sick-cap(ws-accrual-found-sub)
                       compute ws-sick-accrued =
                           accrual-entry-sick-cap(ws-accrual-found-sub)
                               - balance-entry-sick
                                   (ws-balance-found-sub)
                   end-if
               end-if
           end-if

           if ws-vacation-accrued
                   < accrual-entry-vac-rate(ws-accrual-found-sub)
               or ws-sick-accrued
                   < accrual-entry-sick-rate(ws-accrual-found-sub)
               add 1 to ws-capped-count
               move "AT CARRY-OVER CAP" to acc-note-out
           end-if

           add ws-vacation-accrued
               to balance-entry-vacation(ws-balance-found-sub)
           add ws-sick-accrued
               to balance-entry-sick(ws-balance-found-sub)
           move ws-log-period
               to balance-entry-period(ws-balance-found-sub)
           move ws-period-date
               to balance-entry-date(ws-balance-found-sub)
           move 0 to balance-entry-pay-period(ws-balance-found-sub)
           move spaces to balance-entry-pay-date(ws-balance-found-sub)
           move 0 to balance-entry-pay-hours(ws-balance-found-sub)
           set balance-table-changed to true
           add 1 to ws-accrued-count

           move ws-vacation-accrued to acc-vac-accrued-out
           move ws-sick-accrued to acc-sick-accrued-out.

       560-insert-balance-entry.

           if ws-balance-count >= ws-max-balance-count
               perform 960-abort-balance-table-full
           end-if

           move 'N' to ws-insert-found-switch
           perform 565-find-insert-point
               varying ws-balance-insert-sub from 1 by 1
               until ws-balance-insert-sub > ws-balance-count
               or insert-point-found

           if insert-point-found
               subtract 1 from ws-balance-insert-sub
           end-if

           perform 570-shift-one-entry-down
               varying ws-balance-sub from ws-balance-count by -1
               until ws-balance-sub < ws-balance-insert-sub

           add 1 to ws-balance-count
           move employee-no-uptd
               to balance-entry-empno(ws-balance-insert-sub)
           move 0 to balance-entry-vacation(ws-balance-insert-sub)
           move 0 to balance-entry-sick(ws-balance-insert-sub)
           move 0 to balance-entry-period(ws-balance-insert-sub)
           move spaces to balance-entry-date(ws-balance-insert-sub)
           move 0 to balance-entry-pay-period(ws-balance-insert-sub)
           move spaces to balance-entry-pay-date(ws-balance-insert-sub)
           move 0 to balance-entry-pay-hours(ws-balance-insert-sub)
           move ws-balance-insert-sub to ws-balance-found-sub
           set balance-found to true
           set balance-table-changed to true
           add 1 to ws-new-balance-count.

       565-find-insert-point.

           if balance-entry-empno(ws-balance-insert-sub)
                   > employee-no-uptd
               set insert-point-found to true
           end-if.

       570-shift-one-entry-down.

           add 1 to ws-balance-sub giving ws-balance-from-sub
           move balance-entry(ws-balance-sub)
               to balance-entry(ws-balance-from-sub).

       800-print-trailer.

           write print-rec from spaces after advancing 2 lines

           move "VACATION PAYOUTS POSTED" to trailer-label-out
           move ws-payout-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "LEAVE TRANSACTIONS READ" to trailer-label-out
           move ws-taken-read-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "LEAVE TRANSACTIONS APPLIED" to trailer-label-out
           move ws-taken-applied-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "LEAVE TRANSACTIONS REJECTED" to trailer-label-out
           move ws-taken-reject-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "LEAVE ALREADY POSTED" to trailer-label-out
           move ws-taken-posted-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "EMPLOYEES ACCRUED" to trailer-label-out
           move ws-accrued-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "EMPLOYEES AT CARRY-OVER CAP" to trailer-label-out
           move ws-capped-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "ALREADY ACCRUED FOR PERIOD" to trailer-label-out
           move ws-already-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "NO ACCRUAL RATE FOR GRADE" to trailer-label-out
           move ws-no-rate-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "NEW LEAVE BALANCES OPENED" to trailer-label-out
           move ws-new-balance-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line.

       900-terminate.

           close updated-payroll-master
           if ws-taken-status = '10' or ws-taken-status = '00'
               close leave-taken
           end-if
           close leave-listing

           if balance-table-changed
               perform 970-rewrite-leave-balances
           end-if.

       970-rewrite-leave-balances.

           open output leave-balances
           perform 975-write-one-balance
               varying ws-balance-sub from 1 by 1
               until ws-balance-sub > ws-balance-count
           close leave-balances.

       975-write-one-balance.

           move spaces to leave-balance-record
           move balance-entry-empno(ws-balance-sub) to employee-no-lvb
           move balance-entry-vacation(ws-balance-sub)
               to vacation-balance-lvb
           move balance-entry-sick(ws-balance-sub) to sick-balance-lvb
           move balance-entry-period(ws-balance-sub) to last-period-lvb
           move balance-entry-date(ws-balance-sub) to last-date-lvb
           move balance-entry-pay-period(ws-balance-sub)
               to payout-period-lvb
           move balance-entry-pay-date(ws-balance-sub)
               to payout-date-lvb
           move balance-entry-pay-hours(ws-balance-sub)
               to payout-hours-lvb
           write leave-balance-record.

       940-abort-no-master.

           display "ABEND - MASTER FILE MISSING - OUTPUT1 "
              "STATUS " ws-master-status

           move 16 to return-code
           stop run.

       950-abort-accrual-table-full.

           display "ABEND - ACCRUAL RATE TABLE FULL - MAX "
              ws-max-accrual-count " GRADES EXCEEDED"

           move 16 to return-code
           stop run.

       960-abort-balance-table-full.

           display "ABEND - LEAVE BALANCE TABLE FULL - MAX "
              ws-max-balance-count " EMPLOYEES EXCEEDED"

           move 16 to return-code
           stop run.

       965-abort-balance-sequence.

           display "ABEND - LEAVE BALANCE FILE OUT OF SEQUENCE AT "
              "EMPLOYEE " employee-no-lvb

           move 16 to return-code
           stop run.

       end program Program24.
