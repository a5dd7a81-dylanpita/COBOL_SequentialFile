       program-id. Program21 as "SequentialFileProcessing.Program21".

       environment division.
       input-output section.
       file-control.       select earnings-detail
                           assign to "C:\a\exercise9\output36.txt"
                           organization is line sequential
                           file status is ws-earnings-status.

                           select bank-details
                           assign to "C:\a\exercise9\input13.txt"
                           organization is line sequential
                           file status is ws-bank-status.

                           select payment-extract
                           assign to "C:\a\exercise9\output23.txt"
                           organization is line sequential
                           file status is ws-payment-status.

                           select earnings-statements
                           assign to "C:\a\exercise9\output37.txt".

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

       fd  earnings-detail
       record contains 80 characters.
       01  earnings-detail-record.
           05  record-type-ern         picture x(1).
               88  earnings-header               value 'H'.
               88  earnings-line                 value 'E'.
               88  gross-line                    value 'G'.
               88  tax-line                      value 'T'.
               88  deduction-line                value 'D'.
               88  summary-line                  value 'S'.
               88  net-line                      value 'N'.
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

       fd  bank-details
       record contains 80 characters.
       01  bank-detail-record.
           05  employee-no-bank        picture x(5).
           05  routing-no-bank         picture 9(9).
           05  account-no-bank         picture x(17).
           05  prenote-status-bank     picture x(1).
           05  filler                  picture x(48).

       fd  payment-extract
       record contains 80 characters.
       01  payment-extract-record.
           05  payment-type-pay        picture x(1).
           05  employee-no-pay         picture x(5).
           05  routing-no-pay          picture 9(9).
           05  account-no-pay          picture x(17).
           05  payment-amount-pay      picture 9(7)v99.
           05  prenote-flag-pay        picture x(1).
           05  payment-date-pay        picture x(10).
           05  filler                  picture x(28).

       fd  earnings-statements.
       01  print-rec               picture x(132).

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

       01  stmt-header-1.
           05      picture x(25) value spaces.
           05      picture x(30) value "EARNINGS STATEMENT FOR PERIOD ".
           05  stmt-period-out      picture zz9.
           05      picture x(4) value spaces.
           05  date-field-format    picture X(10).
           05      picture x(60) value spaces.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  stmt-header-2.
           05      picture x(1) value spaces.
           05      picture x(9) value "EMPLOYEE ".
           05  stmt-empno-out       picture x(5).
           05      picture x(2) value spaces.
           05  stmt-name-out        picture x(20).
           05      picture x(4) value spaces.
           05      picture x(11) value "DEPARTMENT ".
           05  stmt-dept-out        picture x(4).
           05      picture x(76) value spaces.

       01  stmt-header-3.
           05      picture x(1) value spaces.
           05      picture x(10) value "PAY BASIS ".
           05  stmt-basis-out       picture x(8).
           05      picture x(4) value spaces.
           05  stmt-rate-label-out  picture x(15).
           05  stmt-rate-out        picture $ZZZ,ZZ9.99.
           05      picture x(83) value spaces.

       01  stmt-header-4.
           05      picture x(1) value spaces.
           05      picture x(8) value "CATEGORY".
           05      picture x(4) value spaces.
           05      picture x(4) value "CODE".
           05      picture x(4) value spaces.
           05      picture x(11) value "DESCRIPTION".
           05      picture x(13) value spaces.
           05      picture x(5) value "HOURS".
           05      picture x(7) value spaces.
           05      picture x(4) value "RATE".
           05      picture x(8) value spaces.
           05      picture x(7) value "CURRENT".
           05      picture x(5) value spaces.
           05      picture x(12) value "YEAR TO DATE".
           05      picture x(39) value spaces.

       01  stmt-detail-line.
           05                      picture x(1) value spaces.
           05  sdl-category-out    picture x(10).
           05                      picture x(2) value spaces.
           05  sdl-code-out        picture x(6).
           05                      picture x(2) value spaces.
           05  sdl-desc-out        picture x(20).
           05                      picture x(2) value spaces.
           05  sdl-hours-out       picture zz,zz9.99 blank when zero.
           05                      picture x(2) value spaces.
           05  sdl-rate-out        picture $zz9.99 blank when zero.
           05                      picture x(3) value spaces.
           05  sdl-current-out     picture -$ZZZ,ZZ9.99.
           05                      picture x(2) value spaces.
           05  sdl-ytd-out         picture -$Z,ZZZ,ZZ9.99
                                   blank when zero.
           05                      picture x(40) value spaces.

       01  stmt-payment-line.
           05                      picture x(1) value spaces.
           05                      picture x(16) value
                   "PAYMENT METHOD: ".
           05  spl-method-out      picture x(26).
           05  spl-account-out     picture x(17).
           05                      picture x(72) value spaces.

       01  control-header.
           05      picture x(25) value spaces.
           05      picture x(30) value "EARNINGS STATEMENT CONTROLS - ".
           05      picture x(7) value "PERIOD ".
           05  ctl-period-out       picture zz9.
           05      picture x(67) value spaces.

       01  trailer-detail-line.
           05                          picture x(6) value spaces.
           05  trailer-label-out       picture x(30).
           05                          picture x(3) value spaces.
           05  trailer-count-out       picture zz,zz9.
           05                          picture x(87) value spaces.

       01  trailer-amount-line.
           05                          picture x(6) value spaces.
           05  trailer-amount-label-out picture x(30).
           05                          picture x(3) value spaces.
           05  trailer-amount-out      picture -$ZZZ,ZZZ,ZZ9.99.
           05                          picture x(76) value spaces.

       01  ws-earnings-status      picture xx.
       01  ws-bank-status          picture xx.
       01  ws-payment-status       picture xx.

       01  ws-earnings-eof         picture x value 'N'.
       01  ws-bank-eof             picture x value 'N'.
       01  ws-payment-eof          picture x value 'N'.

       01  bank-table.
           05  bank-entry occurs 1000 times.
               10  bank-entry-empno    picture x(5).
               10  bank-entry-account  picture x(17).

       01  ws-max-bank-count       picture 9(4) value 1000.
       01  ws-bank-count           picture 9(4) value 0.
       01  ws-bank-sub             picture 9(4) value 0.
       01  ws-bank-found-sub       picture 9(4) value 0.

       01  ws-bank-found-switch    picture x value 'N'.
           88  bank-found                      value 'Y'.
           88  bank-not-found                  value 'N'.

       01  deposit-table.
           05  deposit-entry-empno occurs 1000 times picture x(5).

       01  ws-max-deposit-count    picture 9(4) value 1000.
       01  ws-deposit-count        picture 9(4) value 0.
       01  ws-deposit-sub          picture 9(4) value 0.

       01  ws-deposit-found-switch picture x value 'N'.
           88  deposit-found                   value 'Y'.
           88  deposit-not-found               value 'N'.

       01  ws-current-empno        picture x(5) value spaces.
       01  ws-current-net          picture s9(6)v99 value 0.

       01  ws-account-work         picture x(17).
       01  ws-masked-account       picture x(17).
       01  ws-account-length       picture 9(2) value 0.
       01  ws-account-pos          picture 9(2) value 0.
       01  ws-mask-start           picture 9(2) value 0.

       01  ws-statement-count      picture 9(5) value 0.
       01  ws-stmt-deposit-count   picture 9(5) value 0.
       01  ws-stmt-check-count     picture 9(5) value 0.
       01  ws-sequence-errors      picture 9(5) value 0.
       01  ws-stmt-net-total       picture s9(9)v99 value 0.

       01  ws-calendar-status      picture xx.
       01  ws-runlog-status        picture xx.
       01  ws-calendar-eof         picture x value 'N'.
       01  ws-runlog-eof           picture x value 'N'.

       01  ws-log-period           picture 9(3) value 0.
       01  ws-log-rc               picture 9(2) value 0.
       01  ws-last-processed       picture 9(3) value 0.
       01  ws-first-open           picture 9(3) value 0.
       01  ws-gate-program         picture x(10) value "PROGRAM21".
       01  ws-gate-predecessor     picture x(10) value "PROGRAM12".

       01  ws-pred-end-switch      picture x value 'N'.
       01  ws-pred-end-rc          picture 9(2) value 0.
       01  ws-force-switch         picture x value 'N'.

       PROCEDURE DIVISION.
       100-main-module.

           display 'PROGRAM21 STARTED'
           perform 200-initialization

           perform 300-read-earnings-detail
           if ws-earnings-eof = 'Y'
               perform 960-abort-no-earnings
           end-if

           perform 400-process-employee
               until ws-earnings-eof = 'Y'

           perform 800-print-control-page
           perform 900-terminate

           if ws-sequence-errors > 0
               display "EARNINGS STATEMENTS ENDED WITH "
                  ws-sequence-errors " RECORDS OUT OF SEQUENCE"
               move 4 to return-code
               move 4 to ws-log-rc
           end-if

           perform 140-write-end-log

           stop run.

       200-initialization.

           perform 110-load-log-period
           perform 120-check-step-gate
           perform 130-write-start-log

           perform 250-load-bank-details
           perform 270-load-deposits

           open input earnings-detail
           open output earnings-statements

           move spaces to print-rec

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           end-string
           move ws-log-period to stmt-period-out

           if ws-earnings-status not = '00'
               perform 960-abort-no-earnings
           end-if.

       110-load-log-period.

           open input run-control-calendar
           if ws-calendar-status = '00'
               perform 115-read-calendar-record
                   until ws-calendar-eof = 'Y'
               close run-control-calendar
               if ws-last-processed > 0
                   move ws-last-processed to ws-log-period
               else
                   move ws-first-open to ws-log-period
               end-if
           end-if.

       115-read-calendar-record.

           read run-control-calendar
               at end move 'Y' to ws-calendar-eof
               not at end
                   if period-status-cal = 'P'
                       move period-no-cal to ws-last-processed
                   end-if
                   if period-status-cal = 'O'
                       and ws-first-open = zero
                       move period-no-cal to ws-first-open
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

       250-load-bank-details.

           open input bank-details
           if ws-bank-status = '00'
               perform 260-read-bank-record
                   until ws-bank-eof = 'Y'
               close bank-details
           end-if.

       260-read-bank-record.

           read bank-details
               at end move 'Y' to ws-bank-eof
               not at end
                   if ws-bank-count >= ws-max-bank-count
                       perform 970-abort-bank-table-full
                   end-if
                   add 1 to ws-bank-count
                   move employee-no-bank
                       to bank-entry-empno(ws-bank-count)
                   move account-no-bank
                       to bank-entry-account(ws-bank-count)
           end-read.

       270-load-deposits.

           open input payment-extract
           if ws-payment-status = '00'
               perform 280-read-payment-record
                   until ws-payment-eof = 'Y'
               close payment-extract
           end-if.

       280-read-payment-record.

           read payment-extract
               at end move 'Y' to ws-payment-eof
               not at end
                   if payment-type-pay = 'P'
                       and prenote-flag-pay = 'N'
                       if ws-deposit-count >= ws-max-deposit-count
                           perform 975-abort-deposit-table-full
                       end-if
                       add 1 to ws-deposit-count
                       move employee-no-pay
                           to deposit-entry-empno(ws-deposit-count)
                   end-if
           end-read.

       300-read-earnings-detail.

           read earnings-detail
               at end move 'Y' to ws-earnings-eof
           end-read.

       400-process-employee.

           if not earnings-header
               add 1 to ws-sequence-errors
               display "EARNINGS LINE WITHOUT HEADER FOR EMPLOYEE "
                  employee-no-ern " - SKIPPED"
               perform 300-read-earnings-detail
           else
               perform 410-print-statement-heading
               perform 300-read-earnings-detail
               perform 450-print-statement-line
                   until ws-earnings-eof = 'Y'
                   or earnings-header
               perform 480-print-payment-method
           end-if.

       410-print-statement-heading.

           add 1 to ws-statement-count
           move employee-no-ern to ws-current-empno
           move 0 to ws-current-net

           move employee-no-ern to stmt-empno-out
           move employee-name-ern to stmt-name-out
           move dept-code-ern to stmt-dept-out
           if pay-basis-ern = 'H'
               move "HOURLY" to stmt-basis-out
               move "HOURLY RATE" to stmt-rate-label-out
               move hourly-rate-ern to stmt-rate-out
           else
               move "SALARIED" to stmt-basis-out
               move "ANNUAL SALARY" to stmt-rate-label-out
               move annual-salary-ern to stmt-rate-out
           end-if

           write print-rec from stmt-header-1 after advancing page
           write print-rec from stmt-header-2 after advancing 2 lines
           write print-rec from stmt-header-3 after advancing 1 line
           write print-rec from stmt-header-4 after advancing 2 lines
           write print-rec from spaces after advancing 1 line.

       450-print-statement-line.

           if employee-no-ern not = ws-current-empno
               add 1 to ws-sequence-errors
           else
               evaluate true
                   when earnings-line
                        move "EARNINGS" to sdl-category-out
                   when gross-line
                        move spaces to sdl-category-out
                        write print-rec from spaces
                            after advancing 1 line
                   when tax-line
                        move "TAX" to sdl-category-out
                   when deduction-line
                        move "DEDUCTION" to sdl-category-out
                   when summary-line
                        move spaces to sdl-category-out
                   when net-line
                        move spaces to sdl-category-out
                        move current-amount-ern to ws-current-net
                        write print-rec from spaces
                            after advancing 1 line
                   when other
                        move spaces to sdl-category-out
               end-evaluate
               move line-code-ern to sdl-code-out
               move line-desc-ern to sdl-desc-out
               move hours-ern to sdl-hours-out
               move rate-ern to sdl-rate-out
               move current-amount-ern to sdl-current-out
               move ytd-amount-ern to sdl-ytd-out
               write print-rec from stmt-detail-line
                   after advancing 1 line
           end-if

           perform 300-read-earnings-detail.

       480-print-payment-method.

           set deposit-not-found to true
           perform 485-search-deposit-table
               varying ws-deposit-sub from 1 by 1
               until ws-deposit-sub > ws-deposit-count
               or deposit-found

           move spaces to spl-account-out
           if deposit-found
               move "DIRECT DEPOSIT TO ACCOUNT " to spl-method-out
               add 1 to ws-stmt-deposit-count
               perform 490-find-bank-entry
               if bank-found
                   move bank-entry-account(ws-bank-found-sub)
                       to ws-account-work
                   perform 500-mask-account
                   move ws-masked-account to spl-account-out
               end-if
           else
               move "PAID BY CHECK" to spl-method-out
               add 1 to ws-stmt-check-count
           end-if

           add ws-current-net to ws-stmt-net-total

           write print-rec from stmt-payment-line
               after advancing 2 lines.

       485-search-deposit-table.

           if deposit-entry-empno(ws-deposit-sub) = ws-current-empno
               set deposit-found to true
           end-if.

       490-find-bank-entry.

           set bank-not-found to true
           perform 495-search-bank-table
               varying ws-bank-sub from 1 by 1
               until ws-bank-sub > ws-bank-count or bank-found.

       495-search-bank-table.

           if bank-entry-empno(ws-bank-sub) = ws-current-empno
               set bank-found to true
               move ws-bank-sub to ws-bank-found-sub
           end-if.

       500-mask-account.

           move 0 to ws-account-length
           perform 510-find-account-length
               varying ws-account-pos from 17 by -1
               until ws-account-pos < 1
               or ws-account-length > 0

           move all '*' to ws-masked-account
           if ws-account-length > 4
               compute ws-mask-start = ws-account-length - 3
               move ws-account-work(ws-mask-start:4)
                   to ws-masked-account(14:4)
           end-if.

       510-find-account-length.

           if ws-account-work(ws-account-pos:1) not = space
               move ws-account-pos to ws-account-length
           end-if.

       800-print-control-page.

           move ws-log-period to ctl-period-out
           write print-rec from control-header after advancing page
           write print-rec from spaces after advancing 1 line

           move "STATEMENTS PRINTED" to trailer-label-out
           move ws-statement-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "PAID BY DIRECT DEPOSIT" to trailer-label-out
           move ws-stmt-deposit-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "PAID BY CHECK" to trailer-label-out
           move ws-stmt-check-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "RECORDS OUT OF SEQUENCE" to trailer-label-out
           move ws-sequence-errors to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "TOTAL NET PAY" to trailer-amount-label-out
           move ws-stmt-net-total to trailer-amount-out
           write print-rec from trailer-amount-line
               after advancing 1 line.

       900-terminate.

           close earnings-detail
           close earnings-statements.

       960-abort-no-earnings.

           move spaces to print-rec
           move "EARNINGS DETAIL MISSING OR EMPTY - REGISTER NOT RUN"
               to print-rec
           write print-rec after advancing 1 line

           display "ABEND - EARNINGS STATEMENTS STOPPED - EARNINGS "
              "DETAIL MISSING OR EMPTY"

           close earnings-detail
           close earnings-statements

           move 16 to return-code
           stop run.

       970-abort-bank-table-full.

           display "ABEND - BANK DETAIL TABLE FULL - MAX "
              ws-max-bank-count " ACCOUNTS EXCEEDED"

           move 16 to return-code
           stop run.

       975-abort-deposit-table-full.

           display "ABEND - DEPOSIT TABLE FULL - MAX "
              ws-max-deposit-count " DEPOSITS EXCEEDED"

           move 16 to return-code
           stop run.

       end program Program21.
