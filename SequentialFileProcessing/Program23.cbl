       program-id. Program23 as "SequentialFileProcessing.Program23".

       environment division.
       input-output section.
       file-control.       select bank-returns
                           assign to "C:\a\exercise9\input22.txt"
                           organization is line sequential
                           file status is ws-returns-status.

                           select payment-extract
                           assign to "C:\a\exercise9\output23.txt"
                           organization is line sequential
                           file status is ws-payment-status.

                           select bank-details
                           assign to "C:\a\exercise9\input13.txt"
                           organization is line sequential
                           file status is ws-bank-status.

                           select reissue-listing
                           assign to "C:\a\exercise9\output41.txt".

                           select bank-audit-listing
                           assign to "C:\a\exercise9\output42.txt".

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

       fd  bank-returns
       record contains 80 characters.
       01  bank-return-record.
           05  item-type-ret           picture x(1).
               88  return-item                   value 'R'.
               88  change-notice-item            value 'C'.
           05  employee-no-ret         picture x(5).
           05  routing-no-ret          picture 9(9).
           05  account-no-ret          picture x(17).
           05  amount-ret              picture 9(7)v99.
           05  reason-code-ret         picture x(3).
               88  account-unusable              values "R02" "R03"
                                                        "R04".
               88  account-corrected             value "C01".
               88  routing-corrected             value "C02".
               88  routing-account-corrected     value "C03".
           05  corrected-routing-ret   picture 9(9).
           05  corrected-account-ret   picture x(17).
           05  filler                  picture x(10).

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
       01  payment-trailer-record.
           05  trailer-type-pay        picture x(1).
           05  trailer-item-count-pay  picture 9(7).
           05  trailer-total-pay       picture 9(9)v99.
           05  filler                  picture x(61).

       fd  bank-details
       record contains 80 characters.
       01  bank-detail-record.
           05  employee-no-bank        picture x(5).
           05  routing-no-bank         picture 9(9).
           05  account-no-bank         picture x(17).
           05  prenote-status-bank     picture x(1).
           05  filler                  picture x(48).

       fd  reissue-listing.
       01  print-rec               picture x(99).

       fd  bank-audit-listing.
       01  audit-rec               picture x(132).

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
           05      picture x(38) value
                   "RETURNED DEPOSITS - REISSUE BY CHECK -".
           05      picture x(8) value " PERIOD ".
           05  period-no-out        picture zz9.
           05      picture x(4) value spaces.
           05  date-field-format    picture X(10).
           05      picture x(16) value spaces.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  hl-header-2.
           05      picture x(6) value spaces.
           05      picture x(12) value "EMPLOYEE NO.".
           05      picture x(4) value spaces.
           05      picture x(6) value "REASON".
           05      picture x(8) value spaces.
           05      picture x(13) value "AMOUNT TO PAY".
           05      picture x(50) value spaces.

       01  reissue-line-out.
           05                          picture x(6) value spaces.
           05  reissue-empno-out       picture x(5).
           05                          picture x(11) value spaces.
           05  reissue-reason-out      picture x(3).
           05                          picture x(8) value spaces.
           05  reissue-amount-out      picture $Z,ZZZ,ZZ9.99.
           05                          picture x(53) value spaces.

       01  trailer-detail-line.
           05                          picture x(6) value spaces.
           05  trailer-label-out       picture x(30).
           05                          picture x(3) value spaces.
           05  trailer-count-out       picture zz,zz9.
           05                          picture x(54) value spaces.

       01  trailer-amount-line.
           05                          picture x(6) value spaces.
           05  trailer-amount-label-out picture x(30).
           05                          picture x(3) value spaces.
           05  trailer-amount-out      picture $ZZZ,ZZZ,ZZ9.99.
           05                          picture x(45) value spaces.

       01  audit-header-1.
           05      picture x(20) value spaces.
           05      picture x(36) value
                   "BANK DETAIL MAINTENANCE AUDIT LIST -".
           05      picture x(8) value " PERIOD ".
           05  audit-period-out     picture zz9.
           05      picture x(4) value spaces.
           05  audit-date-out       picture x(10).
           05      picture x(51) value spaces.

       01  audit-header-2.
           05      picture x(1) value spaces.
           05      picture x(6) value "EMP NO".
           05      picture x(2) value spaces.
           05      picture x(3) value "RSN".
           05      picture x(2) value spaces.
           05      picture x(9) value "OLD ROUTE".
           05      picture x(2) value spaces.
           05      picture x(11) value "OLD ACCOUNT".
           05      picture x(8) value spaces.
           05      picture x(9) value "NEW ROUTE".
           05      picture x(2) value spaces.
           05      picture x(11) value "NEW ACCOUNT".
           05      picture x(8) value spaces.
           05      picture x(6) value "ACTION".
           05      picture x(52) value spaces.

       01  audit-line-out.
           05                          picture x(1) value spaces.
           05  audit-empno-out         picture x(5).
           05                          picture x(3) value spaces.
           05  audit-reason-out        picture x(3).
           05                          picture x(2) value spaces.
           05  audit-old-routing-out   picture x(9).
           05                          picture x(2) value spaces.
           05  audit-old-account-out   picture x(17).
           05                          picture x(2) value spaces.
           05  audit-new-routing-out   picture x(9).
           05                          picture x(2) value spaces.
           05  audit-new-account-out   picture x(17).
           05                          picture x(2) value spaces.
           05  audit-action-out        picture x(40).
           05                          picture x(18) value spaces.

       01  ws-returns-status       picture xx.
       01  ws-payment-status       picture xx.
       01  ws-bank-status          picture xx.

       01  ws-returns-eof          picture x value 'N'.
       01  ws-payment-eof          picture x value 'N'.
       01  ws-bank-eof             picture x value 'N'.

       01  bank-table.
           05  bank-entry occurs 1000 times.
               10  bank-entry-empno    picture x(5).
               10  bank-entry-routing  picture 9(9).
               10  bank-entry-account  picture x(17).
               10  bank-entry-status   picture x(1).

       01  ws-max-bank-count       picture 9(4) value 1000.
       01  ws-bank-count           picture 9(4) value 0.
       01  ws-bank-sub             picture 9(4) value 0.
       01  ws-bank-found-sub       picture 9(4) value 0.

       01  ws-bank-found-switch    picture x value 'N'.
           88  bank-found                      value 'Y'.
           88  bank-not-found                  value 'N'.

       01  payment-table.
           05  payment-entry occurs 1000 times.
               10  payment-entry-empno     picture x(5).
               10  payment-entry-routing   picture 9(9).
               10  payment-entry-account   picture x(17).
               10  payment-entry-amount    picture 9(7)v99.
               10  payment-entry-prenote   picture x(1).
               10  payment-entry-matched   picture x(1).

       01  ws-max-payment-count    picture 9(4) value 1000.
       01  ws-payment-count        picture 9(4) value 0.
       01  ws-payment-sub          picture 9(4) value 0.
       01  ws-payment-found-sub    picture 9(4) value 0.
       01  ws-extract-total        picture 9(9)v99 value 0.

       01  ws-payment-found-switch picture x value 'N'.
           88  payment-found                   value 'Y'.
           88  payment-not-found               value 'N'.

       01  ws-changed-switch       picture x value 'N'.
           88  bank-table-changed              value 'Y'.

       01  ws-routing-display      picture 9(9).

       01  ws-items-read           picture 9(5) value 0.
       01  ws-returned-count       picture 9(5) value 0.
       01  ws-returned-total       picture 9(9)v99 value 0.
       01  ws-settled-total        picture 9(9)v99 value 0.
       01  ws-prenote-reject-count picture 9(5) value 0.
       01  ws-suspended-count      picture 9(5) value 0.
       01  ws-noc-applied-count    picture 9(5) value 0.
       01  ws-noc-skipped-count    picture 9(5) value 0.
       01  ws-unmatched-count      picture 9(5) value 0.
       01  ws-duplicate-count      picture 9(5) value 0.

       01  ws-calendar-status      picture xx.
       01  ws-runlog-status        picture xx.
       01  ws-calendar-eof         picture x value 'N'.
       01  ws-runlog-eof           picture x value 'N'.

       01  ws-log-period           picture 9(3) value 0.
       01  ws-log-rc               picture 9(2) value 0.
       01  ws-last-processed       picture 9(3) value 0.
       01  ws-first-open           picture 9(3) value 0.
       01  ws-gate-program         picture x(10) value "PROGRAM23".
       01  ws-gate-predecessor     picture x(10) value "PROGRAM12".

       01  ws-pred-end-switch      picture x value 'N'.
       01  ws-pred-end-rc          picture 9(2) value 0.
       01  ws-force-switch         picture x value 'N'.

       PROCEDURE DIVISION.
       100-main-module.

           display 'PROGRAM23 STARTED'
           perform 200-initialization

           perform 300-process-return-item
               until ws-returns-eof = 'Y'

           perform 800-print-trailer
           perform 900-terminate

           if ws-unmatched-count > 0
               display "BANK RETURNS ENDED WITH " ws-unmatched-count
                  " UNMATCHED ITEMS"
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
           perform 270-load-payment-extract

           open input bank-returns
           if ws-returns-status not = '00'
               move 'Y' to ws-returns-eof
           end-if
           open output reissue-listing
           open output bank-audit-listing

           move spaces to print-rec
           move spaces to audit-rec

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           end-string
           move ws-log-period to period-no-out
           move ws-log-period to audit-period-out
           move date-field-format to audit-date-out

           write print-rec from hl-header-1 after advancing 4 lines
           write print-rec from hl-header-2 after advancing 2 lines
           write audit-rec from audit-header-1 after advancing 4 lines
           write audit-rec from audit-header-2 after advancing 2 lines.

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
                   move routing-no-bank
                       to bank-entry-routing(ws-bank-count)
                   move account-no-bank
                       to bank-entry-account(ws-bank-count)
                   move prenote-status-bank
                       to bank-entry-status(ws-bank-count)
           end-read.

       270-load-payment-extract.

           open input payment-extract
           if ws-payment-status not = '00'
               perform 960-abort-no-extract
           end-if
           perform 280-read-payment-record
               until ws-payment-eof = 'Y'
           close payment-extract.

       280-read-payment-record.

           read payment-extract
               at end move 'Y' to ws-payment-eof
               not at end
                   if payment-type-pay = 'T'
                       move trailer-total-pay to ws-extract-total
                   else
                       if ws-payment-count >= ws-max-payment-count
                           perform 975-abort-payment-table-full
                       end-if
                       add 1 to ws-payment-count
                       move employee-no-pay
                           to payment-entry-empno(ws-payment-count)
                       move routing-no-pay
                           to payment-entry-routing(ws-payment-count)
                       move account-no-pay
                           to payment-entry-account(ws-payment-count)
                       move payment-amount-pay
                           to payment-entry-amount(ws-payment-count)
                       move prenote-flag-pay
                           to payment-entry-prenote(ws-payment-count)
                       move 'N'
                           to payment-entry-matched(ws-payment-count)
                   end-if
           end-read.

       300-process-return-item.

           read bank-returns
               at end move 'Y' to ws-returns-eof
               not at end
                   add 1 to ws-items-read
                   perform 350-find-payment-entry
                   perform 360-find-bank-entry
                   evaluate true
                       when payment-not-found
                            move "NOT IN PAYMENT EXTRACT - NO ACTION"
                                to audit-action-out
                            perform 700-write-unmatched-item
                       when bank-not-found
                            move "NO BANK DETAILS ON FILE - NO ACTION"
                                to audit-action-out
                            perform 700-write-unmatched-item
                       when payment-entry-matched(ws-payment-found-sub)
                               = 'Y'
                            add 1 to ws-duplicate-count
                            move "DUPLICATE ITEM - NO ACTION"
                                to audit-action-out
                            perform 600-write-audit-line
                       when return-item
                            perform 400-process-return
                       when change-notice-item
                            perform 500-process-change-notice
                       when other
                            move "INVALID ITEM TYPE - NO ACTION"
                                to audit-action-out
                            perform 700-write-unmatched-item
                   end-evaluate
           end-read.

       350-find-payment-entry.

           set payment-not-found to true
           perform 355-search-payment-table
               varying ws-payment-sub from 1 by 1
               until ws-payment-sub > ws-payment-count
               or payment-found.

       355-search-payment-table.

           if payment-entry-empno(ws-payment-sub) = employee-no-ret
               and payment-entry-routing(ws-payment-sub)
                   = routing-no-ret
               and payment-entry-account(ws-payment-sub)
                   = account-no-ret
               set payment-found to true
               move ws-payment-sub to ws-payment-found-sub
           end-if.

       360-find-bank-entry.

           set bank-not-found to true
           perform 365-search-bank-table
               varying ws-bank-sub from 1 by 1
               until ws-bank-sub > ws-bank-count or bank-found.

       365-search-bank-table.

           if bank-entry-empno(ws-bank-sub) = employee-no-ret
               set bank-found to true
               move ws-bank-sub to ws-bank-found-sub
           end-if.

       400-process-return.

           move 'Y' to payment-entry-matched(ws-payment-found-sub)

           if payment-entry-prenote(ws-payment-found-sub) = 'Y'
               move 'N' to bank-entry-status(ws-bank-found-sub)
               set bank-table-changed to true
               add 1 to ws-prenote-reject-count
               move "PRENOTE REJECTED - STATUS RESET TO N"
                   to audit-action-out
               perform 600-write-audit-line
           else
               add 1 to ws-returned-count
               add payment-entry-amount(ws-payment-found-sub)
                   to ws-returned-total
               move employee-no-ret to reissue-empno-out
               move reason-code-ret to reissue-reason-out
               move payment-entry-amount(ws-payment-found-sub)
                   to reissue-amount-out
               write print-rec from reissue-line-out
                   after advancing 1 line

               if account-unusable
                   move 'S' to bank-entry-status(ws-bank-found-sub)
                   set bank-table-changed to true
                   add 1 to ws-suspended-count
                   move "DEPOSIT RETURNED - ACCOUNT SUSPENDED"
                       to audit-action-out
               else
                   move "DEPOSIT RETURNED - REISSUE BY CHECK"
                       to audit-action-out
               end-if
               perform 600-write-audit-line
           end-if.

       500-process-change-notice.

           move 'Y' to payment-entry-matched(ws-payment-found-sub)

           if bank-entry-routing(ws-bank-found-sub) not = routing-no-ret
               or bank-entry-account(ws-bank-found-sub)
                   not = account-no-ret
               add 1 to ws-noc-skipped-count
               move "BANK DETAILS ALREADY CHANGED - NO ACTION"
                   to audit-action-out
               perform 600-write-audit-line
           else
               evaluate true
                   when account-corrected
                        and corrected-account-ret not = spaces
                        move corrected-account-ret
                            to bank-entry-account(ws-bank-found-sub)
                        perform 550-record-change-applied
                   when routing-corrected
                        and corrected-routing-ret is numeric
                        move corrected-routing-ret
                            to bank-entry-routing(ws-bank-found-sub)
                        perform 550-record-change-applied
                   when routing-account-corrected
                        and corrected-routing-ret is numeric
                        and corrected-account-ret not = spaces
                        move corrected-routing-ret
                            to bank-entry-routing(ws-bank-found-sub)
                        move corrected-account-ret
                            to bank-entry-account(ws-bank-found-sub)
                        perform 550-record-change-applied
                   when other
                        add 1 to ws-noc-skipped-count
                        move "CHANGE NOTICE INCOMPLETE - NO ACTION"
                            to audit-action-out
                        perform 600-write-audit-line
               end-evaluate
           end-if.

       550-record-change-applied.

           set bank-table-changed to true
           add 1 to ws-noc-applied-count
           move "CHANGE NOTICE APPLIED" to audit-action-out
           perform 600-write-audit-line.

       600-write-audit-line.

           move employee-no-ret to audit-empno-out
           move reason-code-ret to audit-reason-out
           move routing-no-ret to ws-routing-display
           move ws-routing-display to audit-old-routing-out
           move account-no-ret to audit-old-account-out
           if bank-found
               move bank-entry-routing(ws-bank-found-sub)
                   to ws-routing-display
               move ws-routing-display to audit-new-routing-out
               move bank-entry-account(ws-bank-found-sub)
                   to audit-new-account-out
           else
               move spaces to audit-new-routing-out
               move spaces to audit-new-account-out
           end-if
           write audit-rec from audit-line-out after advancing 1 line.

       700-write-unmatched-item.

           add 1 to ws-unmatched-count
           perform 600-write-audit-line.

       800-print-trailer.

           compute ws-settled-total =
               ws-extract-total - ws-returned-total

           write print-rec from spaces after advancing 2 lines

           move "RETURNED DEPOSITS" to trailer-label-out
           move ws-returned-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "DEPOSIT TOTAL PER EXTRACT" to trailer-amount-label-out
           move ws-extract-total to trailer-amount-out
           write print-rec from trailer-amount-line
               after advancing 1 line

           move "HELD FOR REISSUE BY CHECK" to trailer-amount-label-out
           move ws-returned-total to trailer-amount-out
           write print-rec from trailer-amount-line
               after advancing 1 line

           move "NET DEPOSITS SETTLED" to trailer-amount-label-out
           move ws-settled-total to trailer-amount-out
           write print-rec from trailer-amount-line
               after advancing 1 line

           write audit-rec from spaces after advancing 2 lines

           move "ITEMS READ" to trailer-label-out
           move ws-items-read to trailer-count-out
           write audit-rec from trailer-detail-line
               after advancing 1 line

           move "PRENOTES REJECTED" to trailer-label-out
           move ws-prenote-reject-count to trailer-count-out
           write audit-rec from trailer-detail-line
               after advancing 1 line

           move "ACCOUNTS SUSPENDED" to trailer-label-out
           move ws-suspended-count to trailer-count-out
           write audit-rec from trailer-detail-line
               after advancing 1 line

           move "CHANGE NOTICES APPLIED" to trailer-label-out
           move ws-noc-applied-count to trailer-count-out
           write audit-rec from trailer-detail-line
               after advancing 1 line

           move "CHANGE NOTICES NOT APPLIED" to trailer-label-out
           move ws-noc-skipped-count to trailer-count-out
           write audit-rec from trailer-detail-line
               after advancing 1 line

           move "DUPLICATE ITEMS" to trailer-label-out
           move ws-duplicate-count to trailer-count-out
           write audit-rec from trailer-detail-line
               after advancing 1 line

           move "UNMATCHED ITEMS" to trailer-label-out
           move ws-unmatched-count to trailer-count-out
           write audit-rec from trailer-detail-line
               after advancing 1 line.

       900-terminate.

           if ws-returns-status = '10' or ws-returns-status = '00'
               close bank-returns
           end-if
           close reissue-listing
           close bank-audit-listing

           if bank-table-changed
               perform 950-rewrite-bank-details
           end-if.

       950-rewrite-bank-details.

           open output bank-details
           perform 955-write-one-bank
               varying ws-bank-sub from 1 by 1
               until ws-bank-sub > ws-bank-count
           close bank-details.

       955-write-one-bank.

           move spaces to bank-detail-record
           move bank-entry-empno(ws-bank-sub) to employee-no-bank
           move bank-entry-routing(ws-bank-sub) to routing-no-bank
           move bank-entry-account(ws-bank-sub) to account-no-bank
           move bank-entry-status(ws-bank-sub) to prenote-status-bank
           write bank-detail-record.

       960-abort-no-extract.

           display "ABEND - BANK RETURNS STOPPED - PAYMENT "
              "EXTRACT MISSING"

           move 16 to return-code
           stop run.

       970-abort-bank-table-full.

           display "ABEND - BANK DETAIL TABLE FULL - MAX "
              ws-max-bank-count " ACCOUNTS EXCEEDED"

           move 16 to return-code
           stop run.

       975-abort-payment-table-full.

           display "ABEND - PAYMENT TABLE FULL - MAX "
              ws-max-payment-count " ITEMS EXCEEDED"

           move 16 to return-code
           stop run.

       end program Program23.
