       program-id. Program22 as "SequentialFileProcessing.Program22".

       environment division.
       input-output section.
       file-control.       select ytd-accumulator
                           assign to "C:\a\exercise9\output21.txt"
                           organization is line sequential
                           file status is ws-ytd-status.

                           select year-end-parameter-card
                           assign to "C:\a\exercise9\input21.txt"
                           organization is line sequential
                           file status is ws-param-status.

                           select updated-payroll-master
                           assign to "C:\a\exercise9\output1.txt"
                           organization is indexed
                           access mode is sequential
                           record key is employee-no-uptd
                           file status is ws-master-status.

                           select terminated-employees
                           assign to "C:\a\exercise9\output4.txt"
                           organization is line sequential
                           file status is ws-term-status.

                           select register-history
                           assign to "C:\a\exercise9\output38.txt"
                           organization is line sequential
                           file status is ws-reghist-status.

                           select wage-statement-listing
                           assign to "C:\a\exercise9\output39.txt".

                           select wage-statement-extract
                           assign to "C:\a\exercise9\output40.txt"
                           organization is line sequential.

                           select archived-ytd
                           assign to ws-archive-file-name
                           organization is line sequential
                           file status is ws-archive-status.

                           select archive-control
                           assign to "C:\a\exercise9\output30.txt"
                           organization is line sequential.

       data division.
       file section.

       fd  ytd-accumulator
       record contains 80 characters.
       01  ytd-accumulator-record.
           05  employee-no-ytd         picture x(5).
           05  ytd-year-ytd            picture 9(4).
           05  ytd-gross-ytd           picture 9(8)v99.
           05  ytd-tax-ytd             picture 9(8)v99.
           05  ytd-deduc-ytd           picture 9(8)v99.
           05  ytd-period-ytd          picture 9(3).
           05  ytd-retro-ytd           picture s9(8)v99
                                       sign is leading separate.
           05  filler                  picture x(27).

       fd  year-end-parameter-card
       record contains 80 characters.
       01  year-end-parameter-record.
           05  tax-year-card           picture x(4).
           05  filler                  picture x(76).

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

       fd  terminated-employees
       record contains 80 characters.
       01  terminated-employee-record.
           05  employee-no-term        picture x(5).
           05  employee-name-term      picture x(20).
           05  dept-code-term          picture x(4).
           05  pay-grade-term          picture x(2).
           05  final-salary-term       picture 9(6).
           05  termination-date-term   picture x(10).
           05  pay-basis-term          picture x(1).
           05  hourly-rate-term        picture 9(3)v99.
           05  filler                  picture x(27).

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

       fd  wage-statement-listing.
       01  print-rec               picture x(132).

       fd  wage-statement-extract
       record contains 80 characters.
       01  wage-statement-record.
           05  employee-no-wse         picture x(5).
           05  employee-name-wse       picture x(20).
           05  dept-code-wse           picture x(4).
           05  tax-year-wse            picture 9(4).
           05  wages-wse               picture 9(8)v99.
           05  tax-withheld-wse        picture 9(8)v99.
           05  deductions-wse          picture 9(8)v99.
           05  status-wse              picture x(1).
           05  termination-date-wse    picture x(10).
           05  filler                  picture x(6).

       fd  archived-ytd
       record contains 80 characters.
       01  archived-ytd-record         picture x(80).

       fd  archive-control
       record contains 80 characters.
       01  archive-control-record.
           05  archive-date-ctl        picture x(10).
           05  archive-file-ctl        picture x(40).
           05  archive-moved-ctl       picture 9(7).
           05  archive-oldest-ctl      picture x(8).
           05  archive-newest-ctl      picture x(8).
           05  filler                  picture x(7).

       working-storage section.

       01  stmt-header-1.
           05      picture x(25) value spaces.
           05      picture x(38) value
                   "ANNUAL WAGE AND TAX STATEMENT FOR YEAR".
           05      picture x(1) value spaces.
           05  stmt-year-out        picture 9(4).
           05      picture x(4) value spaces.
           05  date-field-format    picture X(10).
           05      picture x(50) value spaces.

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
           05      picture x(4) value spaces.
           05  stmt-status-out      picture x(11).
           05  stmt-term-date-out   picture x(10).
           05      picture x(51) value spaces.

       01  stmt-amount-line.
           05      picture x(6) value spaces.
           05  sal-label-out        picture x(30).
           05      picture x(3) value spaces.
           05  sal-amount-out       picture -$ZZ,ZZZ,ZZ9.99.
           05      picture x(78) value spaces.

       01  summary-header.
           05      picture x(25) value spaces.
           05      picture x(33) value
                   "EMPLOYER WAGE SUMMARY FOR YEAR ".
           05  sum-year-out         picture 9(4).
           05      picture x(70) value spaces.

       01  summary-column-header.
           05      picture x(36) value spaces.
           05      picture x(16) value "  PER STATEMENTS".
           05      picture x(3) value spaces.
           05      picture x(16) value "   PER REGISTERS".
           05      picture x(3) value spaces.
           05      picture x(16) value "      DIFFERENCE".
           05      picture x(42) value spaces.

       01  summary-compare-line.
           05      picture x(6) value spaces.
           05  scl-label-out        picture x(30).
           05  scl-statement-out    picture -$ZZZ,ZZZ,ZZ9.99.
           05      picture x(3) value spaces.
           05  scl-register-out     picture -$ZZZ,ZZZ,ZZ9.99.
           05      picture x(3) value spaces.
           05  scl-difference-out   picture -$ZZZ,ZZZ,ZZ9.99.
           05      picture x(42) value spaces.

       01  summary-status-line.
           05      picture x(6) value spaces.
           05  ssl-status-out       picture x(60).
           05      picture x(66) value spaces.

       01  trailer-detail-line.
           05                          picture x(6) value spaces.
           05  trailer-label-out       picture x(30).
           05                          picture x(3) value spaces.
           05  trailer-count-out       picture zz,zz9.
           05                          picture x(87) value spaces.

       01  ws-ytd-status           picture xx.
       01  ws-param-status         picture xx.
       01  ws-master-status        picture xx.
       01  ws-term-status          picture xx.
       01  ws-reghist-status       picture xx.
       01  ws-archive-status       picture xx.

       01  ws-ytd-eof              picture x value 'N'.
       01  ws-master-eof           picture x value 'N'.
       01  ws-term-eof             picture x value 'N'.
       01  ws-reghist-eof          picture x value 'N'.

       01  ws-archive-file-name    picture x(40) value spaces.

       01  ws-tax-year             picture 9(4) value 0.

       01  master-table.
           05  master-entry occurs 1000 times.
               10  master-entry-empno  picture x(5).
               10  master-entry-name   picture x(20).
               10  master-entry-dept   picture x(4).

       01  ws-max-master-count     picture 9(4) value 1000.
       01  ws-master-count         picture 9(4) value 0.
       01  ws-master-sub           picture 9(4) value 0.
       01  ws-master-found-sub     picture 9(4) value 0.

       01  ws-master-found-switch  picture x value 'N'.
           88  master-found                    value 'Y'.
           88  master-not-found                value 'N'.

       01  term-table.
           05  term-entry occurs 1000 times.
               10  term-entry-empno    picture x(5).
               10  term-entry-name     picture x(20).
               10  term-entry-dept     picture x(4).
               10  term-entry-date     picture x(10).

       01  ws-max-term-count       picture 9(4) value 1000.
       01  ws-term-count           picture 9(4) value 0.
       01  ws-term-sub             picture 9(4) value 0.
       01  ws-term-found-sub       picture 9(4) value 0.

       01  ws-term-found-switch    picture x value 'N'.
           88  term-found                      value 'Y'.
           88  term-not-found                  value 'N'.

       01  register-period-table.
           05  register-period-entry occurs 999 times.
               10  reg-period-loaded   picture x(1).
               10  reg-period-gross    picture 9(9)v99.
               10  reg-period-tax      picture 9(9)v99.

       01  ws-reg-sub              picture 9(4) value 0.
       01  ws-register-periods     picture 9(3) value 0.

       01  ws-statement-count      picture 9(5) value 0.
       01  ws-active-count         picture 9(5) value 0.
       01  ws-terminated-count     picture 9(5) value 0.
       01  ws-unknown-count        picture 9(5) value 0.
       01  ws-other-year-count     picture 9(5) value 0.

       01  ws-stmt-wages-total     picture 9(9)v99 value 0.
       01  ws-stmt-tax-total       picture 9(9)v99 value 0.
       01  ws-stmt-deduc-total     picture 9(9)v99 value 0.
       01  ws-reg-wages-total      picture 9(9)v99 value 0.
       01  ws-reg-tax-total        picture 9(9)v99 value 0.
       01  ws-wages-difference     picture s9(9)v99 value 0.
       01  ws-tax-difference       picture s9(9)v99 value 0.

       01  ws-archived-count       picture 9(7) value 0.

       01  ws-balanced-switch      picture x value 'N'.
           88  year-balanced                   value 'Y'.
           88  year-out-of-balance             value 'N'.

       PROCEDURE DIVISION.
       100-main-module.

           display 'PROGRAM22 STARTED'
           perform 200-initialization

           perform 300-process-ytd-record
               until ws-ytd-eof = 'Y'
           close ytd-accumulator
           close wage-statement-extract

           perform 600-compare-to-registers
           perform 700-print-employer-summary

           if year-balanced
               perform 800-close-year
               display "YEAR " ws-tax-year " CLOSED - "
                  ws-archived-count " YTD RECORDS ARCHIVED TO "
                  ws-archive-file-name
           else
               if ws-other-year-count > 0
                   display "YEAR " ws-tax-year " NOT CLOSED - "
                      ws-other-year-count " YTD RECORDS FOR OTHER YEARS"
               else
                   display "YEAR " ws-tax-year " OUT OF BALANCE - "
                      "YTD ACCUMULATOR NOT CLOSED"
               end-if
               move 8 to return-code
           end-if

           close wage-statement-listing

           stop run.

       200-initialization.

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           end-string

           perform 250-load-year-parameter

           string "C:\a\exercise9\archytd" ws-tax-year ".txt"
               delimited by size into ws-archive-file-name
           end-string

           perform 290-probe-existing-archive

           perform 260-load-master
           perform 270-load-terminated-employees
           perform 280-load-register-history

           open input ytd-accumulator
           if ws-ytd-status not = '00'
               perform 930-abort-no-ytd
           end-if
           open output wage-statement-listing
           open output wage-statement-extract

           move ws-tax-year to stmt-year-out.

       250-load-year-parameter.

           open input year-end-parameter-card
           if ws-param-status not = '00'
               perform 910-abort-no-year
           end-if
           read year-end-parameter-card
               at end perform 910-abort-no-year
           end-read
           close year-end-parameter-card

           if tax-year-card is not numeric
               perform 910-abort-no-year
           end-if
           move tax-year-card to ws-tax-year.

       260-load-master.

           open input updated-payroll-master
           if ws-master-status = '00'
               perform 265-read-master
                   until ws-master-eof = 'Y'
               close updated-payroll-master
           end-if.

       265-read-master.

           read updated-payroll-master
               at end move 'Y' to ws-master-eof
               not at end
                   if ws-master-count >= ws-max-master-count
                       perform 940-abort-master-table-full
                   end-if
                   add 1 to ws-master-count
                   move employee-no-uptd
                       to master-entry-empno(ws-master-count)
                   move employee-name-uptd
                       to master-entry-name(ws-master-count)
                   move dept-code-uptd
                       to master-entry-dept(ws-master-count)
           end-read.

       270-load-terminated-employees.

           open input terminated-employees
           if ws-term-status = '00'
               perform 275-read-terminated-record
                   until ws-term-eof = 'Y'
               close terminated-employees
           end-if.

       275-read-terminated-record.

           read terminated-employees
               at end move 'Y' to ws-term-eof
               not at end
                   if ws-term-count >= ws-max-term-count
                       perform 950-abort-term-table-full
                   end-if
                   add 1 to ws-term-count
                   move employee-no-term
                       to term-entry-empno(ws-term-count)
                   move employee-name-term
                       to term-entry-name(ws-term-count)
                   move dept-code-term
                       to term-entry-dept(ws-term-count)
                   move termination-date-term
                       to term-entry-date(ws-term-count)
           end-read.

       280-load-register-history.

           perform 285-clear-one-period
               varying ws-reg-sub from 1 by 1
               until ws-reg-sub > 999

           open input register-history
           if ws-reghist-status = '00'
               perform 287-read-register-record
                   until ws-reghist-eof = 'Y'
               close register-history
           end-if.

       285-clear-one-period.

           move 'N' to reg-period-loaded(ws-reg-sub)
           move 0 to reg-period-gross(ws-reg-sub)
           move 0 to reg-period-tax(ws-reg-sub).

       287-read-register-record.

           read register-history
               at end move 'Y' to ws-reghist-eof
               not at end
                   if year-rgh is numeric
                       and period-rgh is numeric
                       and year-rgh = ws-tax-year
                       and period-rgh > 0
                       move 'Y' to reg-period-loaded(period-rgh)
                       move gross-rgh to reg-period-gross(period-rgh)
                       move tax-rgh to reg-period-tax(period-rgh)
                   end-if
           end-read.

       290-probe-existing-archive.

           open input archived-ytd
           if ws-archive-status = '00'
               close archived-ytd
               perform 920-abort-archive-exists
           end-if.

       300-process-ytd-record.

           read ytd-accumulator
               at end move 'Y' to ws-ytd-eof
               not at end
                   if ytd-year-ytd = ws-tax-year
                       perform 400-build-statement
                   else
                       add 1 to ws-other-year-count
                   end-if
           end-read.

       400-build-statement.

           add 1 to ws-statement-count
           move spaces to wage-statement-record
           move employee-no-ytd to employee-no-wse
           move ws-tax-year to tax-year-wse
           move spaces to stmt-term-date-out

           perform 410-find-master-entry
           if master-found
               add 1 to ws-active-count
               move master-entry-name(ws-master-found-sub)
                   to employee-name-wse
               move master-entry-dept(ws-master-found-sub)
                   to dept-code-wse
               move 'A' to status-wse
               move "ACTIVE" to stmt-status-out
           else
               perform 420-find-terminated-entry
               if term-found
                   add 1 to ws-terminated-count
                   move term-entry-name(ws-term-found-sub)
                       to employee-name-wse
                   move term-entry-dept(ws-term-found-sub)
                       to dept-code-wse
                   move 'T' to status-wse
                   move term-entry-date(ws-term-found-sub)
                       to termination-date-wse
                   move "TERMINATED " to stmt-status-out
                   move term-entry-date(ws-term-found-sub)
                       to stmt-term-date-out
               else
                   add 1 to ws-unknown-count
                   move "NAME NOT ON FILE" to employee-name-wse
                   move 'U' to status-wse
                   move "NOT ON FILE" to stmt-status-out
               end-if
           end-if

           move ytd-gross-ytd to wages-wse
           move ytd-tax-ytd to tax-withheld-wse
           move ytd-deduc-ytd to deductions-wse
           write wage-statement-record

           add ytd-gross-ytd to ws-stmt-wages-total
           add ytd-tax-ytd to ws-stmt-tax-total
           add ytd-deduc-ytd to ws-stmt-deduc-total

           perform 450-print-statement.

       410-find-master-entry.

           set master-not-found to true
           perform 415-search-master-table
               varying ws-master-sub from 1 by 1
               until ws-master-sub > ws-master-count or master-found.

       415-search-master-table.

           if master-entry-empno(ws-master-sub) = employee-no-ytd
               set master-found to true
               move ws-master-sub to ws-master-found-sub
           end-if.

       420-find-terminated-entry.

           set term-not-found to true
           move 0 to ws-term-found-sub
           perform 425-search-term-table
               varying ws-term-sub from 1 by 1
               until ws-term-sub > ws-term-count

           if ws-term-found-sub > 0
               and term-entry-empno(ws-term-found-sub) = employee-no-ytd
               set term-found to true
           end-if.

       425-search-term-table.

           if term-entry-empno(ws-term-sub) = employee-no-ytd
               move ws-term-sub to ws-term-found-sub
           end-if.

       450-print-statement.

           move employee-no-ytd to stmt-empno-out
           move employee-name-wse to stmt-name-out
           move dept-code-wse to stmt-dept-out

           write print-rec from stmt-header-1 after advancing page
           write print-rec from stmt-header-2 after advancing 2 lines
           write print-rec from spaces after advancing 1 line

           move "GROSS WAGES" to sal-label-out
           move ytd-gross-ytd to sal-amount-out
           write print-rec from stmt-amount-line after advancing 1 line

           if ytd-retro-ytd is numeric
               and ytd-retro-ytd not = 0
               move "  INCLUDING RETROACTIVE PAY" to sal-label-out
               move ytd-retro-ytd to sal-amount-out
               write print-rec from stmt-amount-line
                   after advancing 1 line
           end-if

           move "TAX WITHHELD" to sal-label-out
           move ytd-tax-ytd to sal-amount-out
           write print-rec from stmt-amount-line after advancing 1 line

           move "OTHER DEDUCTIONS" to sal-label-out
           move ytd-deduc-ytd to sal-amount-out
           write print-rec from stmt-amount-line after advancing 1 line.

       600-compare-to-registers.

           perform 650-add-one-register-period
               varying ws-reg-sub from 1 by 1
               until ws-reg-sub > 999

           compute ws-wages-difference =
               ws-stmt-wages-total - ws-reg-wages-total
           compute ws-tax-difference =
               ws-stmt-tax-total - ws-reg-tax-total

           if ws-wages-difference = 0
               and ws-tax-difference = 0
               and ws-statement-count > 0
               and ws-other-year-count = 0
               set year-balanced to true
           else
               set year-out-of-balance to true
           end-if.

       650-add-one-register-period.

           if reg-period-loaded(ws-reg-sub) = 'Y'
               add 1 to ws-register-periods
               add reg-period-gross(ws-reg-sub) to ws-reg-wages-total
               add reg-period-tax(ws-reg-sub) to ws-reg-tax-total
           end-if.

       700-print-employer-summary.

           move ws-tax-year to sum-year-out
           write print-rec from summary-header after advancing page
           write print-rec from summary-column-header
               after advancing 2 lines

           move "TOTAL WAGES" to scl-label-out
           move ws-stmt-wages-total to scl-statement-out
           move ws-reg-wages-total to scl-register-out
           move ws-wages-difference to scl-difference-out
           write print-rec from summary-compare-line
               after advancing 1 line

           move "TOTAL TAX WITHHELD" to scl-label-out
           move ws-stmt-tax-total to scl-statement-out
           move ws-reg-tax-total to scl-register-out
           move ws-tax-difference to scl-difference-out
           write print-rec from summary-compare-line
               after advancing 1 line

           write print-rec from spaces after advancing 1 line

           move "STATEMENTS ISSUED" to trailer-label-out
           move ws-statement-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "  ACTIVE EMPLOYEES" to trailer-label-out
           move ws-active-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "  TERMINATED EMPLOYEES" to trailer-label-out
           move ws-terminated-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "  NOT ON MASTER OR TERMINATED" to trailer-label-out
           move ws-unknown-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "YTD RECORDS FOR OTHER YEARS" to trailer-label-out
           move ws-other-year-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "REGISTER PERIODS COUNTED" to trailer-label-out
           move ws-register-periods to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           if year-balanced
               move "BALANCED - YTD ACCUMULATOR ARCHIVED AND RESET"
                   to ssl-status-out
           else
               if ws-other-year-count > 0
                   move "OTHER-YEAR YTD RECORDS - YEAR NOT CLOSED"
                       to ssl-status-out
               else
                   move "OUT OF BALANCE - YEAR NOT CLOSED"
                       to ssl-status-out
               end-if
           end-if
           write print-rec from summary-status-line
               after advancing 2 lines.

       800-close-year.

           move 'N' to ws-ytd-eof
           open input ytd-accumulator
           open output archived-ytd
           perform 850-archive-one-record
               until ws-ytd-eof = 'Y'
           close ytd-accumulator
           close archived-ytd

           open extend archive-control
           move spaces to archive-control-record
           move date-field-format to archive-date-ctl
           move ws-archive-file-name to archive-file-ctl
           move ws-archived-count to archive-moved-ctl
           string ws-tax-year "0101" delimited by size
               into archive-oldest-ctl
           end-string
           string ws-tax-year "1231" delimited by size
               into archive-newest-ctl
           end-string
           write archive-control-record
           close archive-control

           open output ytd-accumulator
           close ytd-accumulator.

       850-archive-one-record.

           read ytd-accumulator
               at end move 'Y' to ws-ytd-eof
               not at end
                   move ytd-accumulator-record to archived-ytd-record
                   write archived-ytd-record
                   add 1 to ws-archived-count
           end-read.

       910-abort-no-year.

           display "ABEND - YEAR-END PARAMETER CARD MISSING OR "
              "INVALID - EXPECTED YYYY"

           move 16 to return-code
           stop run.

       920-abort-archive-exists.

           display "ABEND - ARCHIVE FILE " ws-archive-file-name
              " ALREADY EXISTS - YEAR " ws-tax-year
              " HAS ALREADY BEEN CLOSED"

           move 16 to return-code
           stop run.

       930-abort-no-ytd.

           display "ABEND - YTD ACCUMULATOR MISSING - "
              "NOTHING TO CLOSE"

           move 16 to return-code
           stop run.

       940-abort-master-table-full.

           display "ABEND - MASTER TABLE FULL - MAX "
              ws-max-master-count " EMPLOYEES EXCEEDED"

           move 16 to return-code
           stop run.

       950-abort-term-table-full.

           display "ABEND - TERMINATED EMPLOYEE TABLE FULL - MAX "
              ws-max-term-count " RECORDS EXCEEDED"

           move 16 to return-code
           stop run.

       end program Program22.
