       program-id. Program26 as "SequentialFileProcessing.Program26".

       environment division.
       input-output section.
       file-control.       select payroll-master
                           assign to "C:\a\exercise9\input2.txt"
                           organization is indexed
                           access mode is dynamic
                           record key is employee-no-master
                           file status is ws-master-status.

                           select pay-grade-reference
                           assign to "C:\a\exercise9\input4.txt"
                           organization is line sequential
                           file status is ws-pay-grade-status.

                           select gl-account-map
                           assign to "C:\a\exercise9\input8.txt"
                           organization is line sequential
                           file status is ws-map-status.

                           select terminated-employees
                           assign to "C:\a\exercise9\output4.txt"
                           organization is line sequential
                           file status is ws-terminated-status.

                           select employee-elections
                           assign to "C:\a\exercise9\input12.txt"
                           organization is line sequential
                           file status is ws-elections-status.

                           select bank-details
                           assign to "C:\a\exercise9\input13.txt"
                           organization is line sequential
                           file status is ws-bank-status.

                           select ytd-accumulator
                           assign to "C:\a\exercise9\output21.txt"
                           organization is line sequential
                           file status is ws-ytd-status.

                           select pending-changes
                           assign to "C:\a\exercise9\output11.txt"
                           organization is line sequential
                           file status is ws-pending-status.

                           select suspense-file
                           assign to "C:\a\exercise9\output27.txt"
                           organization is line sequential
                           file status is ws-suspense-status.

                           select salary-history
                           assign to "C:\a\exercise9\output5.txt"
                           organization is line sequential
                           file status is ws-history-status.

                           select audit-listing
                           assign to "C:\a\exercise9\output46.txt".

       data division.
       file section.

       fd  payroll-master
       record contains 80 characters.
       01  payroll-master-record.
           05  employee-no-master      picture x(5).
           05  employee-name-master    picture x(20).
           05  dept-code-master        picture x(4).
           05  pay-grade-master        picture x(2).
           05  annual-salary-master    picture 9(6).
           05  filler                  picture x(43).

       fd  pay-grade-reference
       record contains 80 characters.
       01  pay-grade-record.
           05  grade-code-pgr          picture x(2).
           05  grade-status-pgr        picture x(1).
           05  grade-title-pgr         picture x(20).
           05  grade-min-salary-pgr    picture 9(6).
           05  grade-max-salary-pgr    picture 9(6).
           05  grade-dept-list-pgr     picture x(16).
           05  filler                  picture x(29).

       fd  gl-account-map
       record contains 80 characters.
       01  gl-account-map-record.
           05  map-dept-code           picture x(4).
           05  map-gl-account          picture x(10).
           05  map-account-desc        picture x(20).
           05  filler                  picture x(46).

       fd  terminated-employees
       record contains 80 characters.
       01  terminated-employee-record.
           05  employee-no-term        picture x(5).
           05  employee-name-term      picture x(20).
           05  dept-code-term          picture x(4).
           05  pay-grade-term          picture x(2).
           05  final-salary-term       picture 9(6).
           05  termination-date-term   picture x(10).
           05  filler                  picture x(33).

       fd  employee-elections
       record contains 80 characters.
       01  employee-election-record.
           05  employee-no-elec        picture x(5).
           05  filler                  picture x(75).

       fd  bank-details
       record contains 80 characters.
       01  bank-detail-record.
           05  employee-no-bank        picture x(5).
           05  routing-no-bank         picture 9(9).
           05  account-no-bank         picture x(17).
           05  prenote-status-bank     picture x(1).
           05  filler                  picture x(48).

       fd  ytd-accumulator
       record contains 80 characters.
       01  ytd-accumulator-record.
           05  employee-no-ytd         picture x(5).
           05  ytd-year-ytd            picture 9(4).
           05  filler                  picture x(71).

       fd  pending-changes
       record contains 80 characters.
       01  pending-change-record.
           05  employee-no-pend        picture x(5).
           05  status-pend             picture x(1).
           05  date-held-pend          picture x(10).
           05  employee-name-pend      picture x(20).
           05  dept-code-pend          picture x(4).
           05  pay-grade-pend          picture x(2).
           05  old-salary-pend         picture 9(6).
           05  new-salary-pend         picture 9(6).
           05  cycles-pend             picture 9(3).
           05  effective-period-pend   picture 9(3).
           05  hold-type-pend          picture x(1).
               88  held-add                      value 'A'.
               88  held-rehire                   value 'R'.
           05  pay-basis-pend          picture x(1).
           05  hourly-rate-pend        picture 9(3)v99.
           05  from-dept-pend          picture x(4).
           05  filler                  picture x(9).

       fd  suspense-file
       record contains 80 characters.
       01  suspense-record.
           05  employee-no-susp        picture x(5).
           05  transaction-code-susp   picture x(1).
               88  susp-code-add                 value 'A'.
               88  susp-code-change              value 'C'.
               88  susp-code-delete              value 'D'.
               88  susp-code-rehire              value 'R'.
           05  employee-name-susp      picture x(20).
           05  dept-code-susp          picture x(4).
           05  pay-grade-susp          picture x(2).
           05  annual-salary-susp      picture 9(6).
           05  effective-period-susp   picture 9(3).
           05  filler                  picture x(39).

       fd  salary-history
       record contains 80 characters.
       01  salary-history-record.
           05  employee-no-hist        picture x(5).
           05  effective-date-hist     picture x(10).
           05  old-salary-hist         picture 9(6).
           05  new-salary-hist         picture 9(6).
           05  filler                  picture x(53).

       fd  audit-listing.
       01  print-rec               picture x(132).

       working-storage section.

       01  hl-header-1.
           05      picture x(40) value spaces.
           05      picture x(40) value
                   "PAYROLL FILE INTEGRITY AUDIT -          ".
           05  date-field-format    picture X(10).
           05      picture x(42) value spaces.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  hl-header-2.
           05      picture x(2) value spaces.
           05      picture x(30) value "CHECK".
           05      picture x(2) value spaces.
           05      picture x(5) value "EMPNO".
           05      picture x(2) value spaces.
           05      picture x(20) value "NAME".
           05      picture x(2) value spaces.
           05      picture x(40) value "DETAIL".
           05      picture x(29) value spaces.

       01  exception-line-out.
           05                          picture x(2) value spaces.
           05  exc-check-out           picture x(30).
           05                          picture x(2) value spaces.
           05  exc-employee-no-out     picture x(5).
           05                          picture x(2) value spaces.
           05  exc-name-out            picture x(20).
           05                          picture x(2) value spaces.
           05  exc-detail-out          picture x(40).
           05                          picture x(29) value spaces.

       01  detail-area.
           05  detail-label            picture x(14).
           05  detail-value            picture x(26).

       01  salary-detail-area.
           05                          picture x(7) value "SALARY ".
           05  sal-detail-salary       picture zzz,zz9.
           05                          picture x(8) value " RANGE  ".
           05  sal-detail-min          picture zzz,zz9.
           05                          picture x(3) value " - ".
           05  sal-detail-max          picture zzz,zz9.
           05                          picture x(1) value spaces.

       01  trailer-detail-line.
           05                          picture x(6) value spaces.
           05  trailer-label-out       picture x(30).
           05                          picture x(3) value spaces.
           05  trailer-count-out       picture zz,zz9.
           05                          picture x(87) value spaces.

       01  ws-master-status        picture xx.
       01  ws-pay-grade-status     picture xx.
       01  ws-map-status           picture xx.
       01  ws-terminated-status    picture xx.
       01  ws-elections-status     picture xx.
       01  ws-bank-status          picture xx.
       01  ws-ytd-status           picture xx.
       01  ws-pending-status       picture xx.
       01  ws-suspense-status      picture xx.
       01  ws-history-status       picture xx.

       01  ws-grade-eof            picture x value 'N'.
       01  ws-map-eof              picture x value 'N'.
       01  ws-terminated-eof       picture x value 'N'.
       01  ws-elections-eof        picture x value 'N'.
       01  ws-bank-eof             picture x value 'N'.
       01  ws-ytd-eof              picture x value 'N'.
       01  ws-pending-eof          picture x value 'N'.
       01  ws-suspense-eof         picture x value 'N'.
       01  ws-history-eof          picture x value 'N'.

       01  ws-scan-switch          picture x value 'M'.
           88  scan-more                    value 'M'.
           88  scan-done                    value 'D'.

       01  pay-grade-table.
           05  pay-grade-entry occurs 50 times.
               10  grade-entry-code    picture x(2).
               10  grade-entry-status  picture x(1).
               10  grade-entry-min     picture 9(6).
               10  grade-entry-max     picture 9(6).

       01  ws-max-grade-count      picture 9(3) value 50.
       01  ws-grade-count          picture 9(3) value 0.
       01  ws-grade-sub            picture 9(3) value 0.
       01  ws-grade-found-sub      picture 9(3) value 0.

       01  ws-grade-found-switch   picture x value 'N'.
           88  grade-found                     value 'Y'.
           88  grade-not-found                 value 'N'.

       01  gl-map-table.
           05  map-entry occurs 100 times.
               10  map-entry-dept      picture x(4).

       01  ws-max-map-count        picture 9(3) value 100.
       01  ws-map-count            picture 9(3) value 0.
       01  ws-map-sub              picture 9(3) value 0.

       01  ws-map-found-switch     picture x value 'N'.
           88  map-found                       value 'Y'.
           88  map-not-found                   value 'N'.

       01  terminated-table.
           05  terminated-entry occurs 1000 times.
               10  term-entry-empno    picture x(5).
               10  term-entry-name     picture x(20).
               10  term-entry-date     picture x(10).

       01  ws-max-term-count       picture 9(4) value 1000.
       01  ws-term-count           picture 9(4) value 0.
       01  ws-term-sub             picture 9(4) value 0.
       01  ws-term-found-sub       picture 9(4) value 0.

       01  ws-term-found-switch    picture x value 'N'.
           88  term-found                      value 'Y'.
           88  term-not-found                  value 'N'.

       01  ws-master-found-switch  picture x value 'N'.
           88  master-found                    value 'Y'.
           88  master-not-found                value 'N'.

       01  ws-check-employee       picture x(5) value spaces.

       01  ws-master-read-count    picture 9(5) value 0.
       01  ws-retired-grade-count  picture 9(5) value 0.
       01  ws-missing-grade-count  picture 9(5) value 0.
       01  ws-salary-range-count   picture 9(5) value 0.
       01  ws-missing-map-count    picture 9(5) value 0.
       01  ws-also-term-count      picture 9(5) value 0.
       01  ws-elections-count      picture 9(5) value 0.
       01  ws-bank-count           picture 9(5) value 0.
       01  ws-ytd-count            picture 9(5) value 0.
       01  ws-pending-count        picture 9(5) value 0.
       01  ws-suspense-count       picture 9(5) value 0.
       01  ws-history-count        picture 9(5) value 0.
       01  ws-exception-count      picture 9(5) value 0.

       PROCEDURE DIVISION.
       100-main-module.

           display 'PROGRAM26 STARTED'
           perform 200-initialization

           perform 300-check-master

           perform 400-check-elections
           perform 420-check-bank-details
           perform 440-check-ytd
           perform 460-check-pending
           perform 480-check-suspense
           perform 500-check-salary-history

           perform 800-print-trailer
           perform 900-terminate

           stop run.

       200-initialization.

           perform 220-load-pay-grade-table
           perform 240-load-gl-map-table
           perform 260-load-terminated-table

           open input payroll-master
           if ws-master-status not = '00'
               perform 940-abort-no-master
           end-if
           open output audit-listing

           move spaces to print-rec

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           end-string

           write print-rec from hl-header-1 after advancing 4 lines
           write print-rec from hl-header-2 after advancing 2 lines
           write print-rec from spaces after advancing 1 line.

       220-load-pay-grade-table.

           open input pay-grade-reference
           if ws-pay-grade-status = '00'
               perform 230-read-pay-grade-record
                   until ws-grade-eof = 'Y'
               close pay-grade-reference
           end-if.

       230-read-pay-grade-record.

           read pay-grade-reference
               at end move 'Y' to ws-grade-eof
               not at end
                   if ws-grade-count >= ws-max-grade-count
                       perform 950-abort-grade-table-full
                   end-if
                   add 1 to ws-grade-count
                   move grade-code-pgr
                       to grade-entry-code(ws-grade-count)
                   move grade-status-pgr
                       to grade-entry-status(ws-grade-count)
                   move grade-min-salary-pgr
                       to grade-entry-min(ws-grade-count)
                   move grade-max-salary-pgr
                       to grade-entry-max(ws-grade-count)
           end-read.

       240-load-gl-map-table.

           open input gl-account-map
           if ws-map-status = '00'
               perform 250-read-gl-map-record
                   until ws-map-eof = 'Y'
               close gl-account-map
           end-if.

       250-read-gl-map-record.

           read gl-account-map
               at end move 'Y' to ws-map-eof
               not at end
                   if ws-map-count >= ws-max-map-count
                       perform 955-abort-map-table-full
                   end-if
                   add 1 to ws-map-count
                   move map-dept-code to map-entry-dept(ws-map-count)
           end-read.

       260-load-terminated-table.

           open input terminated-employees
           if ws-terminated-status = '00'
               perform 270-read-terminated-record
                   until ws-terminated-eof = 'Y'
               close terminated-employees
           end-if.

       270-read-terminated-record.

           read terminated-employees
               at end move 'Y' to ws-terminated-eof
               not at end
                   if employee-no-term not = spaces
                       if ws-term-count >= ws-max-term-count
                           perform 960-abort-term-table-full
                       end-if
                       add 1 to ws-term-count
                       move employee-no-term
                           to term-entry-empno(ws-term-count)
                       move employee-name-term
                           to term-entry-name(ws-term-count)
                       move termination-date-term
                           to term-entry-date(ws-term-count)
                   end-if
           end-read.

       300-check-master.

           set scan-more to true
           move low-values to employee-no-master
           start payroll-master
               key is not less than employee-no-master
               invalid key set scan-done to true
           end-start

           perform 310-check-one-master
               until scan-done.

       310-check-one-master.

           read payroll-master next record
               at end set scan-done to true
               not at end
                   add 1 to ws-master-read-count
                   perform 320-check-master-grade
                   perform 330-check-master-dept
                   perform 340-check-master-terminated
           end-read.

       320-check-master-grade.

           set grade-not-found to true
           perform 325-search-grade-table
               varying ws-grade-sub from 1 by 1
               until ws-grade-sub > ws-grade-count or grade-found

           evaluate true
               when grade-not-found
                    move "GRADE NOT ON FILE" to exc-check-out
                    move "GRADE" to detail-label
                    move pay-grade-master to detail-value
                    add 1 to ws-missing-grade-count
                    perform 700-write-master-exception
               when grade-entry-status(ws-grade-found-sub) = 'R'
                    move "EMPLOYEE ON RETIRED GRADE" to exc-check-out
                    move "GRADE" to detail-label
                    move pay-grade-master to detail-value
                    add 1 to ws-retired-grade-count
                    perform 700-write-master-exception
               when annual-salary-master
                        < grade-entry-min(ws-grade-found-sub)
                    or annual-salary-master
                        > grade-entry-max(ws-grade-found-sub)
                    move "SALARY OUTSIDE GRADE RANGE" to exc-check-out
                    move annual-salary-master to sal-detail-salary
                    move grade-entry-min(ws-grade-found-sub)
                        to sal-detail-min
                    move grade-entry-max(ws-grade-found-sub)
                        to sal-detail-max
                    move salary-detail-area to detail-area
                    add 1 to ws-salary-range-count
                    perform 700-write-master-exception
               when other
                    continue
           end-evaluate.

       325-search-grade-table.

           if grade-entry-code(ws-grade-sub) = pay-grade-master
               set grade-found to true
               move ws-grade-sub to ws-grade-found-sub
           end-if.

       330-check-master-dept.

           set map-not-found to true
           perform 335-search-map-table
               varying ws-map-sub from 1 by 1
               until ws-map-sub > ws-map-count or map-found

           if map-not-found
               move "DEPT NOT IN GL ACCOUNT MAP" to exc-check-out
               move "DEPARTMENT" to detail-label
               move dept-code-master to detail-value
               add 1 to ws-missing-map-count
               perform 700-write-master-exception
           end-if.

       335-search-map-table.

           if map-entry-dept(ws-map-sub) = dept-code-master
               set map-found to true
           end-if.

       340-check-master-terminated.

           move employee-no-master to ws-check-employee
           perform 620-look-up-terminated

           if term-found
               move "ON MASTER AND TERMINATED FILE" to exc-check-out
               move "TERMINATED" to detail-label
               move term-entry-date(ws-term-found-sub) to detail-value
               add 1 to ws-also-term-count
               perform 700-write-master-exception
           end-if.

       400-check-elections.

           open input employee-elections
           if ws-elections-status = '00'
               perform 410-read-elections-record
                   until ws-elections-eof = 'Y'
               close employee-elections
           end-if.

       410-read-elections-record.

           read employee-elections
               at end move 'Y' to ws-elections-eof
               not at end
                   move employee-no-elec to ws-check-employee
                   perform 600-look-up-master
                   if master-not-found
                       move "ELECTIONS - NOT ON MASTER"
                           to exc-check-out
                       add 1 to ws-elections-count
                       perform 720-write-orphan-exception
                   end-if
           end-read.

       420-check-bank-details.

           open input bank-details
           if ws-bank-status = '00'
               perform 430-read-bank-record
                   until ws-bank-eof = 'Y'
               close bank-details
           end-if.

       430-read-bank-record.

           read bank-details
               at end move 'Y' to ws-bank-eof
               not at end
                   move employee-no-bank to ws-check-employee
                   perform 600-look-up-master
                   if master-not-found
                       move "BANK DETAILS - NOT ON MASTER"
                           to exc-check-out
                       add 1 to ws-bank-count
                       perform 720-write-orphan-exception
                   end-if
           end-read.

       440-check-ytd.

           open input ytd-accumulator
           if ws-ytd-status = '00'
               perform 450-read-ytd-record
                   until ws-ytd-eof = 'Y'
               close ytd-accumulator
           end-if.

       450-read-ytd-record.

           read ytd-accumulator
               at end move 'Y' to ws-ytd-eof
               not at end
                   move employee-no-ytd to ws-check-employee
                   perform 600-look-up-master
                   if master-not-found
                       perform 620-look-up-terminated
                       if term-not-found
                           move "YTD - NOT ON MASTER" to exc-check-out
                           add 1 to ws-ytd-count
                           perform 720-write-orphan-exception
                       end-if
                   end-if
           end-read.

       460-check-pending.

           open input pending-changes
           if ws-pending-status = '00'
               perform 470-read-pending-record
                   until ws-pending-eof = 'Y'
               close pending-changes
           end-if.

       470-read-pending-record.

           read pending-changes
               at end move 'Y' to ws-pending-eof
               not at end
                   move employee-no-pend to ws-check-employee
                   perform 600-look-up-master
                   perform 620-look-up-terminated
                   move spaces to exc-check-out
                   evaluate true
                       when held-add and master-found
                            move "PENDING ADD - ON MASTER"
                                to exc-check-out
                       when held-rehire and master-found
                            move "PENDING REHIRE - ON MASTER"
                                to exc-check-out
                       when held-rehire and term-not-found
                            move "PENDING REHIRE - NO TERM REC"
                                to exc-check-out
                       when held-add or held-rehire
                            continue
                       when master-not-found
                            move "PENDING CHANGE - NOT ON MASTER"
                                to exc-check-out
                   end-evaluate
                   if exc-check-out not = spaces
                       add 1 to ws-pending-count
                       perform 720-write-orphan-exception
                   end-if
           end-read.

       480-check-suspense.

           open input suspense-file
           if ws-suspense-status = '00'
               perform 490-read-suspense-record
                   until ws-suspense-eof = 'Y'
               close suspense-file
           end-if.

       490-read-suspense-record.

           read suspense-file
               at end move 'Y' to ws-suspense-eof
               not at end
                   move employee-no-susp to ws-check-employee
                   perform 600-look-up-master
                   perform 620-look-up-terminated
                   move spaces to exc-check-out
                   evaluate true
                       when susp-code-add and master-found
                            move "SUSPENSE ADD - ON MASTER"
                                to exc-check-out
                       when susp-code-rehire and master-found
                            move "SUSPENSE REHIRE - ON MASTER"
                                to exc-check-out
                       when susp-code-rehire and term-not-found
                            move "SUSPENSE REHIRE - NO TERM REC"
                                to exc-check-out
                       when (susp-code-change or susp-code-delete)
                            and master-not-found
                            move "SUSPENSE ITEM - NOT ON MASTER"
                                to exc-check-out
                   end-evaluate
                   if exc-check-out not = spaces
                       add 1 to ws-suspense-count
                       perform 720-write-orphan-exception
                   end-if
           end-read.

       500-check-salary-history.

           open input salary-history
           if ws-history-status = '00'
               perform 510-read-history-record
                   until ws-history-eof = 'Y'
               close salary-history
           end-if.

       510-read-history-record.

           read salary-history
               at end move 'Y' to ws-history-eof
               not at end
                   move employee-no-hist to ws-check-employee
                   perform 600-look-up-master
                   if master-not-found
                       perform 620-look-up-terminated
                       if term-not-found
                           move "SALARY HISTORY - NOT ON MASTER"
                               to exc-check-out
                           add 1 to ws-history-count
                           perform 720-write-orphan-exception
                       end-if
                   end-if
           end-read.

       600-look-up-master.

           move ws-check-employee to employee-no-master
           read payroll-master
               invalid key set master-not-found to true
               not invalid key set master-found to true
           end-read.

       620-look-up-terminated.

           set term-not-found to true
           perform 625-search-terminated-table
               varying ws-term-sub from 1 by 1
               until ws-term-sub > ws-term-count or term-found.

       625-search-terminated-table.

           if term-entry-empno(ws-term-sub) = ws-check-employee
               set term-found to true
               move ws-term-sub to ws-term-found-sub
           end-if.

       700-write-master-exception.

           move employee-no-master to exc-employee-no-out
           move employee-name-master to exc-name-out
           move detail-area to exc-detail-out
           add 1 to ws-exception-count
           write print-rec from exception-line-out
               after advancing 1 line.

       720-write-orphan-exception.

           move ws-check-employee to exc-employee-no-out
           if master-found
               move employee-name-master to exc-name-out
               move "EMPLOYEE IS ON THE MASTER" to exc-detail-out
           else
               if term-found
                   move term-entry-name(ws-term-found-sub)
                       to exc-name-out
                   move "TERMINATED" to detail-label
                   move term-entry-date(ws-term-found-sub)
                       to detail-value
                   move detail-area to exc-detail-out
               else
                   move spaces to exc-name-out
                   move "NOT ON MASTER OR TERMINATED FILE"
                       to exc-detail-out
               end-if
           end-if
           add 1 to ws-exception-count
           write print-rec from exception-line-out
               after advancing 1 line.

       800-print-trailer.

           write print-rec from spaces after advancing 2 lines

           move "MASTER RECORDS CHECKED" to trailer-label-out
           move ws-master-read-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           write print-rec from spaces after advancing 1 line

           move "GRADE NOT ON FILE" to trailer-label-out
           move ws-missing-grade-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "EMPLOYEE ON RETIRED GRADE" to trailer-label-out
           move ws-retired-grade-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "SALARY OUTSIDE GRADE RANGE" to trailer-label-out
           move ws-salary-range-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "DEPT NOT IN GL ACCOUNT MAP" to trailer-label-out
           move ws-missing-map-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "ON MASTER AND TERMINATED FILE" to trailer-label-out
           move ws-also-term-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "ELECTIONS EXCEPTIONS" to trailer-label-out
           move ws-elections-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "BANK DETAILS EXCEPTIONS" to trailer-label-out
           move ws-bank-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "YTD ACCUMULATOR EXCEPTIONS" to trailer-label-out
           move ws-ytd-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "PENDING CHANGES EXCEPTIONS" to trailer-label-out
           move ws-pending-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "SUSPENSE EXCEPTIONS" to trailer-label-out
           move ws-suspense-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "SALARY HISTORY EXCEPTIONS" to trailer-label-out
           move ws-history-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           write print-rec from spaces after advancing 1 line

           move "TOTAL EXCEPTIONS" to trailer-label-out
           move ws-exception-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           if ws-exception-count > 0
               move 4 to return-code
           end-if.

       900-terminate.

           close payroll-master
           close audit-listing.

       940-abort-no-master.

           display "ABEND - MASTER FILE MISSING - INPUT2 "
              "STATUS " ws-master-status

           move 16 to return-code
           stop run.

       950-abort-grade-table-full.

           display "ABEND - PAY GRADE TABLE FULL - MAX "
              ws-max-grade-count " GRADES EXCEEDED"

           move 16 to return-code
           stop run.

       955-abort-map-table-full.

           display "ABEND - GL MAP TABLE FULL - MAX "
              ws-max-map-count " DEPARTMENTS EXCEEDED"

           move 16 to return-code
           stop run.

       960-abort-term-table-full.

           display "ABEND - TERMINATED TABLE FULL - MAX "
              ws-max-term-count " EMPLOYEES EXCEEDED"

           move 16 to return-code
           stop run.

       end program Program26.
