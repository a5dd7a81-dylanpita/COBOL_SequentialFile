       program-id. Program25 as "SequentialFileProcessing.Program25".

       environment division.
       input-output section.
       file-control.       select dept-budget
                           assign to "C:\a\exercise9\input26.txt"
                           organization is line sequential
                           file status is ws-budget-status.

                           select updated-payroll-master
                           assign to "C:\a\exercise9\output1.txt"
                           organization is indexed
                           access mode is sequential
                           record key is employee-no-uptd
                           file status is ws-master-status.

                           select pending-changes
                           assign to "C:\a\exercise9\output11.txt"
                           organization is line sequential
                           file status is ws-pending-status.

                           select suspense-file
                           assign to "C:\a\exercise9\output27.txt"
                           organization is line sequential
                           file status is ws-suspense-status.

                           select variance-listing
                           assign to "C:\a\exercise9\output45.txt".

       data division.
       file section.

       fd  dept-budget
       record contains 80 characters.
       01  dept-budget-record.
           05  dept-code-bud           picture x(4).
           05  authorized-count-bud    picture 9(4).
           05  salary-budget-bud       picture 9(9).
           05  filler                  picture x(63).

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
               88  held-new-hire                 values 'A' 'R'.
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

       fd  variance-listing.
       01  print-rec               picture x(132).

       working-storage section.

       01  hl-header-1.
           05      picture x(35) value spaces.
           05      picture x(44) value
                   "DEPARTMENT BUDGET AND POSITION VARIANCE -   ".
           05  date-field-format    picture X(10).
           05      picture x(43) value spaces.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  hl-header-2.
           05      picture x(1) value spaces.
           05      picture x(4) value "DEPT".
           05      picture x(3) value spaces.
           05      picture x(5) value "AUTH.".
           05      picture x(2) value spaces.
           05      picture x(6) value "ACTUAL".
           05      picture x(2) value spaces.
           05      picture x(6) value "COMMIT".
           05      picture x(2) value spaces.
           05      picture x(7) value "HC VAR.".
           05      picture x(8) value spaces.
           05      picture x(6) value "BUDGET".
           05      picture x(8) value spaces.
           05      picture x(6) value "ACTUAL".
           05      picture x(5) value spaces.
           05      picture x(9) value "COMMITTED".
           05      picture x(6) value spaces.
           05      picture x(9) value "VARIANCE".
           05      picture x(2) value spaces.
           05      picture x(4) value "NOTE".
           05      picture x(31) value spaces.

       01  variance-line-out.
           05                          picture x(1) value spaces.
           05  var-dept-out            picture x(4).
           05                          picture x(2) value spaces.
           05  var-auth-count-out      picture zz,zz9.
           05                          picture x(2) value spaces.
           05  var-actual-count-out    picture zz,zz9.
           05                          picture x(2) value spaces.
           05  var-commit-count-out    picture -z,zz9.
           05                          picture x(2) value spaces.
           05  var-count-var-out       picture -zz,zz9.
           05                          picture x(2) value spaces.
           05  var-budget-out          picture $ZZZ,ZZZ,ZZ9.
           05                          picture x(2) value spaces.
           05  var-actual-out          picture $ZZZ,ZZZ,ZZ9.
           05                          picture x(2) value spaces.
           05  var-commit-out          picture -$ZZ,ZZZ,ZZ9.
           05                          picture x(2) value spaces.
           05  var-dollar-var-out      picture -$ZZZ,ZZZ,ZZ9.
           05                          picture x(2) value spaces.
           05  var-note-out            picture x(20).
           05                          picture x(13) value spaces.

       01  trailer-detail-line.
           05                          picture x(6) value spaces.
           05  trailer-label-out       picture x(30).
           05                          picture x(3) value spaces.
           05  trailer-count-out       picture zz,zz9.
           05                          picture x(87) value spaces.

       01  ws-budget-status        picture xx.
       01  ws-master-status        picture xx.
       01  ws-pending-status       picture xx.
       01  ws-suspense-status      picture xx.

       01  ws-budget-eof           picture x value 'N'.
       01  ws-master-eof           picture x value 'N'.
       01  ws-pending-eof          picture x value 'N'.
       01  ws-suspense-eof         picture x value 'N'.

       01  dept-table.
           05  dept-entry occurs 100 times.
               10  dept-entry-code         picture x(4).
               10  dept-entry-budgeted     picture x(1).
               10  dept-entry-auth-count   picture 9(4).
               10  dept-entry-budget       picture 9(9).
               10  dept-entry-actual-count picture 9(5).
               10  dept-entry-actual       picture 9(9).
               10  dept-entry-commit-count picture s9(5).
               10  dept-entry-commit       picture s9(9).

       01  ws-max-dept-count       picture 9(3) value 100.
       01  ws-dept-count           picture 9(3) value 0.
       01  ws-dept-sub             picture 9(3) value 0.
       01  ws-dept-found-sub       picture 9(3) value 0.
       01  ws-dept-insert-sub      picture 9(3) value 0.
       01  ws-dept-from-sub        picture 9(3) value 0.
       01  ws-search-dept          picture x(4) value spaces.

       01  ws-dept-found-switch    picture x value 'N'.
           88  dept-found                      value 'Y'.
           88  dept-not-found                  value 'N'.

       01  ws-insert-found-switch  picture x value 'N'.
           88  insert-point-found              value 'Y'.

       01  master-table.
           05  master-entry occurs 1000 times.
               10  master-entry-empno      picture x(5).
               10  master-entry-dept       picture x(4).
               10  master-entry-salary     picture 9(6).

       01  ws-max-master-count     picture 9(4) value 1000.
       01  ws-master-count         picture 9(4) value 0.
       01  ws-master-sub           picture 9(4) value 0.
       01  ws-master-found-sub     picture 9(4) value 0.

       01  ws-master-found-switch  picture x value 'N'.
           88  master-found                    value 'Y'.
           88  master-not-found                value 'N'.

       01  ws-source-dept          picture x(4) value spaces.
       01  ws-commit-count         picture s9(5) value 0.
       01  ws-commit-amount        picture s9(9) value 0.
       01  ws-count-variance       picture s9(5) value 0.
       01  ws-dollar-variance      picture s9(10) value 0.
       01  ws-new-salary           picture 9(6) value 0.

       01  ws-grand-auth-count     picture 9(5) value 0.
       01  ws-grand-actual-count   picture 9(5) value 0.
       01  ws-grand-commit-count   picture s9(5) value 0.
       01  ws-grand-count-variance picture s9(5) value 0.
       01  ws-grand-budget         picture 9(10) value 0.
       01  ws-grand-actual         picture 9(10) value 0.
       01  ws-grand-commit         picture s9(10) value 0.
       01  ws-grand-dollar-variance picture s9(10) value 0.

       01  ws-pending-used-count   picture 9(5) value 0.
       01  ws-suspense-used-count  picture 9(5) value 0.
       01  ws-not-costed-count     picture 9(5) value 0.
       01  ws-over-count-depts     picture 9(5) value 0.
       01  ws-over-budget-depts    picture 9(5) value 0.
       01  ws-unbudgeted-depts     picture 9(5) value 0.

       PROCEDURE DIVISION.
       100-main-module.

           display 'PROGRAM25 STARTED'
           perform 200-initialization

           perform 300-process-pending
               until ws-pending-eof = 'Y'
           perform 400-process-suspense
               until ws-suspense-eof = 'Y'

           perform 600-print-one-dept
               varying ws-dept-sub from 1 by 1
               until ws-dept-sub > ws-dept-count

           perform 700-print-grand-total
           perform 800-print-trailer
           perform 900-terminate

           stop run.

       200-initialization.

           perform 220-load-dept-budget
           perform 240-load-master

           open input pending-changes
           if ws-pending-status not = '00'
               move 'Y' to ws-pending-eof
           end-if
           open input suspense-file
           if ws-suspense-status not = '00'
               move 'Y' to ws-suspense-eof
           end-if
           open output variance-listing

           move spaces to print-rec

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           end-string

           write print-rec from hl-header-1 after advancing 4 lines
           write print-rec from hl-header-2 after advancing 2 lines
           write print-rec from spaces after advancing 1 line.

       220-load-dept-budget.

           open input dept-budget
           if ws-budget-status = '00'
               perform 230-read-budget-record
                   until ws-budget-eof = 'Y'
               close dept-budget
           end-if.

       230-read-budget-record.

           read dept-budget
               at end move 'Y' to ws-budget-eof
               not at end
                   move dept-code-bud to ws-search-dept
                   perform 500-find-or-add-dept
                   move 'Y' to dept-entry-budgeted(ws-dept-found-sub)
                   move authorized-count-bud
                       to dept-entry-auth-count(ws-dept-found-sub)
                   move salary-budget-bud
                       to dept-entry-budget(ws-dept-found-sub)
           end-read.

       240-load-master.

           open input updated-payroll-master
           if ws-master-status not = '00'
               perform 940-abort-no-master
           end-if
           perform 250-read-master-record
               until ws-master-eof = 'Y'
           close updated-payroll-master.

       250-read-master-record.

           read updated-payroll-master
               at end move 'Y' to ws-master-eof
               not at end
                   if ws-master-count >= ws-max-master-count
                       perform 960-abort-master-table-full
                   end-if
                   add 1 to ws-master-count
                   move employee-no-uptd
                       to master-entry-empno(ws-master-count)
                   move dept-code-uptd
                       to master-entry-dept(ws-master-count)
                   move annual-salary-uptd
                       to master-entry-salary(ws-master-count)
                   move dept-code-uptd to ws-search-dept
                   perform 500-find-or-add-dept
                   add 1 to dept-entry-actual-count(ws-dept-found-sub)
                   add annual-salary-uptd
                       to dept-entry-actual(ws-dept-found-sub)
           end-read.

       300-process-pending.

           read pending-changes
               at end move 'Y' to ws-pending-eof
               not at end
                   if status-pend = 'P'
                       add 1 to ws-pending-used-count
                       perform 350-cost-one-pending
                   end-if
           end-read.

       350-cost-one-pending.

           if held-new-hire
               move dept-code-pend to ws-search-dept
               move 1 to ws-commit-count
               move new-salary-pend to ws-commit-amount
               perform 550-post-commitment
           else
               if from-dept-pend not = spaces
                   move from-dept-pend to ws-source-dept
               else
                   move dept-code-pend to ws-source-dept
               end-if
               if ws-source-dept = dept-code-pend
                   move dept-code-pend to ws-search-dept
                   move 0 to ws-commit-count
                   compute ws-commit-amount =
                       new-salary-pend - old-salary-pend
                   perform 550-post-commitment
               else
                   move ws-source-dept to ws-search-dept
                   move -1 to ws-commit-count
                   compute ws-commit-amount = 0 - old-salary-pend
                   perform 550-post-commitment
                   move dept-code-pend to ws-search-dept
                   move 1 to ws-commit-count
                   move new-salary-pend to ws-commit-amount
                   perform 550-post-commitment
               end-if
           end-if.

       400-process-suspense.

           read suspense-file
               at end move 'Y' to ws-suspense-eof
               not at end
                   perform 450-cost-one-suspense
           end-read.

       450-cost-one-suspense.

           if annual-salary-susp is numeric
               move annual-salary-susp to ws-new-salary
           else
               move 0 to ws-new-salary
           end-if

           perform 460-find-master-entry

           evaluate true
               when (susp-code-add or susp-code-rehire)
                    and dept-code-susp not = spaces
                    add 1 to ws-suspense-used-count
                    move dept-code-susp to ws-search-dept
                    move 1 to ws-commit-count
                    move ws-new-salary to ws-commit-amount
                    perform 550-post-commitment
               when susp-code-delete and master-found
                    add 1 to ws-suspense-used-count
                    move master-entry-dept(ws-master-found-sub)
                        to ws-search-dept
                    move -1 to ws-commit-count
                    compute ws-commit-amount =
                        0 - master-entry-salary(ws-master-found-sub)
                    perform 550-post-commitment
               when susp-code-change and master-found
                    add 1 to ws-suspense-used-count
                    perform 470-cost-suspense-change
               when other
                    add 1 to ws-not-costed-count
           end-evaluate.

       460-find-master-entry.

           set master-not-found to true
           perform 465-search-master-table
               varying ws-master-sub from 1 by 1
               until ws-master-sub > ws-master-count
               or master-found.

       465-search-master-table.

           if master-entry-empno(ws-master-sub) = employee-no-susp
               set master-found to true
               move ws-master-sub to ws-master-found-sub
           end-if.

       470-cost-suspense-change.

           if ws-new-salary = 0
               move master-entry-salary(ws-master-found-sub)
                   to ws-new-salary
           end-if

           if dept-code-susp = spaces
               or dept-code-susp
                   = master-entry-dept(ws-master-found-sub)
               move master-entry-dept(ws-master-found-sub)
                   to ws-search-dept
               move 0 to ws-commit-count
               compute ws-commit-amount = ws-new-salary
                   - master-entry-salary(ws-master-found-sub)
               perform 550-post-commitment
           else
               move master-entry-dept(ws-master-found-sub)
                   to ws-search-dept
               move -1 to ws-commit-count
               compute ws-commit-amount =
                   0 - master-entry-salary(ws-master-found-sub)
               perform 550-post-commitment
               move dept-code-susp to ws-search-dept
               move 1 to ws-commit-count
               move ws-new-salary to ws-commit-amount
               perform 550-post-commitment
           end-if.

       500-find-or-add-dept.

           set dept-not-found to true
           perform 510-search-dept-table
               varying ws-dept-sub from 1 by 1
               until ws-dept-sub > ws-dept-count or dept-found

           if dept-not-found
               perform 520-insert-dept-entry
           end-if.

       510-search-dept-table.

           if dept-entry-code(ws-dept-sub) = ws-search-dept
               set dept-found to true
               move ws-dept-sub to ws-dept-found-sub
           end-if.

       520-insert-dept-entry.

           if ws-dept-count >= ws-max-dept-count
               perform 950-abort-dept-table-full
           end-if

           move 'N' to ws-insert-found-switch
           perform 525-find-insert-point
               varying ws-dept-insert-sub from 1 by 1
               until ws-dept-insert-sub > ws-dept-count
               or insert-point-found

           if insert-point-found
               subtract 1 from ws-dept-insert-sub
           end-if

           perform 530-shift-one-entry-down
               varying ws-dept-sub from ws-dept-count by -1
               until ws-dept-sub < ws-dept-insert-sub

           add 1 to ws-dept-count
           move ws-search-dept to dept-entry-code(ws-dept-insert-sub)
           move 'N' to dept-entry-budgeted(ws-dept-insert-sub)
           move 0 to dept-entry-auth-count(ws-dept-insert-sub)
           move 0 to dept-entry-budget(ws-dept-insert-sub)
           move 0 to dept-entry-actual-count(ws-dept-insert-sub)
           move 0 to dept-entry-actual(ws-dept-insert-sub)
           move 0 to dept-entry-commit-count(ws-dept-insert-sub)
           move 0 to dept-entry-commit(ws-dept-insert-sub)
           move ws-dept-insert-sub to ws-dept-found-sub.

       525-find-insert-point.

           if dept-entry-code(ws-dept-insert-sub) > ws-search-dept
               set insert-point-found to true
           end-if.

       530-shift-one-entry-down.

           add 1 to ws-dept-sub giving ws-dept-from-sub
           move dept-entry(ws-dept-sub) to dept-entry(ws-dept-from-sub).

       550-post-commitment.

           perform 500-find-or-add-dept
           add ws-commit-count
               to dept-entry-commit-count(ws-dept-found-sub)
           add ws-commit-amount to dept-entry-commit(ws-dept-found-sub).

       600-print-one-dept.

           compute ws-count-variance =
               dept-entry-auth-count(ws-dept-sub)
                   - dept-entry-actual-count(ws-dept-sub)
                   - dept-entry-commit-count(ws-dept-sub)
           compute ws-dollar-variance =
               dept-entry-budget(ws-dept-sub)
                   - dept-entry-actual(ws-dept-sub)
                   - dept-entry-commit(ws-dept-sub)

           move dept-entry-code(ws-dept-sub) to var-dept-out
           move dept-entry-auth-count(ws-dept-sub) to var-auth-count-out
           move dept-entry-actual-count(ws-dept-sub)
               to var-actual-count-out
           move dept-entry-commit-count(ws-dept-sub)
               to var-commit-count-out
           move ws-count-variance to var-count-var-out
           move dept-entry-budget(ws-dept-sub) to var-budget-out
           move dept-entry-actual(ws-dept-sub) to var-actual-out
           move dept-entry-commit(ws-dept-sub) to var-commit-out
           move ws-dollar-variance to var-dollar-var-out

           evaluate true
               when dept-entry-budgeted(ws-dept-sub) = 'N'
                    move "NOT BUDGETED" to var-note-out
                    add 1 to ws-unbudgeted-depts
               when ws-count-variance < 0
                    and ws-dollar-variance < 0
                    move "OVER HC AND BUDGET" to var-note-out
                    add 1 to ws-over-count-depts
                    add 1 to ws-over-budget-depts
               when ws-count-variance < 0
                    move "OVER HEADCOUNT" to var-note-out
                    add 1 to ws-over-count-depts
               when ws-dollar-variance < 0
                    move "OVER BUDGET" to var-note-out
                    add 1 to ws-over-budget-depts
               when other
                    move spaces to var-note-out
           end-evaluate

           write print-rec from variance-line-out
               after advancing 1 line

           add dept-entry-auth-count(ws-dept-sub) to ws-grand-auth-count
           add dept-entry-actual-count(ws-dept-sub)
               to ws-grand-actual-count
           add dept-entry-commit-count(ws-dept-sub)
               to ws-grand-commit-count
           add ws-count-variance to ws-grand-count-variance
           add dept-entry-budget(ws-dept-sub) to ws-grand-budget
           add dept-entry-actual(ws-dept-sub) to ws-grand-actual
           add dept-entry-commit(ws-dept-sub) to ws-grand-commit
           add ws-dollar-variance to ws-grand-dollar-variance.

       700-print-grand-total.

           move "ALL " to var-dept-out
           move ws-grand-auth-count to var-auth-count-out
           move ws-grand-actual-count to var-actual-count-out
           move ws-grand-commit-count to var-commit-count-out
           move ws-grand-count-variance to var-count-var-out
           move ws-grand-budget to var-budget-out
           move ws-grand-actual to var-actual-out
           move ws-grand-commit to var-commit-out
           move ws-grand-dollar-variance to var-dollar-var-out
           move "GRAND TOTAL" to var-note-out

           write print-rec from spaces after advancing 1 line
           write print-rec from variance-line-out
               after advancing 1 line.

       800-print-trailer.

           write print-rec from spaces after advancing 2 lines

           move "DEPARTMENTS REPORTED" to trailer-label-out
           move ws-dept-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "DEPARTMENTS OVER HEADCOUNT" to trailer-label-out
           move ws-over-count-depts to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "DEPARTMENTS OVER BUDGET" to trailer-label-out
           move ws-over-budget-depts to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "DEPARTMENTS NOT BUDGETED" to trailer-label-out
           move ws-unbudgeted-depts to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "PENDING CHANGES COMMITTED" to trailer-label-out
           move ws-pending-used-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "SUSPENSE ITEMS COMMITTED" to trailer-label-out
           move ws-suspense-used-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "SUSPENSE ITEMS NOT COSTED" to trailer-label-out
           move ws-not-costed-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line.

       900-terminate.

           if ws-pending-status = '10' or ws-pending-status = '00'
               close pending-changes
           end-if
           if ws-suspense-status = '10' or ws-suspense-status = '00'
               close suspense-file
           end-if
           close variance-listing.

       940-abort-no-master.

           display "ABEND - MASTER FILE MISSING - OUTPUT1 "
              "STATUS " ws-master-status

           move 16 to return-code
           stop run.

       950-abort-dept-table-full.

           display "ABEND - DEPARTMENT TABLE FULL - MAX "
              ws-max-dept-count " DEPARTMENTS EXCEEDED"

           move 16 to return-code
           stop run.

       960-abort-master-table-full.

           display "ABEND - MASTER TABLE FULL - MAX "
              ws-max-master-count " EMPLOYEES EXCEEDED"

           move 16 to return-code
           stop run.

       end program Program25.
