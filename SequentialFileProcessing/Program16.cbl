                           organization is line sequential
                           file status is ws-terminated-status.

                           select leave-balances
                           assign to "C:\a\exercise9\input23.txt"
                           organization is line sequential
                           file status is ws-leave-status.

                           select profile-request-cards
                           assign to "C:\a\exercise9\input16.txt"
                           organization is line sequential
           05  old-salary-pend         picture 9(6).
           05  new-salary-pend         picture 9(6).
           05  cycles-pend             picture 9(3).
           05  effective-period-pend   picture 9(3).
           05  filler                  picture x(20).

       fd  terminated-employees
       record contains 80 characters.
           05  dept-code-req           picture x(4).
           05  filler                  picture x(70).

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

       fd  profile-listing.
       01  print-rec               picture x(99).

           05  term-salary-out     picture $ZZZ,ZZ9.
           05                      picture x(41) value spaces.

       01  leave-line-out.
           05                      picture x(4) value spaces.
           05  leave-label-out     picture x(20).
           05  leave-hours-out     picture z,zz9.99.
           05                      picture x(7) value " HOURS ".
           05  leave-note-out      picture x(30).
           05                      picture x(30) value spaces.

       01  not-found-line-out.
           05                      picture x(2) value spaces.
           05                      picture x(9) value "EMPLOYEE ".
       01  ws-pending-status       picture xx.
       01  ws-terminated-status    picture xx.
       01  ws-request-status       picture xx.
       01  ws-leave-status         picture xx.

       01  ws-request-eof          picture x value 'N'.
       01  ws-grade-eof            picture x value 'N'.
       01  ws-pending-eof          picture x value 'N'.
       01  ws-terminated-eof       picture x value 'N'.
       01  ws-history-eof          picture x value 'N'.
       01  ws-leave-eof            picture x value 'N'.

       01  pay-grade-table.
           05  pay-grade-entry occurs 50 times.

           perform 600-print-salary-history
           perform 620-print-pending-change
           perform 640-print-leave-balances
           perform 650-print-service-facts.

       550-print-grade-detail.
                   after advancing 1 line
           end-if.

       640-print-leave-balances.

           move "LEAVE BALANCES" to section-title-out
           write print-rec from section-header-line
               after advancing 2 lines

           move 0 to ws-facts-found
           move 'N' to ws-leave-eof

           open input leave-balances
           if ws-leave-status = '00'
               perform 645-read-leave-record
                   until ws-leave-eof = 'Y'
               close leave-balances
           end-if

           if ws-facts-found = 0
               move "  NO LEAVE BALANCE ON FILE" to section-title-out
               write print-rec from section-header-line
                   after advancing 1 line
           end-if.

       645-read-leave-record.

           read leave-balances
               at end move 'Y' to ws-leave-eof
               not at end
                   if employee-no-lvb = ws-profile-employee
                       add 1 to ws-facts-found
                       move 'Y' to ws-leave-eof
                       move "VACATION" to leave-label-out
                       move vacation-balance-lvb to leave-hours-out
                       if payout-period-lvb is numeric
                           and payout-period-lvb > 0
                           move "PAID OUT ON TERMINATION"
                               to leave-note-out
                       else
                           move spaces to leave-note-out
                       end-if
                       write print-rec from leave-line-out
                           after advancing 1 line
                       move "SICK" to leave-label-out
                       move sick-balance-lvb to leave-hours-out
                       move spaces to leave-note-out
                       write print-rec from leave-line-out
                           after advancing 1 line
                       if payout-period-lvb is numeric
                           and payout-period-lvb > 0
                           move "VACATION PAID OUT" to leave-label-out
                           move payout-hours-lvb to leave-hours-out
                           move payout-date-lvb to leave-note-out
                           write print-rec from leave-line-out
                               after advancing 1 line
                       end-if
                       move "LAST ACCRUAL" to prof-label-out
                       move last-date-lvb to prof-value-out
                       write print-rec from profile-detail-line
                           after advancing 1 line
                   end-if
           end-read.

       650-print-service-facts.

           move "TERMINATION / PRIOR SERVICE" to section-title-out
