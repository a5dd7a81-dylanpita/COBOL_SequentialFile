       program-id. Program20 as "SequentialFileProcessing.Program20".

       environment division.
       input-output section.
       file-control.       select garnishment-orders
                           assign to "C:\a\exercise9\input20.txt"
                           organization is line sequential
                           file status is ws-file-status.

       data division.
       file section.

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

       working-storage section.

       01  ws-file-status          picture xx.

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

       01  ws-max-garn-count       picture 9(4) value 1000.
       01  ws-garn-count           picture 9(4) value 0.
       01  ws-garn-sub             picture 9(4) value 0.
       01  ws-garn-found-sub       picture 9(4) value 0.
       01  ws-garn-insert-sub      picture 9(4) value 0.
       01  ws-garn-from-sub        picture 9(4) value 0.
       01  ws-garn-eof             picture x value 'N'.

       01  ws-garn-found-switch    picture x value 'N'.
           88  garn-found                      value 'Y'.
           88  garn-not-found                  value 'N'.

       01  ws-insert-found-switch  picture x value 'N'.
           88  insert-point-found              value 'Y'.

       01  ws-function-code        picture x(1).
       01  ws-entry-employee-no    picture x(5).
       01  ws-entry-order-id       picture x(6).
       01  ws-entry-payee-code     picture x(6).
       01  ws-entry-payee-name     picture x(20).
       01  ws-entry-status         picture x(1).

       01  ws-priority-entry-x     picture x(2).
       01  ws-priority-entry-9 redefines ws-priority-entry-x
                                   picture 9(2).

       01  ws-total-entry-x        picture x(9).
       01  ws-total-entry-9 redefines ws-total-entry-x
                                   picture 9(7)v99.

       01  ws-cap-entry-x          picture x(7).
       01  ws-cap-entry-9 redefines ws-cap-entry-x
                                   picture 9(5)v99.

       01  ws-pct-entry-x          picture x(4).
       01  ws-pct-entry-9 redefines ws-pct-entry-x
                                   picture 9(2)v99.

       01  ws-new-entry.
           05  ws-new-key.
               10  ws-new-empno        picture x(5).
               10  ws-new-priority     picture 9(2).
               10  ws-new-order        picture x(6).
           05  ws-new-payee            picture x(6).
           05  ws-new-payee-name       picture x(20).
           05  ws-new-total            picture 9(7)v99.
           05  ws-new-balance          picture 9(7)v99.
           05  ws-new-cap              picture 9(5)v99.
           05  ws-new-pct              picture 9(2)v99.
           05  ws-new-status           picture x(1).
           05  ws-new-last-period      picture 9(3).
           05  ws-new-last-amount      picture 9(5)v99.
           05  ws-new-last-date        picture x(10).

       01  ws-amount-display       picture z,zzz,zz9.99.
       01  ws-cap-display          picture zz,zz9.99.
       01  ws-pct-display          picture z9.99.

       01  ws-maint-switch         picture x value 'Y'.
           88  more-maintenance                value 'Y'.
           88  no-more-maintenance             value 'N'.

       01  ws-changed-switch       picture x value 'N'.
           88  table-changed                   value 'Y'.

       01  ws-entry-valid-switch   picture x value 'Y'.
           88  entry-valid                     value 'Y'.
           88  entry-invalid                   value 'N'.

       PROCEDURE DIVISION.
       100-main-module.

           display 'PROGRAM20 STARTED'
           perform 200-initialization
           perform 300-process-function
               until no-more-maintenance

           perform 900-terminate

           stop run.

       200-initialization.

           open input garnishment-orders
           if ws-file-status = '00'
               perform 250-load-garnishment-record
                   until ws-garn-eof = 'Y'
               close garnishment-orders
           end-if
           display "GARNISHMENT ORDERS ON FILE: " ws-garn-count.

       250-load-garnishment-record.

           read garnishment-orders
               at end move 'Y' to ws-garn-eof
               not at end
                   if ws-garn-count >= ws-max-garn-count
                       perform 910-abort-garn-table-full
                   end-if
                   move employee-no-garn to ws-new-empno
                   move priority-garn to ws-new-priority
                   move order-id-garn to ws-new-order
                   move payee-code-garn to ws-new-payee
                   move payee-name-garn to ws-new-payee-name
                   move total-owed-garn to ws-new-total
                   move balance-garn to ws-new-balance
                   move period-cap-garn to ws-new-cap
                   move disposable-pct-garn to ws-new-pct
                   move status-garn to ws-new-status
                   if last-period-garn is numeric
                       move last-period-garn to ws-new-last-period
                   else
                       move 0 to ws-new-last-period
                   end-if
                   if last-amount-garn is numeric
                       move last-amount-garn to ws-new-last-amount
                   else
                       move 0 to ws-new-last-amount
                   end-if
                   move last-date-garn to ws-new-last-date
                   perform 480-insert-entry
           end-read.

       300-process-function.

           display "ENTER FUNCTION (A=ADD, C=CHANGE, D=DELETE, "
               "L=LIST, X=EXIT): " with no advancing
           accept ws-function-code

           evaluate ws-function-code
               when 'A'
               when 'a'
                    perform 400-add-order
               when 'C'
               when 'c'
                    perform 500-change-order
               when 'D'
               when 'd'
                    perform 600-delete-order
               when 'L'
               when 'l'
                    perform 700-list-orders
               when 'X'
               when 'x'
                    set no-more-maintenance to true
               when other
                    display "INVALID FUNCTION CODE"
           end-evaluate.

       340-accept-order-key.

           display "ENTER EMPLOYEE NUMBER: " with no advancing
           accept ws-entry-employee-no
           display "ENTER ORDER ID: " with no advancing
           accept ws-entry-order-id.

       350-find-order.

           set garn-not-found to true
           perform 360-search-garn-table
               varying ws-garn-sub from 1 by 1
               until ws-garn-sub > ws-garn-count
               or garn-found.

       360-search-garn-table.

           if garn-entry-empno(ws-garn-sub) = ws-entry-employee-no
               and garn-entry-order(ws-garn-sub) = ws-entry-order-id
               set garn-found to true
               move ws-garn-sub to ws-garn-found-sub
           end-if.

       400-add-order.

           if ws-garn-count >= ws-max-garn-count
               display "GARNISHMENT FILE FULL - MAX " ws-max-garn-count
           else
               perform 340-accept-order-key
               perform 350-find-order
               if garn-found
                   display "ORDER " ws-entry-order-id " FOR "
                       ws-entry-employee-no " ALREADY ON FILE"
               else
                   perform 450-accept-order-detail
                   if entry-valid
                       display "ENTER TOTAL AMOUNT OWED "
                           "(9 DIGITS, 9999999V99): "
                           with no advancing
                       accept ws-total-entry-x
                       if ws-total-entry-x is not numeric
                           or ws-total-entry-9 = zero
                           set entry-invalid to true
                           display "TOTAL OWED MUST BE 9 DIGITS AND "
                               "NOT ZERO - NO UPDATE"
                       end-if
                   end-if
                   if entry-valid
                       move ws-entry-employee-no to ws-new-empno
                       move ws-entry-order-id to ws-new-order
                       move ws-total-entry-9 to ws-new-total
                       move ws-total-entry-9 to ws-new-balance
                       move 'A' to ws-new-status
                       move 0 to ws-new-last-period
                       move 0 to ws-new-last-amount
                       move spaces to ws-new-last-date
                       perform 470-move-order-detail
                       perform 480-insert-entry
                       set table-changed to true
                       display "ORDER " ws-entry-order-id " FOR "
                           ws-entry-employee-no " ADDED"
                   end-if
               end-if
           end-if.

       450-accept-order-detail.

           set entry-valid to true

           display "ENTER PAYEE CODE: " with no advancing
           accept ws-entry-payee-code
           display "ENTER PAYEE NAME: " with no advancing
           accept ws-entry-payee-name
           display "ENTER PRIORITY (2 DIGITS, 01=FIRST): "
               with no advancing
           accept ws-priority-entry-x
           display "ENTER PER-PERIOD CAP (7 DIGITS, 99999V99, "
               "ZERO=NONE): " with no advancing
           accept ws-cap-entry-x
           display "ENTER MAX PERCENT OF DISPOSABLE PAY "
               "(4 DIGITS, 99V99): " with no advancing
           accept ws-pct-entry-x

           evaluate true
               when ws-entry-payee-code = spaces
                    set entry-invalid to true
                    display "PAYEE CODE REQUIRED - NO UPDATE"
               when ws-priority-entry-x is not numeric
                    or ws-priority-entry-9 = zero
                    set entry-invalid to true
                    display "PRIORITY MUST BE 01-99 - NO UPDATE"
               when ws-cap-entry-x is not numeric
                    set entry-invalid to true
                    display "CAP MUST BE 7 DIGITS - NO UPDATE"
               when ws-pct-entry-x is not numeric
                    or ws-pct-entry-9 = zero
                    set entry-invalid to true
                    display "PERCENT MUST BE 4 DIGITS AND NOT ZERO"
                        " - NO UPDATE"
           end-evaluate.

       470-move-order-detail.

           move ws-priority-entry-9 to ws-new-priority
           move ws-entry-payee-code to ws-new-payee
           move ws-entry-payee-name to ws-new-payee-name
           move ws-cap-entry-9 to ws-new-cap
           move ws-pct-entry-9 to ws-new-pct.

       480-insert-entry.

           move 'N' to ws-insert-found-switch
           perform 485-find-insert-point
               varying ws-garn-insert-sub from 1 by 1
               until ws-garn-insert-sub > ws-garn-count
               or insert-point-found

           if insert-point-found
               subtract 1 from ws-garn-insert-sub
           end-if

           perform 490-shift-one-entry-down
               varying ws-garn-sub from ws-garn-count by -1
               until ws-garn-sub < ws-garn-insert-sub

           add 1 to ws-garn-count
           move ws-new-empno to garn-entry-empno(ws-garn-insert-sub)
           move ws-new-priority
               to garn-entry-priority(ws-garn-insert-sub)
           move ws-new-order to garn-entry-order(ws-garn-insert-sub)
           move ws-new-payee to garn-entry-payee(ws-garn-insert-sub)
           move ws-new-payee-name
               to garn-entry-payee-name(ws-garn-insert-sub)
           move ws-new-total to garn-entry-total(ws-garn-insert-sub)
           move ws-new-balance to garn-entry-balance(ws-garn-insert-sub)
           move ws-new-cap to garn-entry-cap(ws-garn-insert-sub)
           move ws-new-pct to garn-entry-pct(ws-garn-insert-sub)
           move ws-new-status to garn-entry-status(ws-garn-insert-sub)
           move ws-new-last-period
               to garn-entry-last-period(ws-garn-insert-sub)
           move ws-new-last-amount
               to garn-entry-last-amount(ws-garn-insert-sub)
           move ws-new-last-date
               to garn-entry-last-date(ws-garn-insert-sub).

       485-find-insert-point.

           if garn-entry-key(ws-garn-insert-sub) > ws-new-key
               set insert-point-found to true
           end-if.

       490-shift-one-entry-down.

           add 1 to ws-garn-sub giving ws-garn-from-sub
           move garn-entry(ws-garn-sub) to garn-entry(ws-garn-from-sub).

       500-change-order.

           perform 340-accept-order-key
           perform 350-find-order
           if garn-not-found
               display "ORDER " ws-entry-order-id " FOR "
                   ws-entry-employee-no " NOT ON FILE"
           else
               perform 450-accept-order-detail
               if entry-valid
                   display "ENTER STATUS (A=ACTIVE, C=CLOSED): "
                       with no advancing
                   accept ws-entry-status
                   if ws-entry-status not = 'A'
                       and ws-entry-status not = 'C'
                       set entry-invalid to true
                       display "STATUS MUST BE A OR C - NO UPDATE"
                   end-if
               end-if
               if entry-valid
                   move garn-entry(ws-garn-found-sub) to ws-new-entry
                   move ws-entry-status to ws-new-status
                   perform 470-move-order-detail
                   perform 650-remove-entry
                   perform 480-insert-entry
                   set table-changed to true
                   display "ORDER " ws-entry-order-id " FOR "
                       ws-entry-employee-no " CHANGED"
               end-if
           end-if.

       600-delete-order.

           perform 340-accept-order-key
           perform 350-find-order
           if garn-not-found
               display "ORDER " ws-entry-order-id " FOR "
                   ws-entry-employee-no " NOT ON FILE"
           else
               perform 650-remove-entry
               set table-changed to true
               display "ORDER " ws-entry-order-id " FOR "
                   ws-entry-employee-no " DELETED"
           end-if.

       650-remove-entry.

           perform 660-shift-one-entry-up
               varying ws-garn-sub
               from ws-garn-found-sub by 1
               until ws-garn-sub >= ws-garn-count
           subtract 1 from ws-garn-count.

       660-shift-one-entry-up.

           add 1 to ws-garn-sub giving ws-garn-from-sub
           move garn-entry(ws-garn-from-sub)
               to garn-entry(ws-garn-sub).

       700-list-orders.

           perform 750-list-one-order
               varying ws-garn-sub from 1 by 1
               until ws-garn-sub > ws-garn-count.

       750-list-one-order.

           move garn-entry-balance(ws-garn-sub) to ws-amount-display
           move garn-entry-cap(ws-garn-sub) to ws-cap-display
           move garn-entry-pct(ws-garn-sub) to ws-pct-display
           display garn-entry-empno(ws-garn-sub) " "
               garn-entry-priority(ws-garn-sub) " "
               garn-entry-order(ws-garn-sub) " "
               garn-entry-payee(ws-garn-sub) " "
               garn-entry-status(ws-garn-sub) " BAL "
               ws-amount-display " CAP " ws-cap-display " "
               ws-pct-display "%".

       900-terminate.

           if table-changed
               open output garnishment-orders
               perform 950-write-one-order
                   varying ws-garn-sub from 1 by 1
                   until ws-garn-sub > ws-garn-count
               close garnishment-orders
               display "GARNISHMENT FILE UPDATED - " ws-garn-count
                   " RECORDS"
           else
               display "NO CHANGES - FILE NOT REWRITTEN"
           end-if.

       950-write-one-order.

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

       910-abort-garn-table-full.

           display "ABEND - GARNISHMENT TABLE FULL - MAX "
              ws-max-garn-count " ORDERS EXCEEDED"

           move 16 to return-code
           stop run.

       end program Program20.
