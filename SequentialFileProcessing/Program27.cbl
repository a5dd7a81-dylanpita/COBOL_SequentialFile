       program-id. Program27 as "SequentialFileProcessing.Program27".

       environment division.
       input-output section.
       file-control.       select backout-parameter-card
                           assign to "C:\a\exercise9\input27.txt"
                           organization is line sequential
                           file status is ws-param-status.

                           select run-control-calendar
                           assign to "C:\a\exercise9\input10.txt"
                           organization is line sequential
                           file status is ws-calendar-status.

                           select generation-control
                           assign to "C:\a\exercise9\output47.txt"
                           organization is line sequential
                           file status is ws-gen-control-status.

                           select generation-file
                           assign to ws-gen-file-name
                           organization is line sequential
                           file status is ws-gen-file-status.

                           select restore-target
                           assign to ws-restore-file-name
                           organization is line sequential
                           file status is ws-restore-status.

                           select restore-master
                           assign to ws-restore-file-name
                           organization is indexed
                           access mode is sequential
                           record key is employee-no-rstm
                           file status is ws-restore-status.

                           select bank-details
                           assign to "C:\a\exercise9\input13.txt"
                           organization is line sequential
                           file status is ws-bank-status.

                           select restart-control
                           assign to "C:\a\exercise9\output6.txt"
                           organization is line sequential
                           file status is ws-restart-status.

                           select run-log
                           assign to "C:\a\exercise9\runlog.txt"
                           organization is line sequential
                           file status is ws-runlog-status.

                           select backout-listing
                           assign to "C:\a\exercise9\output48.txt".

       data division.
       file section.

       fd  backout-parameter-card
       record contains 80 characters.
       01  backout-parameter-record.
           05  backout-period-card     picture x(3).
           05  filler                  picture x(77).

       fd  run-control-calendar
       record contains 30 characters.
       01  run-control-calendar-record.
           05  period-no-cal           picture 9(3).
           05  run-date-cal            picture x(10).
           05  period-status-cal       picture x(1).
           05  filler                  picture x(16).

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

       fd  generation-file
       record contains 80 characters.
       01  generation-record           picture x(80).

       fd  restore-target
       record contains 80 characters.
       01  restore-target-record       picture x(80).

       fd  restore-master
       record contains 80 characters.
       01  restore-master-record.
           05  employee-no-rstm        picture x(5).
           05  filler                  picture x(75).

       fd  bank-details
       record contains 80 characters.
       01  bank-detail-record.
           05  employee-no-bank        picture x(5).
           05  routing-no-bank         picture 9(9).
           05  account-no-bank         picture x(17).
           05  prenote-status-bank     picture x(1).
           05  filler                  picture x(48).

       fd  restart-control
       record contains 115 characters.
       01  restart-control-record      picture x(115).

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

       fd  backout-listing.
       01  print-rec               picture x(132).

       working-storage section.

       01  hl-header-1.
           05      picture x(30) value spaces.
           05      picture x(30) value
                   "PAY PERIOD BACK-OUT - PERIOD  ".
           05  hdr-period-out       picture 9(3).
           05      picture x(9) value " DATED   ".
           05  hdr-period-date-out  picture x(10).
           05      picture x(10) value "   RUN ON ".
           05  date-field-format    picture X(10).
           05      picture x(30) value spaces.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  hl-header-2.
           05      picture x(2) value spaces.
           05      picture x(10) value "FILE".
           05      picture x(2) value spaces.
           05      picture x(40) value "GENERATION FILE".
           05      picture x(4) value spaces.
           05      picture x(8) value "    HELD".
           05      picture x(4) value spaces.
           05      picture x(8) value "   FOUND".
           05      picture x(4) value spaces.
           05      picture x(8) value "RESTORED".
           05      picture x(2) value spaces.
           05      picture x(6) value "STATUS".
           05      picture x(34) value spaces.

       01  generation-line-out.
           05                          picture x(2) value spaces.
           05  gl-file-id-out          picture x(10).
           05                          picture x(2) value spaces.
           05  gl-file-name-out        picture x(40).
           05                          picture x(2) value spaces.
           05  gl-held-out             picture zz,zzz,zz9.
           05                          picture x(2) value spaces.
           05  gl-found-out            picture zz,zzz,zz9.
           05                          picture x(2) value spaces.
           05  gl-restored-out         picture zz,zzz,zz9.
           05                          picture x(2) value spaces.
           05  gl-status-out           picture x(20).
           05                          picture x(20) value spaces.

       01  message-line-out.
           05                          picture x(2) value spaces.
           05  message-text-out        picture x(60).
           05                          picture x(70) value spaces.

       01  trailer-detail-line.
           05                          picture x(6) value spaces.
           05  trailer-label-out       picture x(30).
           05                          picture x(3) value spaces.
           05  trailer-count-out       picture zz,zz9.
           05                          picture x(87) value spaces.

       01  ws-param-status         picture xx.
       01  ws-calendar-status      picture xx.
       01  ws-gen-control-status   picture xx.
       01  ws-gen-file-status      picture xx.
       01  ws-restore-status       picture xx.
       01  ws-bank-status          picture xx.
       01  ws-restart-status       picture xx.
       01  ws-runlog-status        picture xx.

       01  ws-calendar-eof         picture x value 'N'.
       01  ws-gen-control-eof      picture x value 'N'.
       01  ws-gen-file-eof         picture x value 'N'.
       01  ws-bank-eof             picture x value 'N'.

       01  ws-gen-file-name        picture x(40) value spaces.
       01  ws-restore-file-name    picture x(40) value spaces.

       01  ws-backout-period       picture 9(3) value 0.
       01  ws-period-date          picture x(10) value spaces.

       01  calendar-table.
           05  calendar-entry occurs 100 times.
               10  calendar-entry-period   picture 9(3).
               10  calendar-entry-date     picture x(10).
               10  calendar-entry-status   picture x(1).

       01  ws-max-calendar-count   picture 9(3) value 100.
       01  ws-calendar-count       picture 9(3) value 0.
       01  ws-calendar-sub         picture 9(3) value 0.
       01  ws-period-sub           picture 9(3) value 0.
       01  ws-last-processed       picture 9(3) value 0.

       01  generation-table.
           05  generation-entry occurs 20 times.
               10  gen-entry-file-id       picture x(10).
               10  gen-entry-file-name     picture x(40).
               10  gen-entry-held-count    picture 9(7).
               10  gen-entry-found-count   picture 9(7).
               10  gen-entry-restored      picture 9(7).
               10  gen-entry-status        picture x(20).

       01  ws-max-gen-count        picture 9(3) value 20.
       01  ws-gen-count            picture 9(3) value 0.
       01  ws-gen-sub              picture 9(3) value 0.
       01  ws-gen-found-sub        picture 9(3) value 0.

       01  ws-gen-found-switch     picture x value 'N'.
           88  gen-found                       value 'Y'.
           88  gen-not-found                   value 'N'.

       01  ws-master-gen-count     picture 9(3) value 0.
       01  ws-verify-error-count   picture 9(3) value 0.
       01  ws-restore-error-count  picture 9(3) value 0.
       01  ws-files-restored       picture 9(3) value 0.
       01  ws-record-count         picture 9(7) value 0.

       01  prenote-table.
           05  prenote-entry occurs 1000 times.
               10  prenote-entry-empno     picture x(5).
               10  prenote-entry-routing   picture 9(9).
               10  prenote-entry-account   picture x(17).
               10  prenote-entry-status    picture x(1).

       01  ws-max-prenote-count    picture 9(4) value 1000.
       01  ws-prenote-count        picture 9(4) value 0.
       01  ws-prenote-sub          picture 9(4) value 0.

       01  ws-prenote-found-switch picture x value 'N'.
           88  prenote-found                   value 'Y'.
           88  prenote-not-found               value 'N'.

       01  bank-table.
           05  bank-entry occurs 1000 times picture x(80).

       01  ws-max-bank-count       picture 9(4) value 1000.
       01  ws-bank-count           picture 9(4) value 0.
       01  ws-bank-sub             picture 9(4) value 0.
       01  ws-status-reset-count   picture 9(5) value 0.
       01  ws-bank-written-count   picture 9(4) value 0.

       PROCEDURE DIVISION.
       100-main-module.

           display 'PROGRAM27 STARTED'
           perform 200-initialization

           perform 300-verify-one-generation
               varying ws-gen-sub from 1 by 1
               until ws-gen-sub > ws-gen-count

           if ws-verify-error-count > 0
               perform 940-abort-generation-invalid
           end-if

           perform 400-restore-one-file
               varying ws-gen-sub from 1 by 1
               until ws-gen-sub > ws-gen-count

           if ws-restore-error-count > 0
               perform 980-abort-backout-incomplete
           end-if

           perform 600-reopen-period
           perform 650-clear-restart-control
           perform 700-write-backout-log

           perform 800-print-trailer
           perform 900-terminate

           stop run.

       200-initialization.

           perform 220-load-backout-period
           perform 240-load-run-calendar
           perform 260-load-generation-set

           open output backout-listing
           move spaces to print-rec

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           end-string
           move ws-backout-period to hdr-period-out
           move ws-period-date to hdr-period-date-out

           write print-rec from hl-header-1 after advancing 4 lines
           write print-rec from hl-header-2 after advancing 2 lines
           write print-rec from spaces after advancing 1 line.

       220-load-backout-period.

           open input backout-parameter-card
           if ws-param-status not = '00'
               perform 910-abort-no-period
           end-if
           read backout-parameter-card
               at end perform 910-abort-no-period
           end-read
           close backout-parameter-card

           if backout-period-card is not numeric
               perform 910-abort-no-period
           end-if
           move backout-period-card to ws-backout-period.

       240-load-run-calendar.

           open input run-control-calendar
           if ws-calendar-status not = '00'
               perform 920-abort-period-not-last
           end-if
           perform 250-read-calendar-record
               until ws-calendar-eof = 'Y'
           close run-control-calendar

           if ws-period-sub = 0
               or ws-last-processed not = ws-backout-period
               perform 920-abort-period-not-last
           end-if.

       250-read-calendar-record.

           read run-control-calendar
               at end move 'Y' to ws-calendar-eof
               not at end
                   if ws-calendar-count >= ws-max-calendar-count
                       perform 970-abort-calendar-table-full
                   end-if
                   add 1 to ws-calendar-count
                   move period-no-cal
                       to calendar-entry-period(ws-calendar-count)
                   move run-date-cal
                       to calendar-entry-date(ws-calendar-count)
                   move period-status-cal
                       to calendar-entry-status(ws-calendar-count)
                   if period-status-cal = 'P'
                       move period-no-cal to ws-last-processed
                   end-if
                   if period-no-cal = ws-backout-period
                       and period-status-cal = 'P'
                       move ws-calendar-count to ws-period-sub
                       move run-date-cal to ws-period-date
                   end-if
           end-read.

       260-load-generation-set.

           open input generation-control
           if ws-gen-control-status = '00'
               perform 270-read-generation-control
                   until ws-gen-control-eof = 'Y'
               close generation-control
           end-if

           if ws-master-gen-count < 2
               perform 930-abort-no-generation
           end-if.

       270-read-generation-control.

           read generation-control
               at end move 'Y' to ws-gen-control-eof
               not at end
                   if gen-period-ctl = ws-backout-period
                       and gen-period-date-ctl = ws-period-date
                       perform 280-add-generation-entry
                   end-if
           end-read.

       280-add-generation-entry.

           set gen-not-found to true
           perform 285-search-generation-table
               varying ws-gen-sub from 1 by 1
               until ws-gen-sub > ws-gen-count or gen-found

           if gen-not-found
               if ws-gen-count >= ws-max-gen-count
                   perform 950-abort-gen-table-full
               end-if
               add 1 to ws-gen-count
               move ws-gen-count to ws-gen-found-sub
               if gen-file-id-ctl = "input2"
                   or gen-file-id-ctl = "output1"
                   add 1 to ws-master-gen-count
               end-if
           end-if

           move gen-file-id-ctl to gen-entry-file-id(ws-gen-found-sub)
           move gen-file-name-ctl
               to gen-entry-file-name(ws-gen-found-sub)
           move gen-record-count-ctl
               to gen-entry-held-count(ws-gen-found-sub)
           move 0 to gen-entry-found-count(ws-gen-found-sub)
           move 0 to gen-entry-restored(ws-gen-found-sub)
           move spaces to gen-entry-status(ws-gen-found-sub).

       285-search-generation-table.

           if gen-entry-file-id(ws-gen-sub) = gen-file-id-ctl
               set gen-found to true
               move ws-gen-sub to ws-gen-found-sub
           end-if.

       300-verify-one-generation.

           move gen-entry-file-name(ws-gen-sub) to ws-gen-file-name
           move 0 to ws-record-count
           move 'N' to ws-gen-file-eof

           open input generation-file
           if ws-gen-file-status = '00'
               perform 310-count-generation-record
                   until ws-gen-file-eof = 'Y'
               close generation-file
               move ws-record-count
                   to gen-entry-found-count(ws-gen-sub)
               if ws-record-count not =
                   gen-entry-held-count(ws-gen-sub)
                   move "COUNT MISMATCH" to gen-entry-status(ws-gen-sub)
                   add 1 to ws-verify-error-count
               end-if
           else
               move "GENERATION MISSING" to gen-entry-status(ws-gen-sub)
               add 1 to ws-verify-error-count
           end-if.

       310-count-generation-record.

           read generation-file
               at end move 'Y' to ws-gen-file-eof
               not at end add 1 to ws-record-count
           end-read.

       400-restore-one-file.

           move gen-entry-file-name(ws-gen-sub) to ws-gen-file-name
           move spaces to ws-restore-file-name
           string "C:\a\exercise9\" delimited by size
               gen-entry-file-id(ws-gen-sub) delimited by space
               ".txt" delimited by size
               into ws-restore-file-name
           end-string

           evaluate gen-entry-file-id(ws-gen-sub)
               when "input2"
               when "output1"
                    perform 420-restore-master
               when "input13"
                    perform 450-restore-prenote-status
               when other
                    perform 410-restore-sequential
           end-evaluate

           if gen-entry-status(ws-gen-sub) = spaces
               if gen-entry-restored(ws-gen-sub) =
                   gen-entry-held-count(ws-gen-sub)
                   move "RESTORED" to gen-entry-status(ws-gen-sub)
                   add 1 to ws-files-restored
               else
                   move "RESTORE COUNT ERROR"
                       to gen-entry-status(ws-gen-sub)
                   add 1 to ws-restore-error-count
               end-if
           end-if

           perform 500-print-generation-line.

       410-restore-sequential.

           move 0 to ws-record-count
           move 'N' to ws-gen-file-eof
           open input generation-file
           open output restore-target
           if ws-restore-status not = '00'
               move "OPEN FAILED" to gen-entry-status(ws-gen-sub)
               add 1 to ws-restore-error-count
           else
               perform 415-copy-one-record
                   until ws-gen-file-eof = 'Y'
               close restore-target
           end-if
           close generation-file
           move ws-record-count to gen-entry-restored(ws-gen-sub).

       415-copy-one-record.

           read generation-file
               at end move 'Y' to ws-gen-file-eof
               not at end
                   move generation-record to restore-target-record
                   write restore-target-record
                   if ws-restore-status = '00'
                       add 1 to ws-record-count
                   end-if
           end-read.

       420-restore-master.

           move 0 to ws-record-count
           move 'N' to ws-gen-file-eof
           open input generation-file
           open output restore-master
           if ws-restore-status not = '00'
               move "OPEN FAILED" to gen-entry-status(ws-gen-sub)
               add 1 to ws-restore-error-count
           else
               perform 425-copy-one-master
                   until ws-gen-file-eof = 'Y'
               close restore-master
           end-if
           close generation-file
           move ws-record-count to gen-entry-restored(ws-gen-sub).

       425-copy-one-master.

           read generation-file
               at end move 'Y' to ws-gen-file-eof
               not at end
                   move generation-record to restore-master-record
                   write restore-master-record
                       invalid key continue
                       not invalid key
                           if ws-restore-status = '00'
                               add 1 to ws-record-count
                           end-if
                   end-write
           end-read.

       450-restore-prenote-status.

           move 'N' to ws-gen-file-eof
           open input generation-file
           perform 455-load-prenote-record
               until ws-gen-file-eof = 'Y'
           close generation-file

           open input bank-details
           if ws-bank-status = '00'
               perform 460-load-bank-record
                   until ws-bank-eof = 'Y'
               close bank-details
               perform 465-reset-one-status
                   varying ws-bank-sub from 1 by 1
                   until ws-bank-sub > ws-bank-count
               open output bank-details
               if ws-bank-status not = '00'
                   move "OPEN FAILED" to gen-entry-status(ws-gen-sub)
                   add 1 to ws-restore-error-count
               else
                   perform 470-write-one-bank
                       varying ws-bank-sub from 1 by 1
                       until ws-bank-sub > ws-bank-count
                   close bank-details
                   perform 475-check-bank-rewrite
               end-if
           else
               if gen-entry-held-count(ws-gen-sub) = 0
                   move 0 to gen-entry-restored(ws-gen-sub)
                   move "PRENOTE STATUS RESET"
                       to gen-entry-status(ws-gen-sub)
                   add 1 to ws-files-restored
               else
                   move "BANK FILE NOT FOUND"
                       to gen-entry-status(ws-gen-sub)
                   add 1 to ws-restore-error-count
               end-if
           end-if.

       455-load-prenote-record.

           read generation-file
               at end move 'Y' to ws-gen-file-eof
               not at end
                   if ws-prenote-count >= ws-max-prenote-count
                       perform 960-abort-bank-table-full
                   end-if
                   move generation-record to bank-detail-record
                   add 1 to ws-prenote-count
                   move employee-no-bank
                       to prenote-entry-empno(ws-prenote-count)
                   move routing-no-bank
                       to prenote-entry-routing(ws-prenote-count)
                   move account-no-bank
                       to prenote-entry-account(ws-prenote-count)
                   move prenote-status-bank
                       to prenote-entry-status(ws-prenote-count)
           end-read.

       460-load-bank-record.

           read bank-details
               at end move 'Y' to ws-bank-eof
               not at end
                   if ws-bank-count >= ws-max-bank-count
                       perform 960-abort-bank-table-full
                   end-if
                   add 1 to ws-bank-count
                   move bank-detail-record to bank-entry(ws-bank-count)
           end-read.

       465-reset-one-status.

           move bank-entry(ws-bank-sub) to bank-detail-record
           set prenote-not-found to true
           perform 468-search-prenote-table
               varying ws-prenote-sub from 1 by 1
               until ws-prenote-sub > ws-prenote-count
               or prenote-found.

       468-search-prenote-table.

           if prenote-entry-empno(ws-prenote-sub) = employee-no-bank
               and prenote-entry-routing(ws-prenote-sub)
                   = routing-no-bank
               and prenote-entry-account(ws-prenote-sub)
                   = account-no-bank
               set prenote-found to true
               if prenote-entry-status(ws-prenote-sub)
                   not = prenote-status-bank
                   move prenote-entry-status(ws-prenote-sub)
                       to prenote-status-bank
                   move bank-detail-record to bank-entry(ws-bank-sub)
                   add 1 to ws-status-reset-count
               end-if
           end-if.

       470-write-one-bank.

           move bank-entry(ws-bank-sub) to bank-detail-record
           write bank-detail-record
           if ws-bank-status = '00'
               add 1 to ws-bank-written-count
           end-if.

       475-check-bank-rewrite.

           move ws-status-reset-count to gen-entry-restored(ws-gen-sub)
           if ws-bank-written-count = ws-bank-count
               move "PRENOTE STATUS RESET"
                   to gen-entry-status(ws-gen-sub)
               add 1 to ws-files-restored
           else
               move "RESTORE COUNT ERROR"
                   to gen-entry-status(ws-gen-sub)
               add 1 to ws-restore-error-count
           end-if.

       500-print-generation-line.

           move gen-entry-file-id(ws-gen-sub) to gl-file-id-out
           move gen-entry-file-name(ws-gen-sub) to gl-file-name-out
           move gen-entry-held-count(ws-gen-sub) to gl-held-out
           move gen-entry-found-count(ws-gen-sub) to gl-found-out
           move gen-entry-restored(ws-gen-sub) to gl-restored-out
           move gen-entry-status(ws-gen-sub) to gl-status-out
           write print-rec from generation-line-out
               after advancing 1 line.

       600-reopen-period.

           move 'O' to calendar-entry-status(ws-period-sub)
           open output run-control-calendar
           perform 610-write-one-calendar
               varying ws-calendar-sub from 1 by 1
               until ws-calendar-sub > ws-calendar-count
           close run-control-calendar.

       610-write-one-calendar.

           move spaces to run-control-calendar-record
           move calendar-entry-period(ws-calendar-sub)
               to period-no-cal
           move calendar-entry-date(ws-calendar-sub) to run-date-cal
           move calendar-entry-status(ws-calendar-sub)
               to period-status-cal
           write run-control-calendar-record.

       650-clear-restart-control.

           open output restart-control
           close restart-control.

       700-write-backout-log.

           open extend run-log
           if ws-runlog-status = '35'
               open output run-log
           end-if
           move spaces to run-log-record
           move "PROGRAM27" to log-program
           move ws-backout-period to log-period
           move 'B' to log-type
           move 0 to log-return-code
           move function current-date(1:8) to log-date
           accept log-time from time
           write run-log-record
           close run-log.

       800-print-trailer.

           perform 810-print-restore-counts

           move "CALENDAR PERIOD REOPENED" to trailer-label-out
           move ws-backout-period to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "RUN LOG BACK-OUT RECORD WRITTEN"
               to message-text-out
           write print-rec from message-line-out
               after advancing 2 lines.

       810-print-restore-counts.

           write print-rec from spaces after advancing 2 lines

           move "GENERATION FILES HELD" to trailer-label-out
           move ws-gen-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "FILES RESTORED" to trailer-label-out
           move ws-files-restored to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "FILES IN ERROR" to trailer-label-out
           move ws-restore-error-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "PRENOTE STATUSES RESET" to trailer-label-out
           move ws-status-reset-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line.

       900-terminate.

           close backout-listing.

       910-abort-no-period.

           display "ABEND - BACK-OUT PERIOD CARD MISSING OR "
              "INVALID - EXPECTED 3-DIGIT PERIOD"

           move 16 to return-code
           stop run.

       920-abort-period-not-last.

           display "ABEND - PERIOD " ws-backout-period
              " IS NOT THE LAST PROCESSED PERIOD IN THE CALENDAR"
              " - NOTHING BACKED OUT"

           move 16 to return-code
           stop run.

       930-abort-no-generation.

           display "ABEND - NO MASTER GENERATION HELD FOR PERIOD "
              ws-backout-period " - NOTHING BACKED OUT"

           move 16 to return-code
           stop run.

       940-abort-generation-invalid.

           perform 500-print-generation-line
               varying ws-gen-sub from 1 by 1
               until ws-gen-sub > ws-gen-count

           move "GENERATION SET INCOMPLETE - NOTHING BACKED OUT"
               to message-text-out
           write print-rec from message-line-out
               after advancing 2 lines
           close backout-listing

           display "ABEND - GENERATION SET FOR PERIOD "
              ws-backout-period " IS INCOMPLETE - NOTHING BACKED OUT"

           move 16 to return-code
           stop run.

       950-abort-gen-table-full.

           display "ABEND - GENERATION TABLE FULL - MAX "
              ws-max-gen-count " FILES EXCEEDED"

           move 16 to return-code
           stop run.

       960-abort-bank-table-full.

           display "ABEND - BANK DETAIL TABLE FULL - MAX "
              ws-max-bank-count " RECORDS EXCEEDED"

           move 16 to return-code
           stop run.

       970-abort-calendar-table-full.

           display "ABEND - RUN CALENDAR TABLE FULL - MAX "
              ws-max-calendar-count " PERIODS EXCEEDED"

           move 16 to return-code
           stop run.

       980-abort-backout-incomplete.

           perform 810-print-restore-counts

           move "BACK-OUT INCOMPLETE - PERIOD NOT REOPENED"
               to message-text-out
           write print-rec from message-line-out
               after advancing 2 lines
           close backout-listing

           display "ABEND - BACK-OUT OF PERIOD " ws-backout-period
              " INCOMPLETE - " ws-restore-error-count
              " FILES IN ERROR - PERIOD NOT REOPENED"

           move 16 to return-code
           stop run.

       end program Program27.
