       program-id. Program19 as "SequentialFileProcessing.Program19".

       environment division.
       input-output section.
       file-control.       select timecard-submissions
                           assign to "C:\a\exercise9\input18.txt"
                           organization is line sequential
                           file status is ws-submission-status.

                           select timecard-file
                           assign to "C:\a\exercise9\input19.txt"
                           organization is line sequential.

                           select timecard-edit-listing
                           assign to "C:\a\exercise9\output34.txt".

                           select timecard-sort-file
                           assign to "C:\a\exercise9\sortwk7".

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

       fd  timecard-submissions
       record contains 80 characters.
       01  timecard-batch-record.
           05  batch-record-id         picture x(5).
               88  batch-header-record           value "BHDR ".
               88  batch-trailer-record          value "BTRL ".
           05  batch-dept-code         picture x(4).
           05  batch-expected-count    picture 9(5).
           05  batch-hash-total        picture 9(9)v99.
           05  filler                  picture x(55).
       01  timecard-detail-record.
           05  employee-no-sub         picture x(5).
           05  period-no-sub           picture 9(3).
           05  regular-hours-sub       picture 9(3)v99.
           05  overtime-hours-sub      picture 9(3)v99.
           05  filler                  picture x(62).

       fd  timecard-file
       record contains 80 characters.
       01  timecard-record             picture x(80).

       fd  timecard-edit-listing.
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

       sd  timecard-sort-file.
       01  timecard-sort-record.
           05  timecard-detail-srt.
               10  employee-no-srt     picture x(5).
               10  filler              picture x(75).
           05  release-seq-srt         picture 9(7).

       working-storage section.

       01  hl-header-1.
           05      picture x(25) value spaces.
           05      picture x(24) value "TIMECARD EDIT LISTING - ".
           05      picture x(7) value "PERIOD ".
           05  period-no-out        picture zz9.
           05      picture x(5) value spaces.
           05  date-field-format    picture X(10).
           05      picture x(25) value spaces.

       01  date-field.
           05  year-field          picture 9(4).
           05  month-field         picture 9(2).
           05  day-field           picture 9(2).

       01  batch-reject-line.
           05                      picture x(6) value spaces.
           05                      picture x(5) value "DEPT ".
           05  reject-dept-out     picture x(4).
           05                      picture x(19) value
                   " BATCH REJECTED - ".
           05  reject-reason-out   picture x(30).
           05                      picture x(35) value spaces.

       01  batch-figures-line.
           05                      picture x(10) value spaces.
           05  figures-label-out   picture x(6).
           05                      picture x(10) value " EXPECTED ".
           05  figures-expected-out picture zzz,zzz,zz9.99.
           05                      picture x(8) value " ACTUAL ".
           05  figures-actual-out  picture zzz,zzz,zz9.99.
           05                      picture x(37) value spaces.

       01  card-reject-line.
           05                      picture x(6) value spaces.
           05                      picture x(9) value "EMPLOYEE ".
           05  card-empno-out      picture x(5).
           05                      picture x(18) value
                   " CARD REJECTED - ".
           05  card-reason-out     picture x(30).
           05                      picture x(31) value spaces.

       01  trailer-detail-line.
           05                          picture x(6) value spaces.
           05  trailer-label-out       picture x(30).
           05                          picture x(3) value spaces.
           05  trailer-count-out       picture zz,zz9.
           05                          picture x(54) value spaces.

       01  trailer-hours-line.
           05                          picture x(6) value spaces.
           05  trailer-hours-label-out picture x(30).
           05                          picture x(3) value spaces.
           05  trailer-hours-out       picture zzz,zz9.99.
           05                          picture x(50) value spaces.

       01  ws-submission-status    picture xx.
       01  ws-submission-eof       picture x value 'N'.

       01  ws-calendar-status      picture xx.
       01  ws-runlog-status        picture xx.
       01  ws-calendar-eof         picture x value 'N'.
       01  ws-runlog-eof           picture x value 'N'.

       01  ws-period-no            picture 9(3) value 0.
       01  ws-last-processed       picture 9(3) value 0.
       01  ws-first-open           picture 9(3) value 0.

       01  ws-log-period           picture 9(3) value 0.
       01  ws-log-rc               picture 9(2) value 0.
       01  ws-gate-program         picture x(10) value "PROGRAM19".
       01  ws-gate-predecessor     picture x(10) value "PROGRAM8".

       01  ws-pred-end-switch      picture x value 'N'.
       01  ws-pred-end-rc          picture 9(2) value 0.
       01  ws-force-switch         picture x value 'N'.

       01  ws-in-batch-switch      picture x value 'N'.
           88  batch-open                      value 'Y'.
           88  batch-closed                    value 'N'.

       01  batch-detail-table.
           05  batch-detail-entry occurs 500 times picture x(80).

       01  ws-max-batch-size       picture 9(3) value 500.
       01  ws-batch-detail-count   picture 9(5) value 0.
       01  ws-batch-sub            picture 9(3) value 0.

       01  ws-batch-dept           picture x(4) value spaces.
       01  ws-batch-hash           picture 9(9)v99 value 0.
       01  ws-hash-employee-no     picture 9(5) value 0.

       01  ws-card-valid-switch    picture x value 'Y'.
           88  card-valid                      value 'Y'.
           88  card-invalid                    value 'N'.

       01  ws-sort-eof             picture x value 'N'.

       01  ws-release-seq          picture 9(7) value 0.

       01  ws-batches-accepted     picture 9(5) value 0.
       01  ws-batches-rejected     picture 9(5) value 0.
       01  ws-cards-released       picture 9(7) value 0.
       01  ws-cards-dropped        picture 9(7) value 0.
       01  ws-cards-rejected       picture 9(7) value 0.
       01  ws-orphan-count         picture 9(5) value 0.
       01  ws-total-regular-hours  picture 9(7)v99 value 0.
       01  ws-total-overtime-hours picture 9(7)v99 value 0.

       PROCEDURE DIVISION.
       100-main-module.

           display 'PROGRAM19 STARTED'
           perform 200-initialization

           sort timecard-sort-file
               on ascending key employee-no-srt release-seq-srt
               input procedure is 300-edit-batches
               output procedure is 600-write-clean-cards

           perform 800-print-trailer
           perform 900-terminate

           if ws-batches-rejected > 0 or ws-orphan-count > 0
               or ws-cards-rejected > 0
               display "TIMECARD EDIT ENDED WITH " ws-batches-rejected
                  " REJECTED BATCHES AND " ws-cards-rejected
                  " REJECTED CARDS"
               move 4 to return-code
               move 4 to ws-log-rc
           end-if

           perform 140-write-end-log

           stop run.

       200-initialization.

           perform 110-load-log-period
           perform 120-check-step-gate
           perform 130-write-start-log

           open input timecard-submissions
           if ws-submission-status not = '00'
               move 'Y' to ws-submission-eof
           end-if
           open output timecard-edit-listing

           move spaces to print-rec

           move function current-date to date-field
           string day-field "/" month-field "/" year-field
               delimited by size into date-field-format
           end-string
           move ws-period-no to period-no-out

           write print-rec from hl-header-1 after advancing 4 lines
           write print-rec from spaces after advancing 1 line.

       110-load-log-period.

           open input run-control-calendar
           if ws-calendar-status = '00'
               perform 115-read-calendar-record
                   until ws-calendar-eof = 'Y'
               close run-control-calendar
               if ws-last-processed > 0
                   move ws-last-processed to ws-period-no
               else
                   move ws-first-open to ws-period-no
               end-if
           end-if
           move ws-period-no to ws-log-period.

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

       300-edit-batches.

           perform 310-read-submission
           perform 320-process-submission
               until ws-submission-eof = 'Y'

           if batch-open
               move 0 to batch-expected-count
               move 0 to batch-hash-total
               move "TRAILER RECORD MISSING" to reject-reason-out
               perform 500-reject-batch
           end-if.

       310-read-submission.

           read timecard-submissions
               at end move 'Y' to ws-submission-eof
           end-read.

       320-process-submission.

           evaluate true
               when batch-header-record
                    perform 330-start-batch
               when batch-trailer-record
                    perform 400-balance-batch
               when other
                    perform 350-store-detail
           end-evaluate

           perform 310-read-submission.

       330-start-batch.

           if batch-open
               move 0 to batch-expected-count
               move 0 to batch-hash-total
               move "TRAILER RECORD MISSING" to reject-reason-out
               perform 500-reject-batch
           end-if

           set batch-open to true
           move batch-dept-code to ws-batch-dept
           move 0 to ws-batch-detail-count
           move 0 to ws-batch-hash.

       350-store-detail.

           if batch-closed
               add 1 to ws-orphan-count
               add 1 to ws-cards-dropped
               move spaces to reject-dept-out
               move "RECORD OUTSIDE ANY BATCH" to reject-reason-out
               write print-rec from batch-reject-line
                   after advancing 1 line
           else
               if ws-batch-detail-count >= ws-max-batch-size
                   perform 910-abort-batch-too-large
               end-if
               add 1 to ws-batch-detail-count
               move timecard-batch-record
                   to batch-detail-entry(ws-batch-detail-count)
               if employee-no-sub is numeric
                   move employee-no-sub to ws-hash-employee-no
                   add ws-hash-employee-no to ws-batch-hash
               end-if
               if regular-hours-sub is numeric
                   add regular-hours-sub to ws-batch-hash
               end-if
               if overtime-hours-sub is numeric
                   add overtime-hours-sub to ws-batch-hash
               end-if
           end-if.

       400-balance-batch.

           if batch-closed
               add 1 to ws-orphan-count
               move batch-dept-code to reject-dept-out
               move "TRAILER WITHOUT HEADER" to reject-reason-out
               write print-rec from batch-reject-line
                   after advancing 1 line
           else
               evaluate true
                   when batch-dept-code not = ws-batch-dept
                        move "TRAILER DEPT MISMATCH"
                            to reject-reason-out
                        perform 500-reject-batch
                   when batch-expected-count not = ws-batch-detail-count
                        move "TIMECARD COUNT MISMATCH"
                            to reject-reason-out
                        perform 500-reject-batch
                   when batch-hash-total not = ws-batch-hash
                        move "HASH TOTAL MISMATCH" to reject-reason-out
                        perform 500-reject-batch
                   when other
                        perform 450-release-batch
               end-evaluate
           end-if.

       450-release-batch.

           perform 460-release-one-detail
               varying ws-batch-sub from 1 by 1
               until ws-batch-sub > ws-batch-detail-count

           add 1 to ws-batches-accepted
           set batch-closed to true.

       460-release-one-detail.

           move batch-detail-entry(ws-batch-sub)
               to timecard-batch-record
           perform 470-edit-one-card

           if card-valid
               add 1 to ws-release-seq
               add 1 to ws-cards-released
               add regular-hours-sub to ws-total-regular-hours
               add overtime-hours-sub to ws-total-overtime-hours
               move batch-detail-entry(ws-batch-sub)
                   to timecard-detail-srt
               move ws-release-seq to release-seq-srt
               release timecard-sort-record
           else
               add 1 to ws-cards-rejected
               move employee-no-sub to card-empno-out
               write print-rec from card-reject-line
                   after advancing 1 line
           end-if.

       470-edit-one-card.

           set card-valid to true
           evaluate true
               when employee-no-sub is not numeric
                    set card-invalid to true
                    move "EMPLOYEE NUMBER NOT NUMERIC"
                        to card-reason-out
               when period-no-sub is not numeric
                    set card-invalid to true
                    move "PERIOD NOT NUMERIC" to card-reason-out
               when period-no-sub not = ws-period-no
                    set card-invalid to true
                    move "CARD NOT FOR CURRENT PERIOD"
                        to card-reason-out
               when regular-hours-sub is not numeric
                    set card-invalid to true
                    move "REGULAR HOURS NOT NUMERIC"
                        to card-reason-out
               when overtime-hours-sub is not numeric
                    set card-invalid to true
                    move "OVERTIME HOURS NOT NUMERIC"
                        to card-reason-out
               when regular-hours-sub = zero
                    and overtime-hours-sub = zero
                    set card-invalid to true
                    move "NO HOURS REPORTED" to card-reason-out
           end-evaluate.

       500-reject-batch.

           add 1 to ws-batches-rejected
           add ws-batch-detail-count to ws-cards-dropped

           move ws-batch-dept to reject-dept-out
           write print-rec from batch-reject-line
               after advancing 1 line

           move "COUNT " to figures-label-out
           move batch-expected-count to figures-expected-out
           move ws-batch-detail-count to figures-actual-out
           write print-rec from batch-figures-line
               after advancing 1 line

           move "HASH  " to figures-label-out
           move batch-hash-total to figures-expected-out
           move ws-batch-hash to figures-actual-out
           write print-rec from batch-figures-line
               after advancing 1 line

           set batch-closed to true.

       600-write-clean-cards.

           open output timecard-file
           perform 610-return-clean-card
           perform 620-write-one-card
               until ws-sort-eof = 'Y'
           close timecard-file.

       610-return-clean-card.

           return timecard-sort-file
               at end move 'Y' to ws-sort-eof
           end-return.

       620-write-one-card.

           move timecard-detail-srt to timecard-record
           write timecard-record
           perform 610-return-clean-card.

       800-print-trailer.

           write print-rec from spaces after advancing 2 lines

           move "BATCHES ACCEPTED" to trailer-label-out
           move ws-batches-accepted to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "BATCHES REJECTED" to trailer-label-out
           move ws-batches-rejected to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "TIMECARDS RELEASED" to trailer-label-out
           move ws-cards-released to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "TIMECARDS REJECTED" to trailer-label-out
           move ws-cards-rejected to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "TIMECARDS DROPPED" to trailer-label-out
           move ws-cards-dropped to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "RECORDS OUTSIDE BATCHES" to trailer-label-out
           move ws-orphan-count to trailer-count-out
           write print-rec from trailer-detail-line
               after advancing 1 line

           move "REGULAR HOURS RELEASED" to trailer-hours-label-out
           move ws-total-regular-hours to trailer-hours-out
           write print-rec from trailer-hours-line
               after advancing 1 line

           move "OVERTIME HOURS RELEASED" to trailer-hours-label-out
           move ws-total-overtime-hours to trailer-hours-out
           write print-rec from trailer-hours-line
               after advancing 1 line.

       910-abort-batch-too-large.

           display "ABEND - TIMECARD BATCH FOR DEPT " ws-batch-dept
              " EXCEEDS " ws-max-batch-size " TIMECARDS"

           move 16 to return-code
           stop run.

       900-terminate.

           if ws-submission-status = '10' or ws-submission-status = '00'
               close timecard-submissions
           end-if
           close timecard-edit-listing.

       end program Program19.
