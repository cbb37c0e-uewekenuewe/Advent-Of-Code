       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-STARCARD.
       AUTHOR. Uwe Schmidt.
       environment division.
       input-output section.
       file-control.
           select job-schedule
               assign to job-schedule-name
               file status is job-schedule-status
               organization is line sequential.
           select expected-answers
               assign to expected-answers-name
               file status is expected-answers-status
               organization is line sequential.
           select scorecard-report
               assign to scorecard-report-name
               file status is scorecard-report-status
               organization is line sequential.
       data division.
       file section.
       fd  job-schedule.
           COPY JOBSCHED.
       fd  expected-answers.
           COPY EXPANS.
       fd  scorecard-report.
       01  scorecard-report-line pic x(132).
       working-storage section.
       01  job-schedule-name pic x(64) value './jobsched.dat'.
       01  job-schedule-status pic x(2) value '00'.
       01  expected-answers-name pic x(64) value './expected.dat'.
       01  expected-answers-status pic x(2) value '00'.
       01  scorecard-report-name pic x(64) value './starcard.rpt'.
       01  scorecard-report-status pic x(2) value '00'.
       01  rmio-function pic x(4) value spaces.
       01  rmio-status pic x(2) value '00'.
       COPY RESMST.
       01  sc-browse-key.
           05 sc-browse-job-name pic x(20).
           05 sc-browse-input-name pic x(64).
       01  expected-table.
           05 expected-entry occurs 200 times.
              10 expt-job-name pic x(20).
              10 expt-puzzle-input-name pic x(64).
              10 expt-result-a pic 9(18).
              10 expt-result-b pic 9(18).
       01  expected-count pic 9(3) value 0.
       01  expected-max pic 9(3) value 200.
       01  expected-found pic x(1) value 'N'.
           88 expected-is-found value 'Y'.
       01  year-table.
           05 year-entry occurs 20 times.
              10 yt-year pic x(4).
              10 yt-stars pic 9(3).
              10 yt-day occurs 25 times.
                 15 yt-program-id pic x(10).
                 15 yt-part-status occurs 2 times pic x(1).
       01  year-swap-entry pic x(307).
       01  year-count pic 9(3) value 0.
       01  year-max pic 9(3) value 20.
       01  year-slot pic 9(3) value 0.
       01  sc-year pic x(4) value spaces.
       01  sc-day-text pic x(2) value spaces.
       01  sc-day pic 9(2) value 0.
       01  sc-day-ok pic x(1) value 'N'.
           88 sc-day-is-ok value 'Y'.
       01  sc-new-status pic x(1) value spaces.
       01  sc-new-rank pic 9(1) value 0.
       01  sc-old-rank pic 9(1) value 0.
       01  sc-rank-status pic x(1) value spaces.
       01  sc-rank pic 9(1) value 0.
       01  sc-total-stars pic 9(5) value 0.
       01  sc-total-possible pic 9(5) value 0.
       01  sc-open-count pic 9(5) value 0.
       01  sc-master-count pic 9(5) value 0.
       01  report-header-1.
           05 filler pic x(36)
               value 'AOC ADVENT CALENDAR STAR SCORECARD  '.
           05 sc-hdr-timestamp pic x(21).
       01  report-legend-line.
           05 filler pic x(45)
               value '* STAR  U UNVERIFIED  F FAILED  S SCHEDULED, '.
           05 filler pic x(28)
               value 'NO RESULT  . NOT IMPLEMENTED'.
       01  report-year-line.
           05 filler pic x(5) value 'YEAR '.
           05 sc-yr-year pic x(4).
           05 filler pic x(10) value '   STARS: '.
           05 sc-yr-stars pic zz9.
           05 filler pic x(4) value ' OF '.
           05 sc-yr-possible pic zz9.
       01  report-day-line.
           05 filler pic x(6) value 'DAY   '.
           05 sc-day-heading occurs 25 times.
              10 sc-dh-day pic 9(2).
              10 filler pic x(1).
       01  report-part-line.
           05 filler pic x(1) value space.
           05 sc-pl-part pic x(1).
           05 filler pic x(4) value spaces.
           05 sc-part-cell occurs 25 times.
              10 filler pic x(1).
              10 sc-pc-status pic x(1).
              10 filler pic x(1).
       01  report-open-heading.
           05 filler pic x(44)
               value 'DAYS WITH A PROGRAM BUT NO CONFIRMED ANSWER '.
       01  report-open-line.
           05 sc-ol-year pic x(4).
           05 filler pic x(1) value '/'.
           05 sc-ol-day pic 9(2).
           05 filler pic x(2) value spaces.
           05 sc-ol-program-id pic x(10).
           05 filler pic x(4) value '  A='.
           05 sc-ol-status-a pic x(1).
           05 filler pic x(3) value ' B='.
           05 sc-ol-status-b pic x(1).
       01  report-total-line.
           05 filler pic x(13) value 'TOTAL STARS: '.
           05 sc-tot-stars pic zzzz9.
           05 filler pic x(4) value ' OF '.
           05 sc-tot-possible pic zzzz9.
           05 filler pic x(16) value '  OPEN PROGRAMS '.
           05 sc-tot-open pic zzzz9.
       01  loop-vars.
           05 yx pic 9(10) value 0.
           05 dx pic 9(10) value 0.
           05 px pic 9(10) value 0.
           05 kp-idx pic 9(10) value 0.
           05 st-idx pic 9(10) value 0.
       PROCEDURE DIVISION.
       main-logic section.
           perform load-expected-answers
           perform load-job-schedule
           perform load-results-master
           perform sort-years
           open output scorecard-report
           if scorecard-report-status not equal '00'
               display "ABEND: unable to write " scorecard-report-name
                   " file status=" scorecard-report-status
               move 16 to return-code
               STOP RUN
           end-if
           move function current-date to sc-hdr-timestamp
           move report-header-1 to scorecard-report-line
           write scorecard-report-line
           move report-legend-line to scorecard-report-line
           write scorecard-report-line
           perform varying yx from 1 by 1 until yx > year-count
               perform write-year-grid
           end-perform
           perform write-open-days
           move sc-total-stars to sc-tot-stars
           move sc-total-possible to sc-tot-possible
           move sc-open-count to sc-tot-open
           move spaces to scorecard-report-line
           write scorecard-report-line
           move report-total-line to scorecard-report-line
           write scorecard-report-line
           close scorecard-report
           display "AOC-STARCARD: " sc-total-stars " star(s) of "
               sc-total-possible " over " year-count " year(s), "
               sc-open-count " program(s) without a confirmed answer"
           display "AOC-STARCARD: scorecard written to "
               function trim(scorecard-report-name)
           STOP RUN.

       load-expected-answers section.
           move 0 to expected-count
           open input expected-answers
           if expected-answers-status not equal '00'
               display "AOC-STARCARD: no expected-answers file "
                   function trim(expected-answers-name)
                   ", no results can be starred"
               exit section
           end-if
           perform until expected-answers-status not equal '00'
               read expected-answers
               if expected-answers-status equal '00'
                   and exp-comment-flag not equal '*'
                   and exp-record-fields not equal spaces
                   if expected-count equal expected-max
                       display "AOC-STARCARD: expected-answers "
                           "table is full, remaining entries "
                           "ignored"
                   else
                       add 1 to expected-count
                       move exp-job-name
                           to expt-job-name(expected-count)
                       move exp-puzzle-input-name
                           to expt-puzzle-input-name(expected-count)
                       move exp-result-a
                           to expt-result-a(expected-count)
                       move exp-result-b
                           to expt-result-b(expected-count)
                   end-if
               end-if
           end-perform
           close expected-answers
           exit.

       load-job-schedule section.
           open input job-schedule
           if job-schedule-status not equal '00'
               display "AOC-STARCARD: no job schedule "
                   function trim(job-schedule-name)
                   ", no days shown as scheduled"
               exit section
           end-if
           perform until job-schedule-status not equal '00'
               read job-schedule
               if job-schedule-status equal '00'
                   and sched-comment-flag not equal '*'
                   and sched-record-fields not equal spaces
                   move sched-year to sc-year
                   move sched-day to sc-day-text
                   perform find-year-day
                   if sc-day-is-ok
                       move sched-program-id
                           to yt-program-id(year-slot, sc-day)
                       move 'S' to sc-new-status
                       move 1 to px
                       perform merge-part-status
                       move 2 to px
                       perform merge-part-status
                   end-if
               end-if
           end-perform
           close job-schedule
           exit.

       load-results-master section.
           move spaces to sc-browse-key
           perform with test after
               until rmio-status not equal '00'
               initialize rm-record
               move sc-browse-key to rm-key
               move 'BRWS' to rmio-function
               call 'AOC-RESMIO' using rmio-function, rm-record,
                   rmio-status
               if rmio-status equal '00'
                   move rm-key to sc-browse-key
                   add 1 to sc-master-count
                   perform score-master-record
               else
                   if rmio-status not equal '10'
                       and rmio-status not equal '35'
                       display "AOC-STARCARD: results-master I/O "
                           "error, status=" rmio-status
                       move 16 to return-code
                       STOP RUN
                   end-if
               end-if
           end-perform
           exit.

       score-master-record section.
           move rm-job-name(1:4) to sc-year
           move rm-job-name(6:2) to sc-day-text
           perform find-year-day
           if not sc-day-is-ok
               exit section
           end-if
           move 'N' to expected-found
           perform varying kp-idx from 1 by 1
               until kp-idx > expected-count or expected-is-found
               if expt-job-name(kp-idx) equal rm-job-name
                   and expt-puzzle-input-name(kp-idx)
                       equal rm-puzzle-input-name
                   move 'Y' to expected-found
                   subtract 1 from kp-idx
               end-if
           end-perform
           if not expected-is-found
               move 'U' to sc-new-status
               move 1 to px
               perform merge-part-status
               move 2 to px
               perform merge-part-status
               exit section
           end-if
           if rm-result-a equal expt-result-a(kp-idx)
               move '*' to sc-new-status
           else
               move 'F' to sc-new-status
           end-if
           move 1 to px
           perform merge-part-status
           if rm-result-b equal expt-result-b(kp-idx)
               move '*' to sc-new-status
           else
               move 'F' to sc-new-status
           end-if
           move 2 to px
           perform merge-part-status
           exit.

       find-year-day section.
           move 'N' to sc-day-ok
           if sc-year is not numeric
               or sc-day-text is not numeric
               exit section
           end-if
           move sc-day-text to sc-day
           if sc-day < 1 or sc-day > 25
               exit section
           end-if
           move 0 to year-slot
           perform varying yx from 1 by 1
               until yx > year-count or year-slot > 0
               if yt-year(yx) equal sc-year
                   move yx to year-slot
               end-if
           end-perform
           if year-slot equal 0
               if year-count equal year-max
                   display "AOC-STARCARD: year table is full, "
                       sc-year " not scored"
                   exit section
               end-if
               add 1 to year-count
               move year-count to year-slot
               move sc-year to yt-year(year-slot)
               move 0 to yt-stars(year-slot)
               perform varying dx from 1 by 1 until dx > 25
                   move spaces to yt-program-id(year-slot, dx)
                   move '.' to yt-part-status(year-slot, dx, 1)
                   move '.' to yt-part-status(year-slot, dx, 2)
               end-perform
           end-if
           move 'Y' to sc-day-ok
           exit.

       merge-part-status section.
           move sc-new-status to sc-rank-status
           perform rank-part-status
           move sc-rank to sc-new-rank
           move yt-part-status(year-slot, sc-day, px)
               to sc-rank-status
           perform rank-part-status
           move sc-rank to sc-old-rank
           if sc-new-rank > sc-old-rank
               move sc-new-status
                   to yt-part-status(year-slot, sc-day, px)
           end-if
           exit.

       rank-part-status section.
           evaluate sc-rank-status
               when '*'
                   move 4 to sc-rank
               when 'F'
                   move 3 to sc-rank
               when 'U'
                   move 2 to sc-rank
               when 'S'
                   move 1 to sc-rank
               when other
                   move 0 to sc-rank
           end-evaluate
           exit.

       sort-years section.
           perform varying st-idx from 1 by 1
               until st-idx > year-count - 1
               perform varying yx from 1 by 1
                   until yx > year-count - st-idx
                   if yt-year(yx) > yt-year(yx + 1)
                       move year-entry(yx) to year-swap-entry
                       move year-entry(yx + 1) to year-entry(yx)
                       move year-swap-entry to year-entry(yx + 1)
                   end-if
               end-perform
           end-perform
           exit.

       write-year-grid section.
           move 0 to yt-stars(yx)
           perform varying dx from 1 by 1 until dx > 25
               perform varying px from 1 by 1 until px > 2
                   if yt-part-status(yx, dx, px) equal '*'
                       add 1 to yt-stars(yx)
                   end-if
               end-perform
           end-perform
           add yt-stars(yx) to sc-total-stars
           add 50 to sc-total-possible
           move spaces to scorecard-report-line
           write scorecard-report-line
           move yt-year(yx) to sc-yr-year
           move yt-stars(yx) to sc-yr-stars
           move 50 to sc-yr-possible
           move report-year-line to scorecard-report-line
           write scorecard-report-line
           move spaces to report-day-line(7:)
           perform varying dx from 1 by 1 until dx > 25
               move dx to sc-dh-day(dx)
           end-perform
           move report-day-line to scorecard-report-line
           write scorecard-report-line
           perform varying px from 1 by 1 until px > 2
               move spaces to report-part-line(7:)
               if px equal 1
                   move 'A' to sc-pl-part
               else
                   move 'B' to sc-pl-part
               end-if
               perform varying dx from 1 by 1 until dx > 25
                   move yt-part-status(yx, dx, px) to sc-pc-status(dx)
               end-perform
               move report-part-line to scorecard-report-line
               write scorecard-report-line
           end-perform
           display "AOC-STARCARD: " yt-year(yx) " " yt-stars(yx)
               " star(s) of 50"
           exit.

       write-open-days section.
           move spaces to scorecard-report-line
           write scorecard-report-line
           move report-open-heading to scorecard-report-line
           write scorecard-report-line
           perform varying yx from 1 by 1 until yx > year-count
               perform varying dx from 1 by 1 until dx > 25
                   if yt-program-id(yx, dx) not equal spaces
                       and (yt-part-status(yx, dx, 1) not equal '*'
                       or yt-part-status(yx, dx, 2) not equal '*')
                       add 1 to sc-open-count
                       move yt-year(yx) to sc-ol-year
                       move dx to sc-ol-day
                       move yt-program-id(yx, dx) to sc-ol-program-id
                       move yt-part-status(yx, dx, 1)
                           to sc-ol-status-a
                       move yt-part-status(yx, dx, 2)
                           to sc-ol-status-b
                       move report-open-line to scorecard-report-line
                       write scorecard-report-line
                   end-if
               end-perform
           end-perform
           if sc-open-count equal 0
               move '  (none)' to scorecard-report-line
               write scorecard-report-line
           end-if
           exit.
