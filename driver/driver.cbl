               assign to expected-answers-name
               file status is expected-answers-status
               organization is line sequential.
           select rejected-answers
               assign to rejected-answers-name
               file status is rejected-answers-status
               organization is line sequential.
           select replay-report
               assign to replay-report-name
               file status is replay-report-status
               organization is line sequential.
           select test-deck
               assign to test-deck-name
               file status is test-deck-status
               organization is line sequential.
       data division.
       file section.
       fd  consolidated-results.
           COPY JOBLOG.
       fd  expected-answers.
           COPY EXPANS.
       fd  rejected-answers.
           COPY REJANS.
       fd  replay-report.
       01  replay-report-line pic x(132).
       fd  test-deck.
           COPY TSTDECK.
       working-storage section.
       01  job-table.
           05 job-entry occurs 10 times.
              10 job-depends-on pic x(10).
              10 job-final-rc pic 9(4).
              10 job-skipped pic x(1).
              10 job-preflight-failed pic x(1).
              10 job-input-count pic 9(3) value 0.
              10 job-input-entry occurs 20 times.
                 15 job-puzzle-input-name pic x(64).
       01  expected-answers-status pic x(2) value '00'.
       01  driver-command-line pic x(200) value spaces.
       01  driver-run-mode pic x(10) value spaces.
       01  driver-run-option pic x(10) value spaces.
       01  replay-input-name pic x(64) value spaces.
       01  replay-hist-text pic x(4) value spaces.
       01  replay-hist-seq pic 9(1) value 0.
       01  replay-job-name pic x(20) value spaces.
       01  replay-hist-timestamp pic x(21) value spaces.
       01  replay-hist-record-count pic 9(10) value 0.
       01  replay-hist-checksum pic 9(10) value 0.
       01  replay-hist-result-a pic 9(18) value 0.
       01  replay-hist-result-b pic 9(18) value 0.
       01  replay-outcome pic x(8) value spaces.
       01  replay-report-name pic x(64) value './replay.rpt'.
       01  replay-report-status pic x(2) value '00'.
       01  rmio-function pic x(4) value spaces.
       01  rmio-status pic x(2) value '00'.
       COPY RESMST.
       01  arcio-function pic x(4) value spaces.
       01  arcio-status pic x(2) value '00'.
       COPY INARCH.
       01  incio-function pic x(4) value spaces.
       01  incio-status pic x(2) value '00'.
       COPY INCREC.
       01  rerun-mode pic x(1) value 'N'.
           88 rerun-mode-active value 'Y'.
       01  preflight-mode pic x(1) value 'N'.
           88 preflight-mode-active value 'Y'.
       01  prior-log-table.
           05 prior-log-entry occurs 200 times.
              10 pl-program-id pic x(10).
       01  expected-found pic x(1) value 'N'.
           88 expected-is-found value 'Y'.
       01  verify-failed-count pic 9(5) value 0.
       01  rejected-answers-name pic x(64) value './rejected.dat'.
       01  rejected-answers-status pic x(2) value '00'.
       01  rejected-table.
           05 rejected-entry occurs 500 times.
              10 rejt-job-name pic x(20).
              10 rejt-puzzle-input-name pic x(64).
              10 rejt-part pic x(1).
              10 rejt-value pic 9(18).
              10 rejt-hint pic x(5).
       01  rejected-count pic 9(3) value 0.
       01  rejected-max pic 9(3) value 500.
       01  known-bad-found pic x(1) value 'N'.
           88 known-bad-is-found value 'Y'.
       01  known-bad-part pic x(1) value spaces.
       01  known-bad-result pic 9(18) value 0.
       01  known-bad-count pic 9(5) value 0.
       01  test-deck-name pic x(64) value './testdeck.dat'.
       01  test-deck-status pic x(2) value '00'.
       01  test-deck-table.
           05 test-deck-entry occurs 100 times.
              10 tdt-program-id pic x(10).
              10 tdt-sample-input-name pic x(64).
              10 tdt-result-a pic 9(18).
              10 tdt-result-b pic 9(18).
       01  test-deck-count pic 9(3) value 0.
       01  test-deck-max pic 9(3) value 100.
       01  preflight-sample-count pic 9(3) value 0.
       01  preflight-passed-count pic 9(5) value 0.
       01  preflight-failed-count pic 9(5) value 0.
       01  ws-stamp pic x(21) value spaces.
       01  ws-stamp-fields redefines ws-stamp.
           05 filler pic x(8).
       01  jobs-succeeded pic 9(5) value 0.
       01  jobs-abended pic 9(5) value 0.
       01  jobs-skipped pic 9(5) value 0.
       01  jobs-held pic 9(5) value 0.
       01  ws-now-hhmm pic 9(4) value 0.
       01  ws-skip-reason pic x(12) value spaces.
       01  job-runnable pic x(1) value 'Y'.
       01  dep-found pic x(1) value 'N'.
           88 dep-is-found value 'Y'.
       01  highest-return-code pic 9(4) value 0.
       01  catio-function pic x(4) value spaces.
       01  catio-status pic x(2) value '00'.
       COPY PGMCAT.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  sched-entry-ok pic x(1) value 'N'.
           88 sched-entry-is-ok value 'Y'.
       01  sched-program-known pic x(1) value 'N'.
           05 dp-idx pic 9(10) value 0.
           05 pr-idx pic 9(10) value 0.
           05 rt-idx pic 9(10) value 0.
           05 td-idx pic 9(10) value 0.
       PROCEDURE DIVISION.
       main-logic section.
           accept driver-command-line from command-line
           unstring driver-command-line delimited by all ' '
               into driver-run-mode, driver-run-option,
                   replay-input-name, replay-hist-text
           end-unstring
           move function upper-case(driver-run-mode)
               to driver-run-mode
           move function upper-case(driver-run-option)
               to driver-run-option
           if driver-run-mode equal 'REPLAY'
               perform run-replay
               STOP RUN
           end-if
           if driver-run-mode equal 'RERUN'
               or driver-run-option equal 'RERUN'
               move 'Y' to rerun-mode
               display "AOC-DRIVER: rerun mode requested, clean "
                   "results will be carried forward"
           end-if
           if driver-run-mode equal 'PREFLIGHT'
               or driver-run-option equal 'PREFLIGHT'
               move 'Y' to preflight-mode
               display "AOC-DRIVER: preflight mode requested, "
                   "programs will be run against their sample deck "
                   "first"
           end-if
           perform take-run-lock
           perform load-job-schedule
           perform sort-jobs-by-priority
           perform load-expected-answers
           perform load-rejected-answers
           if rerun-mode-active
               perform load-prior-job-log
           end-if
           end-if
           open output consolidated-results
           open output job-log
           if preflight-mode-active
               perform run-preflight
           end-if
           perform varying jt-idx from 1 by 1 until jt-idx > job-count
               perform check-job-runnable
               if not job-is-runnable
                       perform decide-pair-rerun
                       if pair-rerun-needed
                           perform run-one-job
                           if ws-job-rc equal 0 or ws-job-rc equal 4
                               perform write-consolidated-result
                           end-if
                       else
               display "AOC-DRIVER: WARNING " verify-failed-count
                   " result(s) FAILED expected-answers verification"
           end-if
           if known-bad-count > 0
               display "AOC-DRIVER: WARNING " known-bad-count
                   " result(s) KNOWN-BAD against the rejected-answers"
                   " ledger"
           end-if
           if jobs-held > 0
               display "AOC-DRIVER: WARNING " jobs-held
                   " result(s) on QUAL-HOLD, release or discard "
                   "with qhold"
           end-if
           if preflight-failed-count > 0
               display "AOC-DRIVER: WARNING " preflight-failed-count
                   " sample(s) FAILED preflight, real inputs of those "
                   "programs were skipped"
           end-if
           perform release-run-lock
           move highest-return-code to return-code
           STOP RUN.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-DRIVER' to lck-owner-program
           move 'consolidated.rpt joblog.rpt results.mst qhold.dat .exc
      -        '.sup' to lck-resources
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   continue
               when '90'
                   display "AOC-DRIVER: run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " for "
                       function trim(lck-resources)
                   display "AOC-DRIVER: stream not started"
                   move 12 to return-code
                   STOP RUN
               when '91'
                   display "AOC-DRIVER: STALE run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " ("
                       lockio-age-minutes " minutes)"
                   display "AOC-DRIVER: stream not started, check "
                       "the holder and release with lockmnt RELEASE"
                   move 12 to return-code
                   STOP RUN
               when other
                   display "ABEND: unable to take run lock, status="
                       lockio-status
                   move 16 to return-code
                   STOP RUN
           end-evaluate
           exit.

       release-run-lock section.
           move spaces to lck-record
           move 'AOC-DRIVER' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-DRIVER: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           exit.

       load-expected-answers section.
           move 0 to expected-count
           open input expected-answers
           end-if
           exit.

       load-rejected-answers section.
           move 0 to rejected-count
           open input rejected-answers
           if rejected-answers-status not equal '00'
               display "AOC-DRIVER: no rejected-answers file "
                   function trim(rejected-answers-name)
                   ", known-bad check skipped"
               exit section
           end-if
           perform until rejected-answers-status not equal '00'
               read rejected-answers
               if rejected-answers-status equal '00'
                   and rej-comment-flag not equal '*'
                   and rej-record-fields not equal spaces
                   if rejected-count equal rejected-max
                       display "ABEND: "
                           function trim(rejected-answers-name)
                           " exceeds " rejected-max " records"
                       close rejected-answers
                       perform release-run-lock
                       move 16 to return-code
                       STOP RUN
                   else
                       add 1 to rejected-count
                       move rej-job-name
                           to rejt-job-name(rejected-count)
                       move rej-puzzle-input-name
                           to rejt-puzzle-input-name(rejected-count)
                       move rej-part to rejt-part(rejected-count)
                       move rej-value to rejt-value(rejected-count)
                       move rej-hint to rejt-hint(rejected-count)
                   end-if
               end-if
           end-perform
           close rejected-answers
           display "AOC-DRIVER: " rejected-count
               " rejected-answer record(s) loaded"
           exit.

       load-test-deck section.
           move 0 to test-deck-count
           open input test-deck
           if test-deck-status not equal '00'
               display "AOC-DRIVER: no test-deck file "
                   function trim(test-deck-name)
                   ", preflight has no samples to run"
               exit section
           end-if
           perform until test-deck-status not equal '00'
               read test-deck
               if test-deck-status equal '00'
                   and tst-comment-flag not equal '*'
                   and tst-record-fields not equal spaces
                   if test-deck-count equal test-deck-max
                       display "AOC-DRIVER: test-deck table is full, "
                           "remaining entries ignored"
                   else
                       add 1 to test-deck-count
                       move tst-program-id
                           to tdt-program-id(test-deck-count)
                       move tst-sample-input-name
                           to tdt-sample-input-name(test-deck-count)
                       move tst-result-a
                           to tdt-result-a(test-deck-count)
                       move tst-result-b
                           to tdt-result-b(test-deck-count)
                   end-if
               end-if
           end-perform
           close test-deck
           display "AOC-DRIVER: " test-deck-count
               " test-deck sample(s) loaded"
           exit.

       load-prior-job-log section.
           move 0 to prior-log-count
           open input job-log
               and pl-return-code(pl-slot) equal 0
               and ret-slot > 0
               and ret-verify-status(ret-slot) not equal 'FAIL'
               and ret-verify-status(ret-slot) not equal 'KNOWN-BAD'
               move 'N' to pair-needs-rerun
           end-if
           exit.
               display "ABEND: unable to write "
                   consolidated-results-name
                   " file status=" consolidated-results-status
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
           move 0 to jl-highest-return-code
           move 0 to jl-verify-failed
           move 0 to jl-jobs-skipped
           move 0 to jl-known-bad
           move 0 to jl-preflight-passed
           move 0 to jl-preflight-failed
           move 0 to jl-jobs-held
           write jl-record
           exit.

           if job-schedule-status not equal '00'
               display "ABEND: unable to open " job-schedule-name
                   " file status=" job-schedule-status
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
       validate-schedule-entry section.
           move 'Y' to sched-entry-ok
           move 'N' to sched-program-known
           move spaces to cat-record-fields
           move sched-program-id to cat-program-id
           move 'READ' to catio-function
           call 'AOC-CATIO' using catio-function, cat-record-fields,
               catio-status
           evaluate catio-status
               when '00'
                   move 'Y' to sched-program-known
               when '23'
                   continue
               when other
                   display "ABEND: unable to read program catalog, "
                       "status=" catio-status
                   perform release-run-lock
                   move 16 to return-code
                   STOP RUN
           end-evaluate
           if not sched-program-is-known
               display "AOC-DRIVER: schedule entry for " sched-year
                   "/" sched-day " names unknown PROGRAM-ID "
                   sched-program-id ", skipping"
               move 'N' to sched-entry-ok
           else
               if cat-status not equal 'A'
                   display "AOC-DRIVER: schedule entry for "
                       sched-year "/" sched-day " names PROGRAM-ID "
                       sched-program-id " which is retired in the "
                       "program catalog, skipping"
                   move 'N' to sched-entry-ok
               end-if
               if cat-year not equal sched-year
                   or cat-day not equal sched-day
                   display "AOC-DRIVER: schedule entry for "
                       sched-year "/" sched-day " names PROGRAM-ID "
                       sched-program-id " which the program catalog "
                       "holds for " cat-year "/" cat-day ", skipping"
                   move 'N' to sched-entry-ok
               end-if
           end-if
           perform varying jt-idx from 1 by 1 until jt-idx > job-count
               if job-year(jt-idx) equal sched-year
           end-if
           move 0 to job-final-rc(job-count)
           move 'N' to job-skipped(job-count)
           move 'N' to job-preflight-failed(job-count)
           display "AOC-DRIVER: scheduled " job-program-id(job-count)
               " for " job-year(job-count) "/" job-day(job-count)
               " priority " job-priority(job-count)
       check-job-runnable section.
           move 'Y' to job-runnable
           move spaces to ws-skip-reason
           if job-preflight-failed(jt-idx) equal 'Y'
               move 'N' to job-runnable
               move 'SKIPPED-PRE' to ws-skip-reason
               display "AOC-DRIVER: " job-program-id(jt-idx)
                   " for " job-year(jt-idx) "/" job-day(jt-idx)
                   " failed preflight, real inputs skipped"
               exit section
           end-if
           move function current-date to ws-stamp
           compute ws-now-hhmm = (ws-stamp-hh * 100) + ws-stamp-mm
           if ws-now-hhmm < job-earliest-start(jt-idx)
               move 0 to jl-highest-return-code
               move 0 to jl-verify-failed
               move 0 to jl-jobs-skipped
               move 0 to jl-known-bad
               move 0 to jl-preflight-passed
               move 0 to jl-preflight-failed
               move 0 to jl-jobs-held
               write jl-record
           end-perform
           exit.
           move 0 to jl-highest-return-code
           move 0 to jl-verify-failed
           move 0 to jl-jobs-skipped
           move 0 to jl-known-bad
           move 0 to jl-preflight-passed
           move 0 to jl-preflight-failed
           move 0 to jl-jobs-held
           write jl-record
           call job-program-id(jt-idx) using call-puzzle-input-name,
               call-year, call-day, call-result-a, call-result-b
           move return-code to ws-job-rc
           move 0 to return-code
           add 1 to jobs-attempted
           evaluate ws-job-rc
               when 0
                   add 1 to jobs-succeeded
               when 4
                   add 1 to jobs-held
               when other
                   add 1 to jobs-abended
           end-evaluate
           if ws-job-rc > highest-return-code
               move ws-job-rc to highest-return-code
           end-if
           move 0 to jl-highest-return-code
           move 0 to jl-verify-failed
           move 0 to jl-jobs-skipped
           move 0 to jl-known-bad
           move 0 to jl-preflight-passed
           move 0 to jl-preflight-failed
           move 0 to jl-jobs-held
           write jl-record
           if ws-job-rc equal 4
               display "AOC-DRIVER: WARNING " job-program-id(jt-idx)
                   " for " job-year(jt-idx) "/" job-day(jt-idx)
                   " input " call-puzzle-input-name
                   " exceeded its reject tolerance, result held"
           end-if
           if ws-job-rc > 4
               display "AOC-DRIVER: WARNING " job-program-id(jt-idx)
                   " for " job-year(jt-idx) "/" job-day(jt-idx)
                   " input " call-puzzle-input-name
                   " abended, return-code=" ws-job-rc
                   ", continuing with remaining jobs"
               initialize inc-record
               move 'ABEND' to inc-condition
               move 1 to inc-severity
               string 'abended with return-code ' delimited by size
                      ws-job-rc delimited by size
                      ' for ' delimited by size
                      job-year(jt-idx) delimited by size
                      '/' delimited by size
                      job-day(jt-idx) delimited by size
                      into inc-description
               end-string
               perform raise-job-incident
           end-if
           exit.

       raise-job-incident section.
           move 'AOC-DRIVER' to inc-source-program
           move job-program-id(jt-idx) to inc-program-id
           move call-puzzle-input-name to inc-puzzle-input-name
           move ws-stamp to inc-last-seen-timestamp
           move 'RAIS' to incio-function
           call 'AOC-INCIO' using incio-function, inc-record,
               incio-status
           evaluate incio-status
               when '00'
                   display "AOC-DRIVER: incident " inc-number
                       " opened, " function trim(inc-condition)
               when '22'
                   display "AOC-DRIVER: incident " inc-number
                       " still open, " function trim(inc-condition)
                       " occurrence " inc-occurrences
               when other
                   display "AOC-DRIVER: WARNING unable to raise "
                       function trim(inc-condition)
                       " incident, status=" incio-status
           end-evaluate
           exit.

       run-preflight section.
           perform load-test-deck
           set environment 'AOC_RUN_MODE' to 'PREFLIGHT'
           perform varying jt-idx from 1 by 1 until jt-idx > job-count
               move 0 to preflight-sample-count
               perform varying td-idx from 1 by 1
                   until td-idx > test-deck-count
                   if tdt-program-id(td-idx)
                       equal job-program-id(jt-idx)
                       add 1 to preflight-sample-count
                       perform run-one-sample
                   end-if
               end-perform
               if preflight-sample-count equal 0
                   display "AOC-DRIVER: no sample deck for "
                       job-program-id(jt-idx)
                       ", real inputs will run without preflight"
               end-if
           end-perform
           set environment 'AOC_RUN_MODE' to spaces
           display "AOC-DRIVER: preflight complete, "
               preflight-passed-count " sample(s) passed, "
               preflight-failed-count " failed"
           exit.

       run-one-sample section.
           move tdt-sample-input-name(td-idx) to call-puzzle-input-name
           move job-year(jt-idx) to call-year
           move job-day(jt-idx) to call-day
           move 0 to call-result-a
           move 0 to call-result-b
           display "AOC-DRIVER: preflight " job-program-id(jt-idx)
               " for " job-year(jt-idx) "/" job-day(jt-idx)
               " sample " call-puzzle-input-name
           move function current-date to ws-stamp
           compute ws-start-seconds = (ws-stamp-hh * 3600)
               + (ws-stamp-mm * 60) + ws-stamp-ss
           call job-program-id(jt-idx) using call-puzzle-input-name,
               call-year, call-day, call-result-a, call-result-b
           cancel job-program-id(jt-idx)
           move return-code to ws-job-rc
           move 0 to return-code
           move function current-date to ws-stamp
           compute ws-end-seconds = (ws-stamp-hh * 3600)
               + (ws-stamp-mm * 60) + ws-stamp-ss
           if ws-end-seconds < ws-start-seconds
               compute ws-elapsed-seconds = ws-end-seconds + 86400
                   - ws-start-seconds
           else
               compute ws-elapsed-seconds = ws-end-seconds
                   - ws-start-seconds
           end-if
           move spaces to jl-record
           if ws-job-rc equal 0
               and call-result-a equal tdt-result-a(td-idx)
               and call-result-b equal tdt-result-b(td-idx)
               move 'PREFLT-PASS' to jl-record-type
               add 1 to preflight-passed-count
           else
               move 'PREFLT-FAIL' to jl-record-type
               add 1 to preflight-failed-count
               move 'Y' to job-preflight-failed(jt-idx)
               display "AOC-DRIVER: WARNING preflight FAILED for "
                   job-program-id(jt-idx) " sample "
                   function trim(call-puzzle-input-name)
                   ", return-code=" ws-job-rc
               display "AOC-DRIVER: expected A="
                   tdt-result-a(td-idx) " B=" tdt-result-b(td-idx)
                   " got A=" call-result-a " B=" call-result-b
           end-if
           move ws-stamp to jl-timestamp
           move job-program-id(jt-idx) to jl-program-id
           move call-puzzle-input-name to jl-puzzle-input-name
           move ws-elapsed-seconds to jl-elapsed-seconds
           move ws-job-rc to jl-return-code
           move 0 to jl-jobs-attempted
           move 0 to jl-jobs-succeeded
           move 0 to jl-jobs-abended
           move 0 to jl-highest-return-code
           move 0 to jl-verify-failed
           move 0 to jl-jobs-skipped
           move 0 to jl-known-bad
           move 0 to jl-preflight-passed
           move 0 to jl-preflight-failed
           move 0 to jl-jobs-held
           write jl-record
           exit.

       run-replay section.
           if driver-run-option equal spaces
               or replay-input-name equal spaces
               display "usage: driver REPLAY program-id input-name "
                   "[history-entry 0-5, 0 is the current run]"
               move 8 to return-code
               exit section
           end-if
           move 0 to replay-hist-seq
           if replay-hist-text not equal spaces
               if replay-hist-text(1:1) is not numeric
                   or replay-hist-text(2:3) not equal spaces
                   or replay-hist-text(1:1) > '5'
                   display "AOC-DRIVER: history entry "
                       function trim(replay-hist-text)
                       " is not 0-5"
                   move 8 to return-code
                   exit section
               end-if
               move replay-hist-text(1:1) to replay-hist-seq
           end-if
           move spaces to cat-record-fields
           move driver-run-option to cat-program-id
           move 'READ' to catio-function
           call 'AOC-CATIO' using catio-function, cat-record-fields,
               catio-status
           if catio-status not equal '00'
               display "AOC-DRIVER: PROGRAM-ID "
                   function trim(driver-run-option)
                   " is not in the program catalog, status="
                   catio-status
               move 8 to return-code
               exit section
           end-if
           move spaces to replay-job-name
           string cat-year delimited by size
                  '-' delimited by size
                  cat-day delimited by size
                  into replay-job-name
           end-string
           initialize rm-record
           move replay-job-name to rm-job-name
           move replay-input-name to rm-puzzle-input-name
           move 'READ' to rmio-function
           call 'AOC-RESMIO' using rmio-function, rm-record,
               rmio-status
           if rmio-status not equal '00'
               display "AOC-DRIVER: no results-master record for "
                   function trim(replay-job-name) " "
                   function trim(replay-input-name)
                   ", status=" rmio-status
               move 8 to return-code
               exit section
           end-if
           if replay-hist-seq equal 0
               move rm-run-timestamp to replay-hist-timestamp
               move rm-record-count to replay-hist-record-count
               move rm-input-checksum to replay-hist-checksum
               move rm-result-a to replay-hist-result-a
               move rm-result-b to replay-hist-result-b
           else
               if replay-hist-seq > rm-history-count
                   display "AOC-DRIVER: history entry "
                       replay-hist-seq " is not on the results "
                       "master, " rm-history-count " entries held"
                   move 8 to return-code
                   exit section
               end-if
               move rm-hist-timestamp(replay-hist-seq)
                   to replay-hist-timestamp
               move rm-hist-record-count(replay-hist-seq)
                   to replay-hist-record-count
               move rm-hist-checksum(replay-hist-seq)
                   to replay-hist-checksum
               move rm-hist-result-a(replay-hist-seq)
                   to replay-hist-result-a
               move rm-hist-result-b(replay-hist-seq)
                   to replay-hist-result-b
           end-if
           move spaces to ia-record
           move replay-job-name to ia-job-name
           move replay-input-name to ia-puzzle-input-name
           move replay-hist-record-count to ia-record-count
           move replay-hist-checksum to ia-input-checksum
           move 'FIND' to arcio-function
           call 'AOC-ARCIO' using arcio-function, ia-record,
               arcio-status
           if arcio-status not equal '00'
               display "AOC-DRIVER: no archived input version for "
                   function trim(replay-job-name) " "
                   function trim(replay-input-name) " records="
                   replay-hist-record-count " checksum="
                   replay-hist-checksum
               move 8 to return-code
               exit section
           end-if
           move ia-archive-name to call-puzzle-input-name
           move cat-year to call-year
           move cat-day to call-day
           move 0 to call-result-a
           move 0 to call-result-b
           display "AOC-DRIVER: replaying " driver-run-option
               " against " function trim(ia-archive-name)
               " from run " replay-hist-timestamp(1:14)
           set environment 'AOC_RUN_MODE' to 'REPLAY'
           call driver-run-option using call-puzzle-input-name,
               call-year, call-day, call-result-a, call-result-b
           cancel driver-run-option
           move return-code to ws-job-rc
           move 0 to return-code
           set environment 'AOC_RUN_MODE' to spaces
           evaluate true
               when ws-job-rc > 4
                   move 'ABENDED' to replay-outcome
               when call-result-a equal replay-hist-result-a
                   and call-result-b equal replay-hist-result-b
                   move 'MATCH' to replay-outcome
               when other
                   move 'DIFFER' to replay-outcome
           end-evaluate
           perform write-replay-report
           display "AOC-DRIVER: replay " function trim(replay-outcome)
               " historic A=" replay-hist-result-a
               " B=" replay-hist-result-b
           display "AOC-DRIVER: replayed A=" call-result-a
               " B=" call-result-b " return-code=" ws-job-rc
           evaluate replay-outcome
               when 'MATCH'
                   move 0 to return-code
               when 'DIFFER'
                   move 4 to return-code
               when other
                   move 16 to return-code
           end-evaluate
           exit.

       write-replay-report section.
           open extend replay-report
           if replay-report-status not equal '00'
               open output replay-report
           end-if
           if replay-report-status not equal '00'
               display "AOC-DRIVER: WARNING unable to write "
                   function trim(replay-report-name)
                   " file status=" replay-report-status
               exit section
           end-if
           move function current-date to ws-stamp
           move spaces to replay-report-line
           string 'REPLAY ' delimited by size
                  ws-stamp(1:14) delimited by size
                  ' ' delimited by size
                  driver-run-option delimited by size
                  ' ' delimited by size
                  replay-job-name(1:7) delimited by size
                  ' ' delimited by size
                  function trim(replay-input-name) delimited by size
                  into replay-report-line
           end-string
           write replay-report-line
           move spaces to replay-report-line
           string '  HISTORY ENTRY ' delimited by size
                  replay-hist-seq delimited by size
                  ' RUN ' delimited by size
                  replay-hist-timestamp(1:14) delimited by size
                  ' RECORDS ' delimited by size
                  replay-hist-record-count delimited by size
                  ' CHECKSUM ' delimited by size
                  replay-hist-checksum delimited by size
                  into replay-report-line
           end-string
           write replay-report-line
           move spaces to replay-report-line
           string '  ARCHIVED INPUT ' delimited by size
                  function trim(ia-archive-name) delimited by size
                  ' FROM ' delimited by size
                  ia-archive-timestamp(1:14) delimited by size
                  into replay-report-line
           end-string
           write replay-report-line
           move spaces to replay-report-line
           string '  HISTORIC A=' delimited by size
                  replay-hist-result-a delimited by size
                  ' B=' delimited by size
                  replay-hist-result-b delimited by size
                  into replay-report-line
           end-string
           write replay-report-line
           move spaces to replay-report-line
           string '  REPLAYED A=' delimited by size
                  call-result-a delimited by size
                  ' B=' delimited by size
                  call-result-b delimited by size
                  ' RC=' delimited by size
                  ws-job-rc delimited by size
                  into replay-report-line
           end-string
           write replay-report-line
           move spaces to replay-report-line
           string '  OUTCOME ' delimited by size
                  replay-outcome delimited by size
                  into replay-report-line
           end-string
           write replay-report-line
           close replay-report
           exit.

       write-stream-summary section.
           move highest-return-code to jl-highest-return-code
           move verify-failed-count to jl-verify-failed
           move jobs-skipped to jl-jobs-skipped
           move known-bad-count to jl-known-bad
           move preflight-passed-count to jl-preflight-passed
           move preflight-failed-count to jl-preflight-failed
           move jobs-held to jl-jobs-held
           write jl-record
           exit.

           move call-puzzle-input-name to consol-puzzle-input-name
           move call-result-a to consol-result-a
           move call-result-b to consol-result-b
           if ws-job-rc equal 4
               move 'QUAL-HOLD' to consol-verify-status
               move 0 to consol-expected-a
               move 0 to consol-expected-b
           else
               perform verify-expected-answers
           end-if
           write consol-record
           if consolidated-results-status not equal '00'
               display "ABEND: unable to write "
                   consolidated-results-name
                   " file status=" consolidated-results-status
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
               move 'UNVERIFIED' to consol-verify-status
               move 0 to consol-expected-a
               move 0 to consol-expected-b
               perform check-rejected-answers
           else
               move expt-result-a(kp-idx) to consol-expected-a
               move expt-result-b(kp-idx) to consol-expected-b
                       expt-result-a(kp-idx) " B="
                       expt-result-b(kp-idx) " got A="
                       consol-result-a " B=" consol-result-b
                   initialize inc-record
                   move 'VERIFY-FAIL' to inc-condition
                   move 2 to inc-severity
                   string 'expected A=' delimited by size
                          expt-result-a(kp-idx) delimited by size
                          ' B=' delimited by size
                          expt-result-b(kp-idx) delimited by size
                          ' got A=' delimited by size
                          consol-result-a delimited by size
                          ' B=' delimited by size
                          consol-result-b delimited by size
                          into inc-description
                   end-string
                   perform raise-job-incident
               end-if
           end-if
           exit.

       check-rejected-answers section.
           move 'N' to known-bad-found
           perform varying kp-idx from 1 by 1
               until kp-idx > rejected-count or known-bad-is-found
               if rejt-job-name(kp-idx) equal consol-job-name
                   and rejt-puzzle-input-name(kp-idx)
                       equal consol-puzzle-input-name
                   move rejt-part(kp-idx) to known-bad-part
                   if known-bad-part equal 'A'
                       move consol-result-a to known-bad-result
                   else
                       move consol-result-b to known-bad-result
                   end-if
                   evaluate rejt-hint(kp-idx)
                       when 'HIGH'
                           if known-bad-result >= rejt-value(kp-idx)
                               move 'Y' to known-bad-found
                           end-if
                       when 'LOW'
                           if known-bad-result <= rejt-value(kp-idx)
                               move 'Y' to known-bad-found
                           end-if
                       when other
                           if known-bad-result equal rejt-value(kp-idx)
                               move 'Y' to known-bad-found
                           end-if
                   end-evaluate
                   if known-bad-is-found
                       subtract 1 from kp-idx
                   end-if
               end-if
           end-perform
           if known-bad-is-found
               move 'KNOWN-BAD' to consol-verify-status
               add 1 to known-bad-count
               display "AOC-DRIVER: WARNING result is KNOWN-BAD for "
                   consol-job-name " input "
                   function trim(consol-puzzle-input-name)
               display "AOC-DRIVER: part " known-bad-part " got "
                   known-bad-result ", refused "
                   rejt-value(kp-idx) " "
                   function trim(rejt-hint(kp-idx))
           end-if
           exit.
