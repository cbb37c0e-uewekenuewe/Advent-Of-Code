               assign to exception-file-name
               file status is exception-file-status
               organization is line sequential.
           select quality-hold-file
               assign to quality-hold-file-name
               file status is quality-hold-file-status
               organization is line sequential.
           select incident-file
               assign to incident-file-name
               file status is incident-file-status
               organization is line sequential.
           select control-report
               assign to control-report-name
               file status is control-report-status
               organization is line sequential.
           select digest-report
               assign to digest-report-name
               file status is digest-report-status
           COPY CONSOL.
       fd  exception-file.
           COPY EXCREC.
       fd  quality-hold-file.
           COPY QHOLD.
       fd  incident-file.
           COPY INCREC REPLACING LEADING ==inc== BY ==incf==.
       fd  control-report.
           COPY CTLRPT.
       fd  digest-report.
       01  digest-report-line pic x(132).
       working-storage section.
       01  consolidated-results-status pic x(2) value '00'.
       01  exception-file-name pic x(64) value spaces.
       01  exception-file-status pic x(2) value '00'.
       01  quality-hold-file-name pic x(64) value './qhold.dat'.
       01  quality-hold-file-status pic x(2) value '00'.
       01  incident-file-name pic x(64) value './incident.dat'.
       01  incident-file-status pic x(2) value '00'.
       01  control-report-name pic x(64) value spaces.
       01  control-report-status pic x(2) value '00'.
       01  digest-report-name pic x(64) value './opsdigest.rpt'.
       01  digest-report-status pic x(2) value '00'.
       01  log-entry-table.
              10 le-input-name pic x(64).
              10 le-elapsed pic 9(7).
              10 le-return-code pic 9(4).
              10 le-timestamp pic x(21).
       01  log-entry-count pic 9(3) value 0.
       01  log-entry-max pic 9(3) value 200.
       01  consol-table.
       01  sum-jobs-skipped pic 9(5) value 0.
       01  sum-highest-rc pic 9(4) value 0.
       01  sum-verify-failed pic 9(5) value 0.
       01  sum-known-bad pic 9(5) value 0.
       01  sum-preflight-passed pic 9(5) value 0.
       01  sum-preflight-failed pic 9(5) value 0.
       01  sum-jobs-held pic 9(5) value 0.
       01  held-count pic 9(5) value 0.
       01  open-incident-count pic 9(5) value 0.
       01  open-severity-table.
           05 open-severity-count pic 9(5) occurs 3 times.
       01  incident-raised-count pic 9(5) value 0.
       01  incio-function pic x(4) value spaces.
       01  incio-status pic x(2) value '00'.
       COPY INCREC.
       COPY CTLRPT REPLACING LEADING ==ctl== BY ==dgc==.
       01  dg-ctl-found pic x(1) value 'N'.
           88 dg-ctl-is-found value 'Y'.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  dg-lock-held pic x(1) value 'N'.
           88 dg-lock-is-held value 'Y'.
       01  dg-job-name pic x(20) value spaces.
       01  dg-input-tag pic x(64) value spaces.
       01  dg-exc-count pic 9(5) value 0.
           05 sum-prt-highest-rc pic zzz9.
           05 filler pic x(17) value '  VERIFY FAILED: '.
           05 sum-prt-verify-failed pic zzzz9.
           05 filler pic x(13) value '  KNOWN BAD: '.
           05 sum-prt-known-bad pic zzzz9.
           05 filler pic x(8) value '  HELD: '.
           05 sum-prt-held pic zzzz9.
       01  report-incident-line.
           05 filler pic x(16) value 'OPEN INCIDENTS: '.
           05 inc-prt-open pic zzzz9.
           05 filler pic x(14) value '  SEVERITY 1: '.
           05 inc-prt-severity-1 pic zzzz9.
           05 filler pic x(5) value '  2: '.
           05 inc-prt-severity-2 pic zzzz9.
           05 filler pic x(5) value '  3: '.
           05 inc-prt-severity-3 pic zzzz9.
       01  report-summary-3.
           05 filler pic x(18) value 'PREFLIGHT PASSED: '.
           05 sum-prt-preflight-passed pic zzzz9.
           05 filler pic x(10) value '  FAILED: '.
           05 sum-prt-preflight-failed pic zzzz9.
       01  report-held-header-1.
           05 filler pic x(32)
               value 'RESULTS ON QUALITY HOLD'.
       01  report-held-header-2.
           05 filler pic x(20) value 'JOB'.
           05 filler pic x(1) value space.
           05 filler pic x(24) value 'INPUT'.
           05 filler pic x(1) value space.
           05 filler pic x(14) value 'HELD SINCE'.
           05 filler pic x(1) value space.
           05 filler pic x(7) value 'REJECTS'.
           05 filler pic x(1) value space.
           05 filler pic x(7) value 'RECORDS'.
           05 filler pic x(1) value space.
           05 filler pic x(7) value 'PERCENT'.
           05 filler pic x(1) value space.
           05 filler pic x(9) value 'TOLERANCE'.
       01  report-held-line.
           05 held-job-name pic x(20).
           05 filler pic x(1) value space.
           05 held-input-name pic x(24).
           05 filler pic x(1) value space.
           05 held-timestamp pic x(14).
           05 filler pic x(1) value space.
           05 held-reject-count pic zzzzzz9.
           05 filler pic x(1) value space.
           05 held-records-read pic zzzzzz9.
           05 filler pic x(1) value space.
           05 held-reject-pct pic zzz9.99.
           05 filler pic x(1) value space.
           05 filler pic x(2) value spaces.
           05 held-reject-basis pic x(1).
           05 filler pic x(1) value space.
           05 held-reject-limit pic zzzz9.
       01  ws-run-stamp pic x(21) value spaces.
       01  loop-vars.
           05 le pic 9(10) value 0.
           move function current-date to ws-run-stamp
           perform load-job-log
           perform load-consolidated-results
           perform take-run-lock
           perform raise-stream-incidents
           perform release-run-lock
           perform count-open-incidents
           open output digest-report
           if digest-report-status not equal '00'
               display "ABEND: unable to write " digest-report-name
               until le > log-entry-count
               perform write-digest-line
           end-perform
           perform write-held-results
           perform write-stream-totals
           close digest-report
           display "AOC-OPSDIG: digest written to "
               function trim(digest-report-name) ", "
               log-entry-count " job/input line(s), "
               open-incident-count " open incident(s)"
           if incident-raised-count > 0
               display "AOC-OPSDIG: " incident-raised-count
                   " incident(s) raised or updated"
           end-if
           if not summary-is-found
               display "AOC-OPSDIG: WARNING no SUMMARY record on "
                   function trim(job-log-name)
                       when 'END'
                       when 'SKIPPED-DEP'
                       when 'SKIPPED-WIN'
                       when 'SKIPPED-PRE'
                       when 'PREFLT-PASS'
                       when 'PREFLT-FAIL'
                           perform store-log-entry
                       when 'SUMMARY'
                           move 'Y' to summary-found
                               to sum-highest-rc
                           move jl-verify-failed
                               to sum-verify-failed
                           if jl-known-bad is numeric
                               move jl-known-bad to sum-known-bad
                           else
                               move 0 to sum-known-bad
                           end-if
                           if jl-jobs-held is numeric
                               move jl-jobs-held to sum-jobs-held
                           else
                               move 0 to sum-jobs-held
                           end-if
                           if jl-preflight-passed is numeric
                               and jl-preflight-failed is numeric
                               move jl-preflight-passed
                                   to sum-preflight-passed
                               move jl-preflight-failed
                                   to sum-preflight-failed
                           else
                               move 0 to sum-preflight-passed
                               move 0 to sum-preflight-failed
                           end-if
                       when other
                           continue
                   end-evaluate
               to le-input-name(log-entry-count)
           move jl-elapsed-seconds to le-elapsed(log-entry-count)
           move jl-return-code to le-return-code(log-entry-count)
           move jl-timestamp to le-timestamp(log-entry-count)
           exit.

       load-consolidated-results section.
               when 'END'
                   perform find-consol-status
                   if le-return-code(le) not equal 0
                       and dg-status-text not equal 'QUAL-HOLD'
                       move 'ABENDED' to dg-status-text
                   end-if
               when other
           end-if
           exit.

       raise-stream-incidents section.
           move 0 to incident-raised-count
           if not dg-lock-is-held
               exit section
           end-if
           perform varying le from 1 by 1
               until le > log-entry-count
               if le-record-type(le) equal 'END'
                   perform raise-entry-incidents
               end-if
           end-perform
           exit.

       raise-entry-incidents section.
           move spaces to dg-job-name
           string function trim(le-program-id(le)(2:9))
                      delimited by size
                  into dg-job-name
           end-string
           perform count-exception-records
           if dg-exc-count > 0
               initialize inc-record
               move 'EXCEPTIONS' to inc-condition
               move 3 to inc-severity
               move le-timestamp(le) to inc-last-seen-timestamp
               string dg-exc-count delimited by size
                      ' exception record(s) in ' delimited by size
                      function trim(exception-file-name)
                          delimited by size
                      into inc-description
               end-string
               perform raise-digest-incident
           end-if
           if le-return-code(le) not equal 0
               exit section
           end-if
           perform read-latest-control-record
           if dg-ctl-is-found
               and dgc-reconcile-status(1:9) equal 'MISMATCH-'
               initialize inc-record
               move dgc-reconcile-status to inc-condition
               if dgc-reconcile-status equal 'MISMATCH-LOGIC'
                   move 2 to inc-severity
               else
                   move 3 to inc-severity
               end-if
               move dgc-run-timestamp to inc-last-seen-timestamp
               string 'run ' delimited by size
                      dgc-run-timestamp(1:14) delimited by size
                      ' A=' delimited by size
                      dgc-result-a delimited by size
                      ' B=' delimited by size
                      dgc-result-b delimited by size
                      ' records ' delimited by size
                      dgc-record-count delimited by size
                      ' differ from results master' delimited by size
                      into inc-description
               end-string
               perform raise-digest-incident
           end-if
           exit.

       read-latest-control-record section.
           move 'N' to dg-ctl-found
           move spaces to control-report-name
           string './' delimited by size
                  dg-job-name(1:4) delimited by size
                  dg-job-name(6:2) delimited by size
                  '-' delimited by size
                  function trim(dg-input-tag) delimited by size
                  '.rpt' delimited by size
                  into control-report-name
           end-string
           open input control-report
           if control-report-status not equal '00'
               exit section
           end-if
           perform until control-report-status not equal '00'
               read control-report
               if control-report-status equal '00'
                   move 'Y' to dg-ctl-found
                   move ctl-report-record to dgc-report-record
               end-if
           end-perform
           close control-report
           exit.

       raise-digest-incident section.
           move 'AOC-OPSDIG' to inc-source-program
           move le-program-id(le) to inc-program-id
           move le-input-name(le) to inc-puzzle-input-name
           move 'RAIS' to incio-function
           call 'AOC-INCIO' using incio-function, inc-record,
               incio-status
           evaluate incio-status
               when '00'
               when '22'
                   add 1 to incident-raised-count
               when other
                   display "AOC-OPSDIG: WARNING unable to raise "
                       function trim(inc-condition) " incident for "
                       le-program-id(le) ", status=" incio-status
           end-evaluate
           exit.

       count-open-incidents section.
           move 0 to open-incident-count
           move 0 to open-severity-count(1)
           move 0 to open-severity-count(2)
           move 0 to open-severity-count(3)
           open input incident-file
           if incident-file-status not equal '00'
               exit section
           end-if
           perform until incident-file-status not equal '00'
               read incident-file
               if incident-file-status equal '00'
                   and incf-status not equal 'CLOSED'
                   add 1 to open-incident-count
                   if incf-severity >= 1 and incf-severity <= 3
                       add 1 to open-severity-count(incf-severity)
                   end-if
               end-if
           end-perform
           close incident-file
           exit.

       write-incident-count section.
           move open-incident-count to inc-prt-open
           move open-severity-count(1) to inc-prt-severity-1
           move open-severity-count(2) to inc-prt-severity-2
           move open-severity-count(3) to inc-prt-severity-3
           move report-incident-line to digest-report-line
           write digest-report-line
           add 1 to dg-line-count
           exit.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-OPSDIG' to lck-owner-program
           move 'incident.dat' to lck-resources
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   move 'Y' to dg-lock-held
               when '90'
               when '91'
                   display "AOC-OPSDIG: WARNING run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14)
                   display "AOC-OPSDIG: incidents not raised, open "
                       "count may be out of date"
                   move 4 to return-code
               when other
                   display "AOC-OPSDIG: WARNING unable to take run "
                       "lock, status=" lockio-status
                       ", incidents not raised"
                   move 4 to return-code
           end-evaluate
           exit.

       release-run-lock section.
           if not dg-lock-is-held
               exit section
           end-if
           move spaces to lck-record
           move 'AOC-OPSDIG' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-OPSDIG: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           move 'N' to dg-lock-held
           exit.

       write-page-heading section.
           add 1 to dg-page-number
           move ws-run-stamp to hdr-timestamp
           move dg-page-number to hdr-page-number
           move report-header-1 to digest-report-line
           write digest-report-line
           move 1 to dg-line-count
           if dg-page-number equal 1
               perform write-incident-count
           end-if
           move report-header-2 to digest-report-line
           write digest-report-line
           add 1 to dg-line-count
           exit.

       write-report-line section.
           add 1 to dg-line-count
           exit.

       write-held-results section.
           move 0 to held-count
           move spaces to digest-report-line
           write digest-report-line
           open input quality-hold-file
           if quality-hold-file-status equal '00'
               perform until quality-hold-file-status not equal '00'
                   read quality-hold-file
                   if quality-hold-file-status equal '00'
                       if held-count equal 0
                           move report-held-header-1
                               to digest-report-line
                           write digest-report-line
                           move report-held-header-2
                               to digest-report-line
                           write digest-report-line
                       end-if
                       add 1 to held-count
                       move qh-job-name to held-job-name
                       move qh-puzzle-input-name to held-input-name
                       move qh-run-timestamp(1:14) to held-timestamp
                       move qh-reject-count to held-reject-count
                       move qh-records-read to held-records-read
                       move qh-reject-pct to held-reject-pct
                       move qh-reject-basis to held-reject-basis
                       move qh-reject-limit to held-reject-limit
                       move report-held-line to digest-report-line
                       write digest-report-line
                   end-if
               end-perform
               close quality-hold-file
           end-if
           if held-count equal 0
               move 'NO RESULTS ON QUALITY HOLD' to digest-report-line
               write digest-report-line
           end-if
           move spaces to digest-report-line
           write digest-report-line
           exit.

       write-stream-totals section.
           if summary-is-found
               move sum-jobs-attempted to sum-prt-attempted
               move sum-jobs-skipped to sum-prt-skipped
               move sum-highest-rc to sum-prt-highest-rc
               move sum-verify-failed to sum-prt-verify-failed
               move sum-known-bad to sum-prt-known-bad
               move sum-jobs-held to sum-prt-held
               move report-summary-1 to digest-report-line
               write digest-report-line
               move report-summary-2 to digest-report-line
               write digest-report-line
               move sum-preflight-passed to sum-prt-preflight-passed
               move sum-preflight-failed to sum-prt-preflight-failed
               move report-summary-3 to digest-report-line
               write digest-report-line
           else
               move 'NO SUMMARY RECORD ON JOB LOG, STREAM TOTALS UNAV
      -            'AILABLE' to digest-report-line
