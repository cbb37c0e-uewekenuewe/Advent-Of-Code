       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-RESMCHK.
       AUTHOR. Uwe Schmidt.
       environment division.
       input-output section.
       file-control.
           select job-schedule
               assign to job-schedule-name
               file status is job-schedule-status
               organization is line sequential.
           select control-report
               assign to control-report-name
               file status is control-report-status
               organization is line sequential.
           select check-report
               assign to check-report-name
               file status is check-report-status
               organization is line sequential.
       data division.
       file section.
       fd  job-schedule.
           COPY JOBSCHED.
       fd  control-report.
           COPY CTLRPT.
       fd  check-report.
       01  check-report-line pic x(132).
       working-storage section.
       01  job-schedule-name pic x(64) value './jobsched.dat'.
       01  job-schedule-status pic x(2) value '00'.
       01  control-report-name pic x(64) value spaces.
       01  control-report-status pic x(2) value '00'.
       01  check-report-name pic x(64) value './resmchk.rpt'.
       01  check-report-status pic x(2) value '00'.
       01  results-master-name pic x(64) value './results.mst'.
       01  results-backup-name pic x(64) value './results.bak'.
       01  rc-command-line pic x(200) value spaces.
       01  rc-action pic x(10) value spaces.
       01  rc-archive-dir pic x(64) value './archive'.
       01  rc-call-rc pic s9(9) comp-5 value 0.
       01  rc-file-info.
           05 rc-fi-size pic x(8) comp-x.
           05 rc-fi-day pic x comp-x.
           05 rc-fi-month pic x comp-x.
           05 rc-fi-year pic x(2) comp-x.
           05 rc-fi-hour pic x comp-x.
           05 rc-fi-min pic x comp-x.
           05 rc-fi-sec pic x comp-x.
           05 rc-fi-hund pic x comp-x.
       01  rmio-function pic x(4) value spaces.
       01  rmio-status pic x(2) value '00'.
       COPY RESMST.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  rc-lock-held pic x(1) value 'N'.
           88 rc-lock-is-held value 'Y'.
       01  rc-browse-key.
           05 rc-browse-job-name pic x(20).
           05 rc-browse-input-name pic x(64).
       01  rc-year pic x(4) value spaces.
       01  rc-day pic x(2) value spaces.
       01  rc-input-name pic x(64) value spaces.
       01  rc-input-tag pic x(64) value spaces.
       01  rc-file-name pic x(64) value spaces.
       01  sched-list-pointer pic 9(4) value 0.
       01  sched-input-item pic x(64) value spaces.
       01  rc-file-table.
           05 rc-file-entry occurs 400 times pic x(64).
       01  rc-file-count pic 9(4) value 0.
       01  rc-file-max pic 9(4) value 400.
       01  rc-file-found pic x(1) value 'N'.
           88 rc-file-is-found value 'Y'.
       01  rc-ctl-table.
           05 rc-ctl-entry occurs 2000 times.
              10 rct-record pic x(187).
              10 rct-fields redefines rct-record.
                 15 rct-job-name pic x(20).
                 15 rct-input-name pic x(64).
                 15 rct-run-timestamp pic x(21).
                 15 rct-record-count pic 9(10).
                 15 rct-input-checksum pic 9(10).
                 15 rct-sup-count pic 9(10).
                 15 rct-result-a pic 9(18).
                 15 rct-result-b pic 9(18).
                 15 rct-file-status pic x(2).
                 15 rct-reconcile-status pic x(14).
              10 rct-matched pic x(1).
       01  rc-ctl-count pic 9(4) value 0.
       01  rc-ctl-max pic 9(4) value 2000.
       01  rc-swap-entry pic x(188).
       01  rc-dup-found pic x(1) value 'N'.
           88 rc-dup-is-found value 'Y'.
       01  rc-file-record-count pic 9(5) value 0.
       01  rc-latest-slot pic 9(4) value 0.
       01  rc-key-runs pic 9(5) value 0.
       01  rc-key-disagrees pic x(1) value 'N'.
           88 rc-key-does-disagree value 'Y'.
       01  rc-field-name pic x(14) value spaces.
       01  rc-master-value pic x(21) value spaces.
       01  rc-control-value pic x(21) value spaces.
       01  rc-master-count pic 9(5) value 0.
       01  rc-matched-count pic 9(5) value 0.
       01  rc-missing-count pic 9(5) value 0.
       01  rc-orphan-count pic 9(5) value 0.
       01  rc-disagree-count pic 9(5) value 0.
       01  rc-control-key-count pic 9(5) value 0.
       01  rc-replayed-count pic 9(5) value 0.
       01  rc-edit-count pic zzzz9 value spaces.
       01  report-detail-line.
           05 rc-det-status pic x(10).
           05 filler pic x(1) value space.
           05 rc-det-job pic x(20).
           05 filler pic x(1) value space.
           05 rc-det-input pic x(30).
           05 filler pic x(1) value space.
           05 rc-det-note pic x(69).
       01  report-header-1.
           05 filler pic x(28) value 'AOC RESULTS-MASTER CHECK    '.
           05 rc-hdr-timestamp pic x(21).
           05 filler pic x(8) value '  MODE: '.
           05 rc-hdr-mode pic x(10).
       01  verify-summary-line.
           05 filler pic x(9) value 'MASTER: '.
           05 rc-sum-master pic zzzz9.
           05 filler pic x(16) value '  CONTROL KEYS: '.
           05 rc-sum-control-keys pic zzzz9.
           05 filler pic x(11) value '  MATCHED: '.
           05 rc-sum-matched pic zzzz9.
           05 filler pic x(11) value '  MISSING: '.
           05 rc-sum-missing pic zzzz9.
           05 filler pic x(10) value '  ORPHAN: '.
           05 rc-sum-orphan pic zzzz9.
           05 filler pic x(12) value '  DISAGREE: '.
           05 rc-sum-disagree pic zzzz9.
       01  rebuild-summary-line.
           05 filler pic x(8) value 'FILES: '.
           05 rc-sum-files pic zzzz9.
           05 filler pic x(19) value '  CONTROL RECORDS: '.
           05 rc-sum-records pic zzzz9.
           05 filler pic x(12) value '  REPLAYED: '.
           05 rc-sum-replayed pic zzzz9.
           05 filler pic x(8) value '  KEYS: '.
           05 rc-sum-keys pic zzzz9.
       01  loop-vars.
           05 f pic 9(10) value 0.
           05 c pic 9(10) value 0.
           05 c2 pic 9(10) value 0.
           05 st-idx pic 9(10) value 0.
       PROCEDURE DIVISION.
       main-logic section.
           accept rc-command-line from command-line
           unstring rc-command-line delimited by all ' '
               into rc-action
           end-unstring
           move function upper-case(rc-action) to rc-action
           evaluate rc-action
               when 'VERIFY'
                   perform verify-results-master
               when 'REBUILD'
                   perform rebuild-results-master
               when other
                   perform show-usage
                   move 8 to return-code
           end-evaluate
           STOP RUN.

       verify-results-master section.
           perform open-check-report
           perform collect-schedule-reports
           perform collect-master-reports
           perform load-control-records
           move spaces to rc-browse-key
           perform with test after
               until rmio-status not equal '00'
               initialize rm-record
               move rc-browse-key to rm-key
               move 'BRWS' to rmio-function
               call 'AOC-RESMIO' using rmio-function, rm-record,
                   rmio-status
               if rmio-status equal '00'
                   move rm-key to rc-browse-key
                   add 1 to rc-master-count
                   perform verify-one-master-key
               else
                   if rmio-status not equal '10'
                       and rmio-status not equal '35'
                       display "AOC-RESMCHK: results-master I/O "
                           "error, status=" rmio-status
                       close check-report
                       move 16 to return-code
                       STOP RUN
                   end-if
               end-if
           end-perform
           perform report-missing-keys
           compute rc-control-key-count = rc-matched-count
               + rc-disagree-count + rc-missing-count
           move rc-master-count to rc-sum-master
           move rc-control-key-count to rc-sum-control-keys
           move rc-matched-count to rc-sum-matched
           move rc-missing-count to rc-sum-missing
           move rc-orphan-count to rc-sum-orphan
           move rc-disagree-count to rc-sum-disagree
           move verify-summary-line to check-report-line
           write check-report-line
           close check-report
           display "AOC-RESMCHK: " rc-master-count " master key(s), "
               rc-matched-count " matched, " rc-missing-count
               " missing, " rc-orphan-count " orphan, "
               rc-disagree-count " disagree"
           if rc-missing-count > 0 or rc-orphan-count > 0
               or rc-disagree-count > 0
               display "AOC-RESMCHK: discrepancies found, see "
                   function trim(check-report-name)
               move 4 to return-code
           end-if
           exit.

       verify-one-master-key section.
           move 0 to rc-latest-slot
           perform varying c from 1 by 1 until c > rc-ctl-count
               if rct-job-name(c) equal rm-job-name
                   and rct-input-name(c) equal rm-puzzle-input-name
                   move 'Y' to rct-matched(c)
                   if rc-latest-slot equal 0
                       move c to rc-latest-slot
                   else
                       if rct-run-timestamp(c)
                           > rct-run-timestamp(rc-latest-slot)
                           move c to rc-latest-slot
                       end-if
                   end-if
               end-if
           end-perform
           if rc-latest-slot equal 0
               add 1 to rc-orphan-count
               move 'ORPHAN' to rc-det-status
               move rm-job-name to rc-det-job
               move rm-puzzle-input-name to rc-det-input
               move 'no control-report record for this key'
                   to rc-det-note
               perform write-detail-line
               exit section
           end-if
           move rc-latest-slot to c
           move 'N' to rc-key-disagrees
           if rm-run-timestamp not equal rct-run-timestamp(c)
               move 'RUN-TIMESTAMP' to rc-field-name
               move rm-run-timestamp(1:16) to rc-master-value
               move rct-run-timestamp(c)(1:16) to rc-control-value
               perform write-disagree-line
           end-if
           if rm-record-count not equal rct-record-count(c)
               move 'RECORD-COUNT' to rc-field-name
               move rm-record-count to rc-master-value
               move rct-record-count(c) to rc-control-value
               perform write-disagree-line
           end-if
           if rm-input-checksum not equal rct-input-checksum(c)
               move 'CHECKSUM' to rc-field-name
               move rm-input-checksum to rc-master-value
               move rct-input-checksum(c) to rc-control-value
               perform write-disagree-line
           end-if
           if rm-result-a not equal rct-result-a(c)
               move 'RESULT-A' to rc-field-name
               move rm-result-a to rc-master-value
               move rct-result-a(c) to rc-control-value
               perform write-disagree-line
           end-if
           if rm-result-b not equal rct-result-b(c)
               move 'RESULT-B' to rc-field-name
               move rm-result-b to rc-master-value
               move rct-result-b(c) to rc-control-value
               perform write-disagree-line
           end-if
           if rm-reconcile-status not equal rct-reconcile-status(c)
               move 'RECONCILE' to rc-field-name
               move rm-reconcile-status to rc-master-value
               move rct-reconcile-status(c) to rc-control-value
               perform write-disagree-line
           end-if
           if rc-key-does-disagree
               add 1 to rc-disagree-count
           else
               add 1 to rc-matched-count
           end-if
           exit.

       write-disagree-line section.
           move 'Y' to rc-key-disagrees
           move 'DISAGREE' to rc-det-status
           move rm-job-name to rc-det-job
           move rm-puzzle-input-name to rc-det-input
           move spaces to rc-det-note
           string function trim(rc-field-name) delimited by size
                  ' master ' delimited by size
                  function trim(rc-master-value) delimited by size
                  ' control ' delimited by size
                  function trim(rc-control-value) delimited by size
                  into rc-det-note
           end-string
           perform write-detail-line
           exit.

       report-missing-keys section.
           perform varying c from 1 by 1 until c > rc-ctl-count
               if rct-matched(c) not equal 'Y'
                   add 1 to rc-missing-count
                   move 'MISSING' to rc-det-status
                   move rct-job-name(c) to rc-det-job
                   move rct-input-name(c) to rc-det-input
                   move 'control-report key not on results master'
                       to rc-det-note
                   perform write-detail-line
                   perform mark-control-key
               end-if
           end-perform
           exit.

       mark-control-key section.
           move 0 to rc-key-runs
           move c to rc-latest-slot
           perform varying c2 from c by 1 until c2 > rc-ctl-count
               if rct-job-name(c2) equal rct-job-name(c)
                   and rct-input-name(c2) equal rct-input-name(c)
                   move 'Y' to rct-matched(c2)
                   add 1 to rc-key-runs
                   move c2 to rc-latest-slot
               end-if
           end-perform
           exit.

       rebuild-results-master section.
           perform take-run-lock
           perform open-check-report
           perform collect-schedule-reports
           perform collect-master-reports
           perform load-control-records
           if rc-ctl-count equal 0
               display "AOC-RESMCHK: no control-report records "
                   "found, results master left in place"
               close check-report
               perform release-run-lock
               move 8 to return-code
               exit section
           end-if
           perform sort-control-records
           call "CBL_CHECK_FILE_EXIST" using results-master-name,
               rc-file-info returning rc-call-rc
           if rc-call-rc equal 0
               call "CBL_RENAME_FILE" using results-master-name,
                   results-backup-name returning rc-call-rc
               if rc-call-rc not equal 0
                   display "ABEND: unable to set aside "
                       function trim(results-master-name)
                       ", results master left in place"
                   close check-report
                   perform release-run-lock
                   move 16 to return-code
                   STOP RUN
               end-if
               display "AOC-RESMCHK: old results master kept as "
                   function trim(results-backup-name)
           end-if
           perform varying c from 1 by 1 until c > rc-ctl-count
               perform replay-one-control-record
           end-perform
           perform varying c from 1 by 1 until c > rc-ctl-count
               if rct-matched(c) not equal 'Y'
                   add 1 to rc-control-key-count
                   perform mark-control-key
                   move 'REBUILT' to rc-det-status
                   move rct-job-name(c) to rc-det-job
                   move rct-input-name(c) to rc-det-input
                   move rc-key-runs to rc-edit-count
                   move spaces to rc-det-note
                   string function trim(rc-edit-count)
                              delimited by size
                          ' run(s) replayed, last ' delimited by size
                          rct-run-timestamp(rc-latest-slot)(1:16)
                              delimited by size
                          into rc-det-note
                   end-string
                   perform write-detail-line
               end-if
           end-perform
           move rc-file-count to rc-sum-files
           move rc-ctl-count to rc-sum-records
           move rc-replayed-count to rc-sum-replayed
           move rc-control-key-count to rc-sum-keys
           move rebuild-summary-line to check-report-line
           write check-report-line
           close check-report
           perform release-run-lock
           display "AOC-RESMCHK: results master rebuilt, "
               rc-replayed-count " control record(s) replayed for "
               rc-control-key-count " key(s)"
           exit.

       replay-one-control-record section.
           initialize rm-record
           move rct-job-name(c) to rm-job-name
           move rct-input-name(c) to rm-puzzle-input-name
           move rct-run-timestamp(c) to rm-run-timestamp
           move rct-record-count(c) to rm-record-count
           move rct-input-checksum(c) to rm-input-checksum
           move rct-result-a(c) to rm-result-a
           move rct-result-b(c) to rm-result-b
           move rct-reconcile-status(c) to rm-reconcile-status
           move 'UPDT' to rmio-function
           call 'AOC-RESMIO' using rmio-function, rm-record,
               rmio-status
           if rmio-status not equal '00'
               display "ABEND: results-master update failed for "
                   function trim(rct-job-name(c)) " "
                   function trim(rct-input-name(c))
                   " status=" rmio-status
               display "AOC-RESMCHK: results master is partly "
                   "rebuilt, old copy in "
                   function trim(results-backup-name)
               close check-report
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
           add 1 to rc-replayed-count
           exit.

       sort-control-records section.
           perform varying st-idx from 1 by 1
               until st-idx > rc-ctl-count - 1
               perform varying c from 1 by 1
                   until c > rc-ctl-count - st-idx
                   if rct-run-timestamp(c) > rct-run-timestamp(c + 1)
                       move rc-ctl-entry(c) to rc-swap-entry
                       move rc-ctl-entry(c + 1) to rc-ctl-entry(c)
                       move rc-swap-entry to rc-ctl-entry(c + 1)
                   end-if
               end-perform
           end-perform
           exit.

       collect-schedule-reports section.
           open input job-schedule
           if job-schedule-status not equal '00'
               display "AOC-RESMCHK: no job schedule "
                   function trim(job-schedule-name)
                   ", control reports taken from master keys only"
               exit section
           end-if
           perform until job-schedule-status not equal '00'
               read job-schedule
               if job-schedule-status equal '00'
                   and sched-comment-flag not equal '*'
                   and sched-record-fields not equal spaces
                   move sched-year to rc-year
                   move sched-day to rc-day
                   move 1 to sched-list-pointer
                   perform until sched-list-pointer > 179
                       move spaces to sched-input-item
                       unstring sched-input-list delimited by ','
                           into sched-input-item
                           with pointer sched-list-pointer
                       end-unstring
                       if sched-input-item not equal spaces
                           move function trim(sched-input-item)
                               to rc-input-name
                           perform add-report-files
                       end-if
                   end-perform
               end-if
           end-perform
           close job-schedule
           exit.

       collect-master-reports section.
           move spaces to rc-browse-key
           perform with test after
               until rmio-status not equal '00'
               initialize rm-record
               move rc-browse-key to rm-key
               move 'BRWS' to rmio-function
               call 'AOC-RESMIO' using rmio-function, rm-record,
                   rmio-status
               if rmio-status equal '00'
                   move rm-key to rc-browse-key
                   move rm-job-name(1:4) to rc-year
                   move rm-job-name(6:2) to rc-day
                   move rm-puzzle-input-name to rc-input-name
                   perform add-report-files
               else
                   if rmio-status not equal '10'
                       and rmio-status not equal '35'
                       display "AOC-RESMCHK: results master "
                           "unreadable, status=" rmio-status
                           ", control reports taken from the "
                           "schedule only"
                   end-if
               end-if
           end-perform
           exit.

       add-report-files section.
           move rc-input-name to rc-input-tag
           if rc-input-tag(1:2) equal './'
               move rc-input-name(3:62) to rc-input-tag
           end-if
           inspect rc-input-tag replacing all '/' by '_'
           move spaces to rc-file-name
           string './' delimited by size
                  function trim(rc-year) delimited by size
                  function trim(rc-day) delimited by size
                  '-' delimited by size
                  function trim(rc-input-tag) delimited by size
                  '.rpt' delimited by size
                  into rc-file-name
           end-string
           perform add-file-name
           move spaces to rc-file-name
           string function trim(rc-archive-dir) delimited by size
                  '/' delimited by size
                  function trim(rc-year) delimited by size
                  function trim(rc-day) delimited by size
                  '-' delimited by size
                  function trim(rc-input-tag) delimited by size
                  '.rpt' delimited by size
                  into rc-file-name
           end-string
           perform add-file-name
           exit.

       add-file-name section.
           move 'N' to rc-file-found
           perform varying f from 1 by 1
               until f > rc-file-count or rc-file-is-found
               if rc-file-entry(f) equal rc-file-name
                   move 'Y' to rc-file-found
               end-if
           end-perform
           if rc-file-is-found
               exit section
           end-if
           if rc-file-count equal rc-file-max
               display "ABEND: more than " rc-file-max
                   " control reports to read"
               close check-report
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
           add 1 to rc-file-count
           move rc-file-name to rc-file-entry(rc-file-count)
           exit.

       load-control-records section.
           move 0 to rc-ctl-count
           perform varying f from 1 by 1 until f > rc-file-count
               move rc-file-entry(f) to control-report-name
               open input control-report
               if control-report-status equal '00'
                   move 0 to rc-file-record-count
                   perform until control-report-status
                       not equal '00'
                       read control-report
                       if control-report-status equal '00'
                           and ctl-report-record not equal spaces
                           and ctl-reconcile-status
                               not equal 'QUAL-HOLD'
                           perform add-control-record
                       end-if
                   end-perform
                   close control-report
                   move 'LOADED' to rc-det-status
                   move spaces to rc-det-job
                   move spaces to rc-det-input
                   move rc-file-record-count to rc-edit-count
                   move spaces to rc-det-note
                   string function trim(control-report-name)
                              delimited by size
                          ' ' delimited by size
                          function trim(rc-edit-count)
                              delimited by size
                          ' record(s)' delimited by size
                          into rc-det-note
                   end-string
                   perform write-detail-line
               end-if
           end-perform
           exit.

       add-control-record section.
           move 'N' to rc-dup-found
           perform varying c from 1 by 1
               until c > rc-ctl-count or rc-dup-is-found
               if rct-record(c) equal ctl-report-record
                   move 'Y' to rc-dup-found
               end-if
           end-perform
           if rc-dup-is-found
               exit section
           end-if
           if rc-ctl-count equal rc-ctl-max
               display "ABEND: more than " rc-ctl-max
                   " control-report records to check"
               close control-report
               close check-report
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
           add 1 to rc-ctl-count
           add 1 to rc-file-record-count
           move ctl-report-record to rct-record(rc-ctl-count)
           move 'N' to rct-matched(rc-ctl-count)
           exit.

       open-check-report section.
           open output check-report
           if check-report-status not equal '00'
               display "ABEND: unable to write " check-report-name
                   " file status=" check-report-status
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
           move function current-date to rc-hdr-timestamp
           move rc-action to rc-hdr-mode
           move report-header-1 to check-report-line
           write check-report-line
           exit.

       write-detail-line section.
           move report-detail-line to check-report-line
           write check-report-line
           exit.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-RESMCHK' to lck-owner-program
           move 'results.mst' to lck-resources
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   move 'Y' to rc-lock-held
               when '90'
                   display "AOC-RESMCHK: run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " for "
                       function trim(lck-resources)
                   display "AOC-RESMCHK: rebuild not started"
                   move 12 to return-code
                   STOP RUN
               when '91'
                   display "AOC-RESMCHK: STALE run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " ("
                       lockio-age-minutes " minutes)"
                   display "AOC-RESMCHK: rebuild not started, check "
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
           if not rc-lock-is-held
               exit section
           end-if
           move spaces to lck-record
           move 'AOC-RESMCHK' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-RESMCHK: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           move 'N' to rc-lock-held
           exit.

       show-usage section.
           display "usage: resmchk VERIFY"
           display "       resmchk REBUILD"
           exit.
