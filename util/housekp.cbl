       01  hk-archive-name pic x(64) value spaces.
       01  hk-consolidated-name pic x(64)
               value './consolidated.rpt'.
       01  catio-function pic x(4) value spaces.
       01  catio-status pic x(2) value '00'.
       COPY PGMCAT.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  sched-list-pointer pic 9(4) value 0.
       01  sched-input-item pic x(64) value spaces.
       01  archived-count pic 9(5) value 0.
                       "using default " hk-retention-days " days"
               end-if
           end-if
           perform take-run-lock
           compute hk-today-int = function integer-of-date(
               function numval(function current-date(1:8)))
           call "CBL_CREATE_DIR" using hk-archive-dir
               display "ABEND: unable to write "
                   housekeeping-report-name
                   " file status=" housekeeping-report-status
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
               display "ABEND: unable to open " job-schedule-name
                   " file status=" job-schedule-status
               close housekeeping-report
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
               if job-schedule-status equal '00'
                   and sched-comment-flag not equal '*'
                   and sched-record-fields not equal spaces
                   perform check-catalog-entry
                   if catio-status equal '00'
                       perform sweep-schedule-entry
                   end-if
               end-if
           end-perform
           close job-schedule
           close housekeeping-report
           display "AOC-HOUSEKP: " archived-count " archived, "
               purged-count " purged, " flagged-count " flagged"
           perform release-run-lock
           STOP RUN.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-HOUSEKP' to lck-owner-program
           move 'consolidated.rpt .rpt .exc .ckpt archive'
               to lck-resources
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   continue
               when '90'
                   display "AOC-HOUSEKP: run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " for "
                       function trim(lck-resources)
                   display "AOC-HOUSEKP: sweep not started"
                   move 12 to return-code
                   STOP RUN
               when '91'
                   display "AOC-HOUSEKP: STALE run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " ("
                       lockio-age-minutes " minutes)"
                   display "AOC-HOUSEKP: sweep not started, check "
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
           move 'AOC-HOUSEKP' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-HOUSEKP: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           exit.

       check-catalog-entry section.
           move spaces to cat-record-fields
           move sched-program-id to cat-program-id
           move 'READ' to catio-function
           call 'AOC-CATIO' using catio-function, cat-record-fields,
               catio-status
           evaluate catio-status
               when '00'
                   if cat-status not equal 'A'
                       move 'FLAGGED' to hk-det-action
                       move sched-program-id to hk-det-artifact
                       move 'retired in program catalog, not in flight'
                           to hk-det-note
                       perform write-detail-line
                       add 1 to flagged-count
                   end-if
               when '23'
                   move 'FLAGGED' to hk-det-action
                   move sched-program-id to hk-det-artifact
                   move 'PROGRAM-ID not in program catalog, not swept'
                       to hk-det-note
                   perform write-detail-line
                   add 1 to flagged-count
               when other
                   display "ABEND: unable to read program catalog, "
                       "status=" catio-status
                   close job-schedule
                   close housekeeping-report
                   perform release-run-lock
                   move 16 to return-code
                   STOP RUN
           end-evaluate
           exit.

       sweep-schedule-entry section.
           move 1 to sched-list-pointer
           perform until sched-list-pointer > 179
               hk-file-info returning hk-call-rc
           if hk-call-rc equal 0
               if sched-enabled equal 'Y'
                   and cat-status equal 'A'
                   move 'FLAGGED' to hk-det-action
                   move hk-artifact-name to hk-det-artifact
                   move 'restart pending for scheduled job, kept'
