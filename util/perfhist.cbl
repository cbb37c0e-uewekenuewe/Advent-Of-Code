       01  group-max pic 9(3) value 200.
       01  total-run-count pic 9(7) value 0.
       01  deviation-count pic 9(5) value 0.
       01  incident-raised-count pic 9(5) value 0.
       01  incio-function pic x(4) value spaces.
       01  incio-status pic x(2) value '00'.
       COPY INCREC.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  ph-lock-held pic x(1) value 'N'.
           88 ph-lock-is-held value 'Y'.
       01  report-detail-line.
           05 det-program-id pic x(10).
           05 filler pic x(1) value space.
               display "AOC-PERFHIST: no dated job logs found in "
                   "the last " ph-sweep-days " days"
           end-if
           perform take-run-lock
           perform write-trend-report
           perform release-run-lock
           display "AOC-PERFHIST: " group-count " job/input groups, "
               total-run-count " runs, " deviation-count
               " deviation(s) flagged"
           if incident-raised-count > 0
               display "AOC-PERFHIST: " incident-raised-count
                   " deviation incident(s) raised or updated"
           end-if
           if deviation-count > 0
               move 4 to return-code
           end-if
                           " ran " grp-last-elapsed(g)
                           "s against a history average of "
                           ph-hist-avg "s"
                       initialize inc-record
                       move 2 to inc-severity
                       perform raise-trend-incident
                   when grp-last-elapsed(g) < ph-limit-low
                       move 'FASTER' to det-trend-flag
                       add 1 to deviation-count
                       initialize inc-record
                       move 3 to inc-severity
                       perform raise-trend-incident
                   when other
                       move 'STEADY' to det-trend-flag
               end-evaluate
           end-if
           exit.

       raise-trend-incident section.
           if not ph-lock-is-held
               exit section
           end-if
           move 'AOC-PERFHIST' to inc-source-program
           move det-trend-flag to inc-condition
           move grp-program-id(g) to inc-program-id
           move grp-input-name(g) to inc-puzzle-input-name
           move grp-last-timestamp(g) to inc-last-seen-timestamp
           string 'ran ' delimited by size
                  grp-last-elapsed(g) delimited by size
                  's against a history average of ' delimited by size
                  ph-hist-avg delimited by size
                  's, tolerance ' delimited by size
                  ph-tolerance-pct delimited by size
                  ' pct' delimited by size
                  into inc-description
           end-string
           move 'RAIS' to incio-function
           call 'AOC-INCIO' using incio-function, inc-record,
               incio-status
           evaluate incio-status
               when '00'
               when '22'
                   add 1 to incident-raised-count
               when other
                   display "AOC-PERFHIST: WARNING unable to raise "
                       function trim(inc-condition) " incident for "
                       grp-program-id(g) ", status=" incio-status
           end-evaluate
           exit.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-PERFHIST' to lck-owner-program
           move 'incident.dat' to lck-resources
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   move 'Y' to ph-lock-held
               when '90'
               when '91'
                   display "AOC-PERFHIST: WARNING run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14)
                   display "AOC-PERFHIST: report written, deviation "
                       "incidents not raised"
                   move 4 to return-code
               when other
                   display "AOC-PERFHIST: WARNING unable to take run "
                       "lock, status=" lockio-status
                       ", deviation incidents not raised"
                   move 4 to return-code
           end-evaluate
           exit.

       release-run-lock section.
           if not ph-lock-is-held
               exit section
           end-if
           move spaces to lck-record
           move 'AOC-PERFHIST' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-PERFHIST: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           move 'N' to ph-lock-held
           exit.
