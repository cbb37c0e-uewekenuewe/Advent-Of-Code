       01  rmio-function pic x(4) value spaces.
       01  rmio-status pic x(2) value '00'.
       COPY RESMST.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  inq-saved-rc pic s9(9) comp-5 value 0.
       01  loop-vars.
           05 h pic 9(2) value 0.
       PROCEDURE DIVISION.
               when 'DISPLAY'
                   perform display-master-key
               when 'DELETE'
                   perform take-run-lock
                   perform delete-master-key
                   perform release-run-lock
               when other
                   perform show-usage
                   move 8 to return-code
           end-evaluate
           exit.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-RESMINQ' to lck-owner-program
           move 'results.mst' to lck-resources
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   continue
               when '90'
                   display "AOC-RESMINQ: run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " for "
                       function trim(lck-resources)
                   display "AOC-RESMINQ: results master not changed"
                   move 12 to return-code
                   STOP RUN
               when '91'
                   display "AOC-RESMINQ: STALE run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " ("
                       lockio-age-minutes " minutes)"
                   display "AOC-RESMINQ: results master not changed, "
                       "check the holder and release with lockmnt "
                       "RELEASE"
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
           move return-code to inq-saved-rc
           move spaces to lck-record
           move 'AOC-RESMINQ' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-RESMINQ: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           move inq-saved-rc to return-code
           exit.

       show-usage section.
           display "usage: resminq DISPLAY job-name input-name"
           display "       resminq DELETE  job-name input-name"
