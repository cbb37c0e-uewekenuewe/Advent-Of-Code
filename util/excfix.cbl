       01  correction-report-status pic x(2) value '00'.
       01  fix-base-name pic x(64) value spaces.
       01  fix-base-length pic 9(3) value 0.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  fix-work-record pic x(80) value spaces.
       01  fix-work-fields redefines fix-work-record.
           05 fix-number1 pic 9(05).
               move 8 to return-code
               STOP RUN
           end-if
           perform take-run-lock
           perform build-output-names
           perform load-corrections
           open input exception-file
               display "ABEND: unable to open "
                   function trim(exception-file-name)
                   " file status=" exception-file-status
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
           write correction-report-line
           close correction-report
           close supplemental-file
           perform release-run-lock
           display "AOC-EXCFIX: " applied-count " applied, "
               still-bad-count " still bad, " outstanding-count
               " outstanding, " unmatched-count
           end-if
           STOP RUN.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-EXCFIX' to lck-owner-program
           move spaces to lck-resources
           string function trim(exception-file-name)
                      delimited by size
                  ' .sup .fixrpt' delimited by size
                  into lck-resources
           end-string
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   continue
               when '90'
                   display "AOC-EXCFIX: run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " for "
                       function trim(lck-resources)
                   display "AOC-EXCFIX: corrections not applied"
                   move 12 to return-code
                   STOP RUN
               when '91'
                   display "AOC-EXCFIX: STALE run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " ("
                       lockio-age-minutes " minutes)"
                   display "AOC-EXCFIX: corrections not applied, "
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
           move spaces to lck-record
           move 'AOC-EXCFIX' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-EXCFIX: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           exit.

       build-output-names section.
           move 0 to fix-base-length
           inspect function trim(exception-file-name)
               display "ABEND: unable to open "
                   function trim(correction-file-name)
                   " file status=" correction-file-status
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
                   if correction-count equal correction-max
                       display "ABEND: correction file exceeds "
                           correction-max " transactions"
                       perform release-run-lock
                       move 16 to return-code
                       STOP RUN
                   end-if
