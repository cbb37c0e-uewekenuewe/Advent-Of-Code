       01  new-expected-answers-status pic x(2) value '00'.
       01  results-backup-name pic x(64) value './results.bak'.
       01  expected-backup-name pic x(64) value './expected.bak'.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  cv-call-rc pic s9(9) comp-5 value 0.
       01  cv-master-count pic 9(5) value 0.
       01  cv-expected-count pic 9(5) value 0.
           05 h pic 9(2) value 0.
       PROCEDURE DIVISION.
       main-logic section.
           perform take-run-lock
           perform convert-results-master
           perform convert-expected-answers
           display "AOC-ANSCONV: " cv-master-count
               " results-master record(s) and " cv-expected-count
               " expected-answers record(s) converted"
           perform release-run-lock
           STOP RUN.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-ANSCONV' to lck-owner-program
           move 'results.mst expected.dat' to lck-resources
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   continue
               when '90'
                   display "AOC-ANSCONV: run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " for "
                       function trim(lck-resources)
                   display "AOC-ANSCONV: conversion not started"
                   move 12 to return-code
                   STOP RUN
               when '91'
                   display "AOC-ANSCONV: STALE run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " ("
                       lockio-age-minutes " minutes)"
                   display "AOC-ANSCONV: conversion not started, "
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
           move 'AOC-ANSCONV' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-ANSCONV: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           exit.

       convert-results-master section.
           open input old-results-master
           if old-results-master-status not equal '00'
                   function trim(new-results-master-name)
                   " file status=" new-results-master-status
               close old-results-master
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
           else
               display "ABEND: unable to swap in converted results "
                   "master, old file left in place"
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
               display "ABEND: unable to write converted record "
                   "for " function trim(ov-job-name)
                   " file status=" new-results-master-status
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
                   function trim(new-expected-answers-name)
                   " file status=" new-expected-answers-status
               close old-expected-answers
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
           else
               display "ABEND: unable to swap in converted expected "
                   "answers, old file left in place"
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
