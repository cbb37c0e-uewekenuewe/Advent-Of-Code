       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-LOCKMNT.
       AUTHOR. Uwe Schmidt.
       data division.
       working-storage section.
       01  lm-command-line pic x(200) value spaces.
       01  lm-action pic x(10) value spaces.
       01  lm-option pic x(10) value spaces.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       PROCEDURE DIVISION.
       main-logic section.
           accept lm-command-line from command-line
           unstring lm-command-line delimited by all ' '
               into lm-action, lm-option
           end-unstring
           move function upper-case(lm-action) to lm-action
           move function upper-case(lm-option) to lm-option
           evaluate lm-action
               when 'STATUS'
                   perform show-lock-status
               when 'RELEASE'
                   if lm-option equal 'FORCE'
                       perform force-release-lock
                   else
                       if lm-option equal spaces
                           perform release-stale-lock
                       else
                           perform show-usage
                           move 8 to return-code
                       end-if
                   end-if
               when other
                   perform show-usage
                   move 8 to return-code
           end-evaluate
           STOP RUN.

       show-lock-status section.
           move spaces to lck-record
           move 'QURY' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '23'
                   display "AOC-LOCKMNT: run lock is free"
               when '00'
                   perform display-lock-holder
                   display "AOC-LOCKMNT: lock is active, stale after "
                       lockio-stale-minutes " minutes"
               when '91'
                   perform display-lock-holder
                   display "AOC-LOCKMNT: lock is STALE (older than "
                       lockio-stale-minutes " minutes), release with "
                       "lockmnt RELEASE"
                   move 4 to return-code
               when other
                   display "AOC-LOCKMNT: run-lock I/O error, status="
                       lockio-status
                   move 16 to return-code
           end-evaluate
           exit.

       release-stale-lock section.
           move spaces to lck-record
           move 'QURY' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '23'
                   display "AOC-LOCKMNT: run lock is free, nothing "
                       "to release"
               when '00'
                   perform display-lock-holder
                   display "AOC-LOCKMNT: lock is not stale, not "
                       "released; use lockmnt RELEASE FORCE if the "
                       "holder is known to be dead"
                   move 8 to return-code
               when '91'
                   perform force-release-lock
               when other
                   display "AOC-LOCKMNT: run-lock I/O error, status="
                       lockio-status
                   move 16 to return-code
           end-evaluate
           exit.

       force-release-lock section.
           move spaces to lck-record
           move 'FORC' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '23'
                   display "AOC-LOCKMNT: run lock is free, nothing "
                       "to release"
               when '00'
                   perform display-lock-holder
                   display "AOC-LOCKMNT: run lock released"
               when other
                   display "AOC-LOCKMNT: unable to release run lock, "
                       "status=" lockio-status
                   move 16 to return-code
           end-evaluate
           exit.

       display-lock-holder section.
           display "AOC-LOCKMNT: held by "
               function trim(lck-owner-program) " since "
               lck-start-timestamp(1:4) "-" lck-start-timestamp(5:2)
               "-" lck-start-timestamp(7:2) " "
               lck-start-timestamp(9:2) ":" lck-start-timestamp(11:2)
               ":" lck-start-timestamp(13:2) " (" lockio-age-minutes
               " minutes)"
           display "AOC-LOCKMNT: resources: "
               function trim(lck-resources)
           exit.

       show-usage section.
           display "usage: lockmnt STATUS"
           display "       lockmnt RELEASE        (stale lock only)"
           display "       lockmnt RELEASE FORCE"
           exit.
