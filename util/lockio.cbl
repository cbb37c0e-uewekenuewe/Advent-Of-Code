       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-LOCKIO.
       AUTHOR. Uwe Schmidt.
       environment division.
       input-output section.
       file-control.
           select run-lock-file
               assign to run-lock-file-name
               file status is run-lock-file-status
               organization is line sequential.
       data division.
       file section.
       fd  run-lock-file.
           COPY LOCKREC REPLACING LEADING ==lck== BY ==lckf==.
       working-storage section.
       01  run-lock-file-name pic x(64) value './aoc.lck'.
       01  run-lock-file-status pic x(2) value '00'.
       01  lock-call-rc pic s9(9) comp-5 value 0.
       01  lock-held pic x(1) value 'N'.
           88 lock-is-held value 'Y'.
       01  lock-stale-text pic x(7) value spaces.
       01  lock-arg-check pic x(7) value spaces.
       01  lock-age-work pic s9(9) value 0.
       01  lock-current-record.
           05 lock-current-owner pic x(12).
           05 lock-current-stamp.
              10 lock-then-date pic 9(8).
              10 lock-then-hh pic 9(2).
              10 lock-then-mm pic 9(2).
              10 filler pic x(9).
           05 lock-current-resources pic x(60).
       01  lock-now-stamp.
           05 lock-now-date pic 9(8).
           05 lock-now-hh pic 9(2).
           05 lock-now-mm pic 9(2).
           05 filler pic x(9).
       linkage section.
       01  lockio-function pic x(4).
       COPY LOCKREC.
       01  lockio-age-minutes pic 9(7).
       01  lockio-stale-minutes pic 9(7).
       01  lockio-status pic x(2).
       PROCEDURE DIVISION USING lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status.
       main-logic section.
           move '00' to lockio-status
           move 0 to lockio-age-minutes
           perform set-stale-limit
           evaluate lockio-function
               when 'TAKE'
                   perform take-run-lock
               when 'FREE'
                   perform free-run-lock
               when 'FORC'
                   perform force-run-lock
               when 'QURY'
                   perform query-run-lock
               when other
                   display "AOC-LOCKIO: unknown function "
                       lockio-function
                   move '99' to lockio-status
           end-evaluate
           GOBACK.

       set-stale-limit section.
           move 240 to lockio-stale-minutes
           move spaces to lock-stale-text
           accept lock-stale-text from environment
               'AOC_LOCK_STALE_MINUTES'
           if lock-stale-text not equal spaces
               move lock-stale-text to lock-arg-check
               inspect lock-arg-check converting '0123456789'
                   to space
               if lock-arg-check equal spaces
                   move function numval(lock-stale-text)
                       to lockio-stale-minutes
               end-if
           end-if
           exit.

       take-run-lock section.
           perform read-current-lock
           if lock-is-held
               move lock-current-record to lck-record
               perform compute-lock-age
               if lockio-age-minutes > lockio-stale-minutes
                   move '91' to lockio-status
               else
                   move '90' to lockio-status
               end-if
               exit section
           end-if
           move function current-date to lck-start-timestamp
           open output run-lock-file
           if run-lock-file-status not equal '00'
               move run-lock-file-status to lockio-status
               exit section
           end-if
           move lck-record to lckf-record
           write lckf-record
           if run-lock-file-status not equal '00'
               move run-lock-file-status to lockio-status
           end-if
           close run-lock-file
           exit.

       free-run-lock section.
           perform read-current-lock
           if not lock-is-held
               move '23' to lockio-status
               exit section
           end-if
           if lock-current-owner not equal lck-owner-program
               move lock-current-record to lck-record
               perform compute-lock-age
               move '90' to lockio-status
               exit section
           end-if
           perform delete-lock-file
           exit.

       force-run-lock section.
           perform read-current-lock
           if not lock-is-held
               move '23' to lockio-status
               exit section
           end-if
           move lock-current-record to lck-record
           perform compute-lock-age
           perform delete-lock-file
           exit.

       query-run-lock section.
           perform read-current-lock
           if not lock-is-held
               move '23' to lockio-status
               exit section
           end-if
           move lock-current-record to lck-record
           perform compute-lock-age
           if lockio-age-minutes > lockio-stale-minutes
               move '91' to lockio-status
           end-if
           exit.

       read-current-lock section.
           move 'N' to lock-held
           move spaces to lock-current-record
           open input run-lock-file
           if run-lock-file-status not equal '00'
               exit section
           end-if
           read run-lock-file
           if run-lock-file-status equal '00'
               and lckf-record not equal spaces
               move 'Y' to lock-held
               move lckf-record to lock-current-record
           end-if
           close run-lock-file
           exit.

       compute-lock-age section.
           move 0 to lockio-age-minutes
           move function current-date to lock-now-stamp
           if lock-then-date is not numeric
               or lock-then-hh is not numeric
               or lock-then-mm is not numeric
               exit section
           end-if
           compute lock-age-work =
               (function integer-of-date(lock-now-date)
               - function integer-of-date(lock-then-date)) * 1440
               + (lock-now-hh * 60) + lock-now-mm
               - (lock-then-hh * 60) - lock-then-mm
           if lock-age-work > 0
               move lock-age-work to lockio-age-minutes
           end-if
           exit.

       delete-lock-file section.
           call "CBL_DELETE_FILE" using run-lock-file-name
               returning lock-call-rc
           if lock-call-rc not equal 0
               move '30' to lockio-status
           end-if
           exit.
