       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-REJMAINT.
       AUTHOR. Uwe Schmidt.
       environment division.
       input-output section.
       file-control.
           select rejected-answers
               assign to rejected-answers-name
               file status is rejected-answers-status
               organization is line sequential.
       data division.
       file section.
       fd  rejected-answers.
           COPY REJANS.
       working-storage section.
       01  rejected-answers-name pic x(64) value './rejected.dat'.
       01  rejected-answers-status pic x(2) value '00'.
       01  rj-command-line pic x(200) value spaces.
       01  rj-action pic x(10) value spaces.
       01  rj-job-name pic x(20) value spaces.
       01  rj-input-name pic x(64) value spaces.
       01  rj-part pic x(1) value spaces.
       01  rj-value-text pic x(20) value spaces.
       01  rj-hint pic x(5) value spaces.
       01  rj-date-text pic x(10) value spaces.
       01  rj-arg-check pic x(20) value spaces.
       01  rj-value-length pic 9(3) value 0.
       01  rj-value-digits pic x(18) value zeros.
       01  rj-value redefines rj-value-digits pic 9(18).
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  rj-lock-held pic x(1) value 'N'.
           88 rj-lock-is-held value 'Y'.
       01  rj-saved-rc pic s9(9) comp-5 value 0.
       01  rj-work-record pic x(116) value spaces.
       01  rj-work-fields redefines rj-work-record.
           05 rj-work-job-name pic x(20).
           05 rj-work-input-name pic x(64).
           05 rj-work-part pic x(1).
           05 rj-work-value pic 9(18).
           05 rj-work-hint pic x(5).
           05 rj-work-date pic 9(8).
       01  rj-table.
           05 rj-entry occurs 500 times pic x(116).
       01  rj-table-count pic 9(3) value 0.
       01  rj-table-max pic 9(3) value 500.
       01  rj-slot pic 9(3) value 0.
       01  loop-vars.
           05 e pic 9(10) value 0.
       PROCEDURE DIVISION.
       main-logic section.
           accept rj-command-line from command-line
           unstring rj-command-line delimited by all ' '
               into rj-action, rj-job-name, rj-input-name, rj-part,
                   rj-value-text, rj-hint, rj-date-text
           end-unstring
           move function upper-case(rj-action) to rj-action
           move function upper-case(rj-part) to rj-part
           move function upper-case(rj-hint) to rj-hint
           evaluate rj-action
               when 'ADD'
                   perform check-key-arguments
                   perform check-add-arguments
                   perform take-run-lock
                   perform add-rejected-entry
                   perform release-run-lock
               when 'LIST'
                   perform load-rejected-table
                   perform list-rejected-table
               when 'REMOVE'
                   perform check-key-arguments
                   perform take-run-lock
                   perform remove-rejected-entry
                   perform release-run-lock
               when other
                   perform show-usage
                   move 8 to return-code
           end-evaluate
           STOP RUN.

       check-key-arguments section.
           if rj-job-name equal spaces
               or rj-input-name equal spaces
               or rj-part equal spaces
               or rj-value-text equal spaces
               perform show-usage
               move 8 to return-code
               STOP RUN
           end-if
           if rj-part not equal 'A' and rj-part not equal 'B'
               display "AOC-REJMAINT: part " rj-part
                   " is not A or B"
               move 8 to return-code
               STOP RUN
           end-if
           move rj-value-text to rj-arg-check
           inspect rj-arg-check converting '0123456789' to space
           move 0 to rj-value-length
           inspect function trim(rj-value-text)
               tallying rj-value-length for characters
           if rj-arg-check not equal spaces
               or rj-value-length > 18
               display "AOC-REJMAINT: value "
                   function trim(rj-value-text)
                   " is not a number of up to 18 digits"
               move 8 to return-code
               STOP RUN
           end-if
           move zeros to rj-value-digits
           move rj-value-text(1:rj-value-length)
               to rj-value-digits(19 - rj-value-length:
                   rj-value-length)
           move spaces to rj-work-record
           move rj-job-name to rj-work-job-name
           move rj-input-name to rj-work-input-name
           move rj-part to rj-work-part
           move rj-value to rj-work-value
           exit.

       check-add-arguments section.
           evaluate rj-hint
               when 'HIGH'
               when 'LOW'
               when 'WRONG'
                   continue
               when other
                   display "AOC-REJMAINT: hint "
                       function trim(rj-hint)
                       " is not HIGH, LOW or WRONG"
                   perform show-usage
                   move 8 to return-code
                   STOP RUN
           end-evaluate
           move rj-hint to rj-work-hint
           if rj-date-text equal spaces
               move function current-date(1:8) to rj-work-date
           else
               move rj-date-text to rj-arg-check
               inspect rj-arg-check converting '0123456789'
                   to space
               if rj-arg-check not equal spaces
                   or rj-date-text(8:1) equal space
                   or rj-date-text(9:1) not equal space
                   display "AOC-REJMAINT: date "
                       function trim(rj-date-text)
                       " is not yyyymmdd"
                   move 8 to return-code
                   STOP RUN
               end-if
               move rj-date-text(1:8) to rj-work-date
           end-if
           exit.

       add-rejected-entry section.
           perform load-rejected-table
           perform find-rejected-slot
           if rj-slot equal 0
               if rj-table-count equal rj-table-max
                   display "AOC-REJMAINT: rejected-answers table "
                       "is full, entry not added"
                   move 16 to return-code
                   exit section
               end-if
               add 1 to rj-table-count
               move rj-table-count to rj-slot
               display "AOC-REJMAINT: adding rejected answer for "
                   function trim(rj-job-name) " "
                   function trim(rj-input-name) " part " rj-part
           else
               display "AOC-REJMAINT: replacing rejected answer for "
                   function trim(rj-job-name) " "
                   function trim(rj-input-name) " part " rj-part
           end-if
           move rj-work-record to rj-entry(rj-slot)
           perform rewrite-rejected-file
           display "AOC-REJMAINT: " rj-work-value " "
               function trim(rj-work-hint) " refused "
               rj-work-date
           exit.

       remove-rejected-entry section.
           perform load-rejected-table
           perform find-rejected-slot
           if rj-slot equal 0
               display "AOC-REJMAINT: no rejected-answers record "
                   "for " function trim(rj-job-name) " "
                   function trim(rj-input-name) " part " rj-part
                   " value " rj-work-value
               move 4 to return-code
               exit section
           end-if
           perform varying e from rj-slot by 1
               until e > rj-table-count - 1
               move rj-entry(e + 1) to rj-entry(e)
           end-perform
           subtract 1 from rj-table-count
           perform rewrite-rejected-file
           display "AOC-REJMAINT: removed "
               function trim(rj-job-name) " "
               function trim(rj-input-name) " part " rj-part
               " value " rj-work-value
           exit.

       load-rejected-table section.
           move 0 to rj-table-count
           open input rejected-answers
           if rejected-answers-status not equal '00'
               display "AOC-REJMAINT: no rejected-answers file "
                   function trim(rejected-answers-name)
                   ", starting a new one"
               exit section
           end-if
           perform until rejected-answers-status not equal '00'
               read rejected-answers
               if rejected-answers-status equal '00'
                   if rj-table-count equal rj-table-max
                       display "ABEND: " function
                           trim(rejected-answers-name)
                           " exceeds " rj-table-max " records"
                       perform release-run-lock
                       move 16 to return-code
                       STOP RUN
                   end-if
                   add 1 to rj-table-count
                   move rej-record to rj-entry(rj-table-count)
               end-if
           end-perform
           close rejected-answers
           exit.

       find-rejected-slot section.
           move 0 to rj-slot
           perform varying e from 1 by 1 until e > rj-table-count
               or rj-slot > 0
               if rj-entry(e)(1:1) not equal '*'
                   and rj-entry(e)(1:103) equal rj-work-record(1:103)
                   move e to rj-slot
               end-if
           end-perform
           exit.

       list-rejected-table section.
           if rj-table-count equal 0
               display "AOC-REJMAINT: rejected-answers table is "
                   "empty"
               exit section
           end-if
           perform varying e from 1 by 1 until e > rj-table-count
               if rj-entry(e)(1:1) equal '*'
                   or rj-entry(e) equal spaces
                   display rj-entry(e)
               else
                   move rj-entry(e) to rj-work-record
                   display function trim(rj-work-job-name) " "
                       function trim(rj-work-input-name)
                       " " rj-work-part "=" rj-work-value " "
                       rj-work-hint " " rj-work-date
               end-if
           end-perform
           display "AOC-REJMAINT: " rj-table-count " record(s)"
           exit.

       rewrite-rejected-file section.
           open output rejected-answers
           if rejected-answers-status not equal '00'
               display "ABEND: unable to write "
                   function trim(rejected-answers-name)
                   " file status=" rejected-answers-status
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
           perform varying e from 1 by 1 until e > rj-table-count
               move rj-entry(e) to rej-record
               write rej-record
           end-perform
           close rejected-answers
           exit.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-REJMAINT' to lck-owner-program
           move 'rejected.dat' to lck-resources
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   move 'Y' to rj-lock-held
               when '90'
                   display "AOC-REJMAINT: run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " for "
                       function trim(lck-resources)
                   display "AOC-REJMAINT: rejected answers not "
                       "changed"
                   move 12 to return-code
                   STOP RUN
               when '91'
                   display "AOC-REJMAINT: STALE run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " ("
                       lockio-age-minutes " minutes)"
                   display "AOC-REJMAINT: rejected answers not "
                       "changed, check the holder and release with "
                       "lockmnt RELEASE"
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
           if not rj-lock-is-held
               exit section
           end-if
           move return-code to rj-saved-rc
           move spaces to lck-record
           move 'AOC-REJMAINT' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-REJMAINT: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           move 'N' to rj-lock-held
           move rj-saved-rc to return-code
           exit.

       show-usage section.
           display "usage: rejmaint ADD job-name input-name part "
               "value hint [yyyymmdd]"
           display "       rejmaint LIST"
           display "       rejmaint REMOVE job-name input-name part "
               "value"
           display "       part: A B  hint: HIGH LOW WRONG"
           exit.
