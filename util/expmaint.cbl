               assign to consolidated-results-name
               file status is consolidated-results-status
               organization is line sequential.
           select rejected-answers
               assign to rejected-answers-name
               file status is rejected-answers-status
               organization is line sequential.
       data division.
       file section.
       fd  expected-answers.
           COPY EXPANS.
       fd  consolidated-results.
           COPY CONSOL.
       fd  rejected-answers.
           COPY REJANS.
       working-storage section.
       01  expected-answers-name pic x(64) value './expected.dat'.
       01  expected-answers-status pic x(2) value '00'.
       01  consolidated-results-name pic x(64)
               value './consolidated.rpt'.
       01  consolidated-results-status pic x(2) value '00'.
       01  rejected-answers-name pic x(64) value './rejected.dat'.
       01  rejected-answers-status pic x(2) value '00'.
       01  em-command-line pic x(200) value spaces.
       01  em-action pic x(10) value spaces.
       01  em-job-name pic x(20) value spaces.
       01  rmio-function pic x(4) value spaces.
       01  rmio-status pic x(2) value '00'.
       COPY RESMST.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  em-lock-held pic x(1) value 'N'.
           88 em-lock-is-held value 'Y'.
       01  em-saved-rc pic s9(9) comp-5 value 0.
       01  em-work-record pic x(120) value spaces.
       01  em-work-fields redefines em-work-record.
           05 em-work-job-name pic x(20).
       01  em-result-found pic x(1) value 'N'.
           88 em-result-is-found value 'Y'.
       01  em-result-source pic x(20) value spaces.
       01  em-known-bad pic x(1) value 'N'.
           88 em-known-bad-found value 'Y'.
       01  em-known-bad-result pic 9(18) value 0.
       01  loop-vars.
           05 e pic 9(10) value 0.
       PROCEDURE DIVISION.
           evaluate em-action
               when 'ACCEPT'
                   perform check-key-arguments
                   perform take-run-lock
                   perform accept-confirmed-result
                   perform release-run-lock
               when 'LIST'
                   perform load-expected-table
                   perform list-expected-table
               when 'REMOVE'
                   perform check-key-arguments
                   perform take-run-lock
                   perform remove-expected-entry
                   perform release-run-lock
               when other
                   perform show-usage
                   move 8 to return-code
               move 8 to return-code
               exit section
           end-if
           perform check-rejected-answers
           if em-known-bad-found
               display "AOC-EXPMAINT: " function trim(em-result-source)
                   " part " rej-part " value " em-known-bad-result
                   " is KNOWN-BAD for " function trim(em-job-name)
                   " " function trim(em-input-name)
               display "AOC-EXPMAINT: rejected-answers ledger entry "
                   "part " rej-part " value " rej-value " "
                   function trim(rej-hint) " refused " rej-date
                   ", expected answers not changed"
               move 8 to return-code
               exit section
           end-if
           perform load-expected-table
           perform find-expected-slot
           if em-slot equal 0
               if consolidated-results-status equal '00'
                   and consol-job-name equal em-job-name
                   and consol-puzzle-input-name equal em-input-name
                   and consol-verify-status not equal 'QUAL-HOLD'
                   and consol-verify-status not equal 'KNOWN-BAD'
                   and consol-verify-status not equal 'FAIL'
                   move 'Y' to em-result-found
                   move consol-result-a to em-work-result-a
                   move consol-result-b to em-work-result-b
           close consolidated-results
           exit.

       check-rejected-answers section.
           move 'N' to em-known-bad
           open input rejected-answers
           if rejected-answers-status not equal '00'
               exit section
           end-if
           perform until rejected-answers-status not equal '00'
               or em-known-bad-found
               read rejected-answers
               if rejected-answers-status equal '00'
                   and rej-comment-flag not equal '*'
                   and rej-job-name equal em-job-name
                   and rej-puzzle-input-name equal em-input-name
                   perform test-rejected-entry
               end-if
           end-perform
           close rejected-answers
           exit.

       test-rejected-entry section.
           if rej-part equal 'A'
               move em-work-result-a to em-known-bad-result
           else
               move em-work-result-b to em-known-bad-result
           end-if
           evaluate rej-hint
               when 'HIGH'
                   if em-known-bad-result >= rej-value
                       move 'Y' to em-known-bad
                   end-if
               when 'LOW'
                   if em-known-bad-result <= rej-value
                       move 'Y' to em-known-bad
                   end-if
               when other
                   if em-known-bad-result equal rej-value
                       move 'Y' to em-known-bad
                   end-if
           end-evaluate
           exit.

       load-expected-table section.
           move 0 to em-table-count
           open input expected-answers
                       display "ABEND: " function
                           trim(expected-answers-name)
                           " exceeds " em-table-max " records"
                       perform release-run-lock
                       move 16 to return-code
                       STOP RUN
                   end-if
               display "ABEND: unable to write "
                   function trim(expected-answers-name)
                   " file status=" expected-answers-status
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
           close expected-answers
           exit.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-EXPMAINT' to lck-owner-program
           move 'expected.dat' to lck-resources
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   move 'Y' to em-lock-held
               when '90'
                   display "AOC-EXPMAINT: run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " for "
                       function trim(lck-resources)
                   display "AOC-EXPMAINT: expected answers not "
                       "changed"
                   move 12 to return-code
                   STOP RUN
               when '91'
                   display "AOC-EXPMAINT: STALE run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " ("
                       lockio-age-minutes " minutes)"
                   display "AOC-EXPMAINT: expected answers not "
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
           if not em-lock-is-held
               exit section
           end-if
           move return-code to em-saved-rc
           move spaces to lck-record
           move 'AOC-EXPMAINT' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-EXPMAINT: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           move 'N' to em-lock-held
           move em-saved-rc to return-code
           exit.

       show-usage section.
           display "usage: expmaint ACCEPT job-name input-name"
           display "       expmaint LIST"
