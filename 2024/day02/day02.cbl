       01  ws-job-name pic x(20) value spaces.
       01  ws-input-tag pic x(64) value spaces.
       01  ws-run-stamp pic x(21) value spaces.
       01  ws-run-mode pic x(10) value spaces.
           88 no-update-run-mode value 'PREFLIGHT' 'REPLAY'.
       01  rmio-function pic x(4) value spaces.
       01  rmio-status pic x(2) value '00'.
       COPY RESMST.
       01  arcio-function pic x(4) value spaces.
       01  arcio-status pic x(2) value '00'.
       COPY INARCH.
       01  ws-program-id pic x(10) value 'D2024-02'.
       01  ws-exc-count pic 9(10) value 0.
       01  ws-reject-pct pic 9(3)v9(2) value 0.
       01  ws-reject-pct-edit pic zz9.99.
       01  ws-quality-hold pic x(1) value 'N'.
           88 quality-hold-needed value 'Y'.
       01  catio-function pic x(4) value spaces.
       01  catio-status pic x(2) value '00'.
       COPY PGMCAT.
       01  holdio-function pic x(4) value spaces.
       01  holdio-status pic x(2) value '00'.
       COPY QHOLD.
       01  resultA pic 9(18) value 0.
       01  resultB pic 9(18) value 0.
       01  table-max-size pic 9(10) value 100000.
                  '.sup' delimited by size
                  into supplemental-file-name
           end-string
           move spaces to ws-run-mode
           accept ws-run-mode from environment 'AOC_RUN_MODE'

           perform check-for-checkpoint
           if ws-checkpoint-line-target > 0
           close exception-file
           call "CBL_DELETE_FILE" using restart-file-name
               returning ws-delete-rc
           perform check-reject-tolerance
           display "Day2 Part A: " resultA
           display "Day2 Part B: " resultB

           if no-update-run-mode
               display function trim(ws-run-mode) " run, results "
                   "master and control report not updated"
           else
               perform write-control-report
               perform archive-puzzle-input
           end-if

           move resultA to lk-result-a
           move resultB to lk-result-b
           if quality-hold-needed
               move 4 to return-code
           end-if

           GOBACK.
       abend-result-overflow section.
                       " B=" resultB
               end-if
           end-if
           if quality-hold-needed
               perform write-quality-hold
               move 'QUAL-HOLD' to ctl-reconcile-status
           else
               perform update-results-master
           end-if
           open extend control-report
           if control-report-status not equal '00'
               open output control-report
           write ctl-report-record
           close control-report
           exit.
       check-reject-tolerance section.
           move 'N' to ws-quality-hold
           move 0 to ws-exc-count
           move 0 to ws-reject-pct
           open input exception-file
           if exception-file-status equal '00'
               perform until exception-file-status not equal '00'
                   read exception-file
                   if exception-file-status equal '00'
                       add 1 to ws-exc-count
                   end-if
               end-perform
               close exception-file
           end-if
           if ws-exc-count equal 0
               exit section
           end-if
           if ws-line-number > 0
               compute ws-reject-pct rounded =
                   (ws-exc-count * 100) / ws-line-number
           end-if
           move spaces to cat-record-fields
           move ws-program-id to cat-program-id
           move 'READ' to catio-function
           call 'AOC-CATIO' using catio-function, cat-record-fields,
               catio-status
           if catio-status not equal '00'
               or cat-reject-limit is not numeric
               exit section
           end-if
           evaluate cat-reject-basis
               when 'P'
                   if ws-reject-pct > cat-reject-limit
                       move 'Y' to ws-quality-hold
                   end-if
               when 'C'
                   if ws-exc-count > cat-reject-limit
                       move 'Y' to ws-quality-hold
                   end-if
           end-evaluate
           if quality-hold-needed
               move ws-reject-pct to ws-reject-pct-edit
               display "WARNING: " ws-exc-count " of " ws-line-number
                   " records rejected (" ws-reject-pct-edit
                   "%), over tolerance " cat-reject-basis " "
                   cat-reject-limit
               display "WARNING: result for " ws-job-name
                   " held, results master not updated"
           end-if
           exit.
       write-quality-hold section.
           move spaces to qh-record
           move ctl-job-name to qh-job-name
           move ctl-puzzle-input-name to qh-puzzle-input-name
           move ctl-run-timestamp to qh-run-timestamp
           move ctl-record-count to qh-record-count
           move ctl-input-checksum to qh-input-checksum
           move ctl-sup-count to qh-sup-count
           move ctl-result-a to qh-result-a
           move ctl-result-b to qh-result-b
           move ctl-file-status to qh-file-status
           move ctl-reconcile-status to qh-reconcile-status
           move ws-line-number to qh-records-read
           move ws-exc-count to qh-reject-count
           move ws-reject-pct to qh-reject-pct
           move cat-reject-basis to qh-reject-basis
           move cat-reject-limit to qh-reject-limit
           move 'UPDT' to holdio-function
           call 'AOC-HOLDIO' using holdio-function, qh-record,
               holdio-status
           if holdio-status not equal '00'
               display "WARNING: unable to write quality hold "
                   "for " ws-job-name " status=" holdio-status
           end-if
           exit.
       archive-puzzle-input section.
           move spaces to ia-record
           move ws-job-name to ia-job-name
           move puzzle-input-name to ia-puzzle-input-name
           move i to ia-record-count
           move ws-input-checksum to ia-input-checksum
           move 'SAVE' to arcio-function
           call 'AOC-ARCIO' using arcio-function, ia-record,
               arcio-status
           evaluate arcio-status
               when '00'
                   display "input version archived to "
                       function trim(ia-archive-name)
               when '22'
                   continue
               when other
                   display "WARNING: unable to archive "
                       function trim(puzzle-input-name)
                       " status=" arcio-status
           end-evaluate
           exit.
       find-prior-run section.
           move 'N' to ws-prior-found
           move 0 to ws-prior-result-a
                    ws-prior-record-count
                    ws-prior-checksum
                    ws-input-checksum
                    ws-exc-count
                    ws-reject-pct
           exit.
