       01  ws-prior-checksum pic 9(10) value 0.
       01  ws-input-checksum pic 9(10) value 0.
       01  ws-run-stamp pic x(21) value spaces.
       01  ws-run-mode pic x(10) value spaces.
           88 no-update-run-mode value 'PREFLIGHT' 'REPLAY'.
       01  rmio-function pic x(4) value spaces.
       01  rmio-status pic x(2) value '00'.
       COPY RESMST.
       01  arcio-function pic x(4) value spaces.
       01  arcio-status pic x(2) value '00'.
       COPY INARCH.
       01  temp-rec pic x(80) value space.
       01  temp-rec-tab occurs 80 times pic x(01).
       01  result-tmp pic 9(10).
                  '.sup' delimited by size
                  into supplemental-file-name
           end-string
           move spaces to ws-run-mode
           accept ws-run-mode from environment 'AOC_RUN_MODE'
           move 'N' to ws-audit-switch
           accept ws-audit-switch from environment
               'AOC_AUDIT_REPORT'
           display resultA
           display resultB

           if no-update-run-mode
               display function trim(ws-run-mode) " run, results "
                   "master and control report not updated"
           else
               perform write-control-report
               perform archive-puzzle-input
           end-if

           move resultA to lk-result-a
           move resultB to lk-result-b
           write ctl-report-record
           close control-report
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
