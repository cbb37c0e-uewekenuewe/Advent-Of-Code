       IDENTIFICATION DIVISION.
       PROGRAM-ID. D2024-03.
       AUTHOR. Uwe Schmidt.
       environment division.
       input-output section.
       file-control.
           select puzzle-input
               assign to puzzle-input-name
               file status is puzzle-input-status
               organization is line sequential.
           select control-report
               assign to control-report-name
               file status is control-report-status
               organization is line sequential.
           select restart-file
               assign to restart-file-name
               file status is restart-file-status
               organization is line sequential.
           select exception-file
               assign to exception-file-name
               file status is exception-file-status
               organization is line sequential.
           select supplemental-file
               assign to supplemental-file-name
               file status is supplemental-file-status
               organization is line sequential.

       data division.
       file section.
       fd  puzzle-input.
       01  input-record pic x(80).
       fd  control-report.
           COPY CTLRPT.
       fd  restart-file.
           COPY CKREC.
       fd  exception-file.
           COPY EXCREC.
       fd  supplemental-file.
       01  supplemental-record pic x(80).
       WORKING-STORAGE SECTION.
       01  puzzle-input-name pic x(64) value './03'.
       01  puzzle-input-status pic x(2) value '00'.
       01  control-report-name pic x(64) value spaces.
       01  control-report-status pic x(2) value '00'.
       01  restart-file-name pic x(64) value spaces.
       01  restart-file-status pic x(2) value '00'.
       01  exception-file-name pic x(64) value spaces.
       01  exception-file-status pic x(2) value '00'.
       01  supplemental-file-name pic x(64) value spaces.
       01  supplemental-file-status pic x(2) value '00'.
       01  ws-sup-count pic 9(10) value 0.
       01  checkpoint-interval pic 9(5) value 100.
       01  ws-skip-ctr pic 9(10) comp-5 value 0.
       01  ws-delete-rc pic s9(9) comp-5 value 0.
       01  ws-line-number pic 9(10) value 0.
       01  ws-checkpoint-line-target pic 9(10) value 0.
       01  ws-ckpt-last-i pic 9(10) comp-5 value 0.
       01  ws-ckpt-start pic 9(10) comp-5 value 0.
       01  ws-prior-found pic x(1) value 'N'.
           88 prior-run-found value 'Y'.
       01  ws-prior-result-a pic 9(18) value 0.
       01  ws-prior-result-b pic 9(18) value 0.
       01  ws-prior-record-count pic 9(10) value 0.
       01  ws-prior-checksum pic 9(10) value 0.
       01  ws-input-checksum pic 9(10) value 0.
       01  ws-job-year pic x(4) value spaces.
       01  ws-job-day pic x(2) value spaces.
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
       01  ws-program-id pic x(10) value 'D2024-03'.
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
       01  line-valid pic x(1) value 'Y'.
           88 line-is-valid value 'Y'.
       01  scan-state pic 9(2) value 0.
       01  scan-char pic x(1) value space.
       01  scan-digit redefines scan-char pic 9(1).
       01  scan-x pic 9(3) value 0.
       01  scan-x-len pic 9(1) value 0.
       01  scan-y pic 9(3) value 0.
       01  scan-y-len pic 9(1) value 0.
       01  scan-product pic 9(7) value 0.
       01  mul-enabled pic x(1) value 'Y'.
           88 mul-is-enabled value 'Y'.
       01  mul-count pic 9(10) value 0.
       01  mul-enabled-count pic 9(10) value 0.
       01 input-table.
           05 tab-rec occurs 100000 times pic x(80).
       01 loop-vars.
           05 i pic 9(10) value 0.
           05 k pic 9(10)  value 0.
           05 x pic 9(10) comp-5 value 0.
           05 y pic 9(10) comp-5 value 0.
           05 cs pic 9(10) comp-5 value 0.
       LINKAGE SECTION.
       01  lk-puzzle-input-name pic x(64).
       01  lk-year pic x(4).
       01  lk-day pic x(2).
       01  lk-result-a pic 9(18).
       01  lk-result-b pic 9(18).
       PROCEDURE DIVISION USING lk-puzzle-input-name, lk-year, lk-day,
               lk-result-a, lk-result-b.
           perform init
           move lk-puzzle-input-name to puzzle-input-name
           move lk-year to ws-job-year
           move lk-day to ws-job-day
           move spaces to ws-job-name
           string function trim(ws-job-year) delimited by size
                  '-' delimited by size
                  function trim(ws-job-day) delimited by size
                  into ws-job-name
           end-string
           move puzzle-input-name to ws-input-tag
           if ws-input-tag(1:2) equal './'
               move puzzle-input-name(3:62) to ws-input-tag
           end-if
           inspect ws-input-tag replacing all '/' by '_'
           move spaces to control-report-name
           string './' delimited by size
                  function trim(ws-job-year) delimited by size
                  function trim(ws-job-day) delimited by size
                  '-' delimited by size
                  function trim(ws-input-tag) delimited by size
                  '.rpt' delimited by size
                  into control-report-name
           end-string
           move spaces to restart-file-name
           string './' delimited by size
                  function trim(ws-job-year) delimited by size
                  function trim(ws-job-day) delimited by size
                  '-' delimited by size
                  function trim(ws-input-tag) delimited by size
                  '.ckpt' delimited by size
                  into restart-file-name
           end-string
           move spaces to exception-file-name
           string './' delimited by size
                  function trim(ws-job-year) delimited by size
                  function trim(ws-job-day) delimited by size
                  '-' delimited by size
                  function trim(ws-input-tag) delimited by size
                  '.exc' delimited by size
                  into exception-file-name
           end-string
           move spaces to supplemental-file-name
           string './' delimited by size
                  function trim(ws-job-year) delimited by size
                  function trim(ws-job-day) delimited by size
                  '-' delimited by size
                  function trim(ws-input-tag) delimited by size
                  '.sup' delimited by size
                  into supplemental-file-name
           end-string
           move spaces to ws-run-mode
           accept ws-run-mode from environment 'AOC_RUN_MODE'

           perform check-for-checkpoint
           if ws-checkpoint-line-target > 0
               open extend exception-file
               if exception-file-status not equal '00'
                   open output exception-file
               end-if
           else
               open output exception-file
           end-if

           open input puzzle-input
           if puzzle-input-status not equal '00'
               display "ABEND: unable to open " puzzle-input-name
                   " file status=" puzzle-input-status
               close exception-file
               move 16 to return-code
               goback
           end-if
           if ws-checkpoint-line-target > 0
               perform varying ws-skip-ctr from 1 by 1
                   until ws-skip-ctr > ws-checkpoint-line-target
                   read puzzle-input
                   if puzzle-input-status not equal '00'
                       display "ABEND: checkpoint in " restart-file-name
                           " is beyond the end of " puzzle-input-name
                       close puzzle-input
                       close exception-file
                       move 16 to return-code
                       goback
                   end-if
                   perform accumulate-input-checksum
               end-perform
               display "resuming " puzzle-input-name
                   " from checkpoint at line " ws-line-number
           end-if
           perform with test after
               until puzzle-input-status equal '10'
               read puzzle-input
               evaluate puzzle-input-status
                   when '00'
                       add 1 to ws-line-number
                       perform accumulate-input-checksum
                       perform validate-and-store-record
                       if i > 0
                           and function mod(i, checkpoint-interval) = 0
                           perform write-checkpoint
                       end-if
                   when '10'
                       continue
                   when other
                       display "ABEND: I/O error reading "
                           puzzle-input-name
                           " file status=" puzzle-input-status
                       close puzzle-input
                       close exception-file
                       move 16 to return-code
                       goback
               end-evaluate
           end-perform

           perform read-supplemental-input

           move 0 to scan-state
           move 'Y' to mul-enabled
           perform varying y from 1 by 1 until y > i
               perform varying x from 1 by 1 until x > 80
                   move tab-rec(y)(x:1) to scan-char
                   perform scan-one-char
               end-perform
           end-perform

           display "file count: " i
           close puzzle-input
           close exception-file
           call "CBL_DELETE_FILE" using restart-file-name
               returning ws-delete-rc
           perform check-reject-tolerance
           display "mul instructions: " mul-count
               " enabled: " mul-enabled-count
           display "Day3 Part A: " resultA
           display "Day3 Part B: " resultB

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
           display "ABEND: result exceeds 18 digits for "
               function trim(puzzle-input-name)
           close puzzle-input
           close exception-file
           move 16 to return-code
           goback.
       read-supplemental-input section.
           move 0 to ws-sup-count
           open input supplemental-file
           if supplemental-file-status equal '00'
               perform until supplemental-file-status not equal '00'
                   read supplemental-file
                   if supplemental-file-status equal '00'
                       add 1 to ws-sup-count
                       add 1 to ws-line-number
                       move supplemental-record to input-record
                       perform accumulate-input-checksum
                       perform validate-and-store-record
                   end-if
               end-perform
               close supplemental-file
               display "supplemental records applied from "
                   function trim(supplemental-file-name) ": "
                   ws-sup-count
           end-if
           exit.
       validate-and-store-record section.
           perform check-memory-record
           if line-is-valid
               add 1 to i
               if i > table-max-size
                   display "ABEND: puzzle-input exceeds table "
                       "capacity of " table-max-size " rows"
                   close puzzle-input
                   close exception-file
                   move 16 to return-code
                   goback
               end-if
               move input-record to tab-rec(i)
           else
               move ws-line-number to exc-line-number
               move input-record to exc-input-record
               write exc-record
           end-if
           exit.
       check-memory-record section.
           move 'Y' to line-valid
           if input-record equal spaces
               move 'N' to line-valid
           end-if
           perform varying x from 1 by 1 until x > 80
               or not line-is-valid
               if input-record(x:1) < space
                   move 'N' to line-valid
               end-if
           end-perform
           exit.
       scan-one-char section.
           evaluate scan-state
               when 0
                   perform scan-start-char
               when 1
                   if scan-char equal 'u'
                       move 2 to scan-state
                   else
                       perform scan-start-char
                   end-if
               when 2
                   if scan-char equal 'l'
                       move 3 to scan-state
                   else
                       perform scan-start-char
                   end-if
               when 3
                   if scan-char equal '('
                       move 4 to scan-state
                   else
                       perform scan-start-char
                   end-if
               when 4
                   if scan-char is numeric
                       move scan-digit to scan-x
                       move 1 to scan-x-len
                       move 5 to scan-state
                   else
                       perform scan-start-char
                   end-if
               when 5
                   evaluate true
                       when scan-char is numeric and scan-x-len < 3
                           compute scan-x = (scan-x * 10) + scan-digit
                           add 1 to scan-x-len
                       when scan-char equal ','
                           move 6 to scan-state
                       when other
                           perform scan-start-char
                   end-evaluate
               when 6
                   if scan-char is numeric
                       move scan-digit to scan-y
                       move 1 to scan-y-len
                       move 7 to scan-state
                   else
                       perform scan-start-char
                   end-if
               when 7
                   evaluate true
                       when scan-char is numeric and scan-y-len < 3
                           compute scan-y = (scan-y * 10) + scan-digit
                           add 1 to scan-y-len
                       when scan-char equal ')'
                           perform apply-multiply
                           move 0 to scan-state
                       when other
                           perform scan-start-char
                   end-evaluate
               when 10
                   if scan-char equal 'o'
                       move 11 to scan-state
                   else
                       perform scan-start-char
                   end-if
               when 11
                   evaluate scan-char
                       when '('
                           move 12 to scan-state
                       when 'n'
                           move 14 to scan-state
                       when other
                           perform scan-start-char
                   end-evaluate
               when 12
                   if scan-char equal ')'
                       move 'Y' to mul-enabled
                       move 0 to scan-state
                   else
                       perform scan-start-char
                   end-if
               when 14
                   if scan-char equal "'"
                       move 15 to scan-state
                   else
                       perform scan-start-char
                   end-if
               when 15
                   if scan-char equal 't'
                       move 16 to scan-state
                   else
                       perform scan-start-char
                   end-if
               when 16
                   if scan-char equal '('
                       move 17 to scan-state
                   else
                       perform scan-start-char
                   end-if
               when 17
                   if scan-char equal ')'
                       move 'N' to mul-enabled
                       move 0 to scan-state
                   else
                       perform scan-start-char
                   end-if
               when other
                   perform scan-start-char
           end-evaluate
           exit.
       scan-start-char section.
           evaluate scan-char
               when 'm'
                   move 1 to scan-state
               when 'd'
                   move 10 to scan-state
               when other
                   move 0 to scan-state
           end-evaluate
           exit.
       apply-multiply section.
           compute scan-product = scan-x * scan-y
           add 1 to mul-count
           add scan-product to resultA
               on size error
                   perform abend-result-overflow
           end-add
           if mul-is-enabled
               add 1 to mul-enabled-count
               add scan-product to resultB
                   on size error
                       perform abend-result-overflow
               end-add
           end-if
           exit.
       check-for-checkpoint section.
           open input restart-file
           if restart-file-status equal '00'
               perform until restart-file-status not equal '00'
                   read restart-file
                   if restart-file-status equal '00'
                       add 1 to i
                       if i > table-max-size
                           display "ABEND: restart-file "
                               restart-file-name
                               " exceeds table capacity of "
                               table-max-size " rows"
                           close restart-file
                           move 16 to return-code
                           goback
                       end-if
                       move ck-input-record to tab-rec(i)
                       move ck-line-number to ws-checkpoint-line-target
                   end-if
               end-perform
               close restart-file
           end-if
           move i to ws-ckpt-last-i
           move ws-checkpoint-line-target to ws-line-number
           exit.
       accumulate-input-checksum section.
           perform varying cs from 1 by 1 until cs > 80
               if input-record(cs:1) not equal space
                   compute ws-input-checksum = function mod(
                       ws-input-checksum
                       + (function ord(input-record(cs:1)) * cs),
                       9999999999)
               end-if
           end-perform
           exit.
       write-checkpoint section.
           compute ws-ckpt-start = ws-ckpt-last-i + 1
           open extend restart-file
           if restart-file-status not equal '00'
               open output restart-file
           end-if
           perform varying k from ws-ckpt-start by 1 until k > i
               move ws-line-number to ck-line-number
               move tab-rec(k) to ck-input-record
               write ck-record
           end-perform
           close restart-file
           move i to ws-ckpt-last-i
           exit.
       write-control-report section.
           perform find-prior-run
           move ws-job-name to ctl-job-name
           move puzzle-input-name to ctl-puzzle-input-name
           move function current-date to ws-run-stamp
           move ws-run-stamp to ctl-run-timestamp
           move i to ctl-record-count
           move ws-input-checksum to ctl-input-checksum
           move ws-sup-count to ctl-sup-count
           move resultA to ctl-result-a
           move resultB to ctl-result-b
           move puzzle-input-status to ctl-file-status
           if not prior-run-found
               move 'NEW' to ctl-reconcile-status
           else
               if resultA equal ws-prior-result-a
                   and resultB equal ws-prior-result-b
                   move 'OK' to ctl-reconcile-status
               else
                   if i not equal ws-prior-record-count
                       or ws-input-checksum not equal
                           ws-prior-checksum
                       move 'MISMATCH-INPUT'
                           to ctl-reconcile-status
                   else
                       move 'MISMATCH-LOGIC'
                           to ctl-reconcile-status
                   end-if
                   display "WARNING: reconciliation mismatch ("
                       function trim(ctl-reconcile-status)
                       ") for "
                       ws-job-name " prior A=" ws-prior-result-a
                       " B=" ws-prior-result-b
                   display "WARNING: current A=" resultA
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
           end-if
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
           move 0 to ws-prior-result-b
           initialize rm-record
           move ws-job-name to rm-job-name
           move puzzle-input-name to rm-puzzle-input-name
           move 'READ' to rmio-function
           call 'AOC-RESMIO' using rmio-function, rm-record,
               rmio-status
           if rmio-status equal '00'
               move 'Y' to ws-prior-found
               move rm-result-a to ws-prior-result-a
               move rm-result-b to ws-prior-result-b
               move rm-record-count to ws-prior-record-count
               move rm-input-checksum to ws-prior-checksum
           end-if
           exit.
       update-results-master section.
           move ws-job-name to rm-job-name
           move puzzle-input-name to rm-puzzle-input-name
           move ws-run-stamp to rm-run-timestamp
           move i to rm-record-count
           move ws-input-checksum to rm-input-checksum
           move resultA to rm-result-a
           move resultB to rm-result-b
           move ctl-reconcile-status to rm-reconcile-status
           move 'UPDT' to rmio-function
           call 'AOC-RESMIO' using rmio-function, rm-record,
               rmio-status
           if rmio-status not equal '00'
               display "WARNING: unable to update results master "
                   "for " ws-job-name " status=" rmio-status
           end-if
           exit.
       init section.
           initialize loop-vars
                    resultA
                    resultB
                    scan-state
                    scan-x
                    scan-x-len
                    scan-y
                    scan-y-len
                    mul-count
                    mul-enabled-count
                    ws-sup-count
                    ws-line-number
                    ws-checkpoint-line-target
                    ws-ckpt-last-i
                    ws-ckpt-start
                    ws-input-tag
                    ws-prior-found
                    ws-prior-result-a
                    ws-prior-result-b
                    ws-prior-record-count
                    ws-prior-checksum
                    ws-input-checksum
                    ws-exc-count
                    ws-reject-pct
           exit.
