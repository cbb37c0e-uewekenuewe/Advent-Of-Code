       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-QHOLD.
       AUTHOR. Uwe Schmidt.
       environment division.
       input-output section.
       file-control.
           select quality-hold-file
               assign to quality-hold-file-name
               file status is quality-hold-file-status
               organization is line sequential.
           select control-report
               assign to control-report-name
               file status is control-report-status
               organization is line sequential.
       data division.
       file section.
       fd  quality-hold-file.
           COPY QHOLD REPLACING LEADING ==qh== BY ==qhf==.
       fd  control-report.
           COPY CTLRPT.
       working-storage section.
       01  quality-hold-file-name pic x(64) value './qhold.dat'.
       01  quality-hold-file-status pic x(2) value '00'.
       01  control-report-name pic x(64) value spaces.
       01  control-report-status pic x(2) value '00'.
       01  hld-command-line pic x(200) value spaces.
       01  hld-action pic x(10) value spaces.
       01  hld-job-name pic x(20) value spaces.
       01  hld-input-name pic x(64) value spaces.
       01  hld-input-tag pic x(64) value spaces.
       01  hld-count pic 9(5) value 0.
       01  hld-pct-edit pic zz9.99.
       01  hld-prior-found pic x(1) value 'N'.
           88 hld-prior-is-found value 'Y'.
       01  hld-reconcile-status pic x(14) value spaces.
       01  holdio-function pic x(4) value spaces.
       01  holdio-status pic x(2) value '00'.
       COPY QHOLD.
       01  rmio-function pic x(4) value spaces.
       01  rmio-status pic x(2) value '00'.
       COPY RESMST.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  hld-lock-held pic x(1) value 'N'.
           88 hld-lock-is-held value 'Y'.
       01  hld-saved-rc pic s9(9) comp-5 value 0.
       01  hld-warning-rc pic s9(9) comp-5 value 0.
       PROCEDURE DIVISION.
       main-logic section.
           accept hld-command-line from command-line
           unstring hld-command-line delimited by all ' '
               into hld-action, hld-job-name, hld-input-name
           end-unstring
           move function upper-case(hld-action) to hld-action
           evaluate hld-action
               when 'LIST'
                   perform list-held-results
               when 'RELEASE'
                   perform check-key-arguments
                   perform take-run-lock
                   perform release-held-result
                   perform release-run-lock
               when 'DISCARD'
                   perform check-key-arguments
                   perform take-run-lock
                   perform discard-held-result
                   perform release-run-lock
               when other
                   perform show-usage
                   move 8 to return-code
           end-evaluate
           STOP RUN.

       check-key-arguments section.
           if hld-job-name equal spaces
               or hld-input-name equal spaces
               perform show-usage
               move 8 to return-code
               STOP RUN
           end-if
           exit.

       list-held-results section.
           move 0 to hld-count
           open input quality-hold-file
           if quality-hold-file-status equal '00'
               perform until quality-hold-file-status not equal '00'
                   read quality-hold-file
                   if quality-hold-file-status equal '00'
                       add 1 to hld-count
                       move qhf-reject-pct to hld-pct-edit
                       display function trim(qhf-job-name) " "
                           function trim(qhf-puzzle-input-name)
                           " held " qhf-run-timestamp(1:14)
                           " A=" qhf-result-a " B=" qhf-result-b
                       display "    rejects=" qhf-reject-count
                           " of " qhf-records-read " ("
                           hld-pct-edit "%) tolerance "
                           qhf-reject-basis " " qhf-reject-limit
                           " " qhf-reconcile-status
                   end-if
               end-perform
               close quality-hold-file
           end-if
           display "AOC-QHOLD: " hld-count " result(s) on hold"
           exit.

       read-held-result section.
           initialize qh-record
           move hld-job-name to qh-job-name
           move hld-input-name to qh-puzzle-input-name
           move 'READ' to holdio-function
           call 'AOC-HOLDIO' using holdio-function, qh-record,
               holdio-status
           evaluate holdio-status
               when '00'
                   continue
               when '23'
                   display "AOC-QHOLD: no held result for "
                       function trim(hld-job-name) " "
                       function trim(hld-input-name)
                   move 4 to return-code
               when other
                   display "AOC-QHOLD: quality-hold I/O error, "
                       "status=" holdio-status
                   move 16 to return-code
           end-evaluate
           exit.

       release-held-result section.
           perform read-held-result
           if holdio-status not equal '00'
               exit section
           end-if
           perform find-prior-run
           if hld-prior-is-found
               and rm-run-timestamp > qh-run-timestamp
               display "AOC-QHOLD: results master already holds a "
                   "later run " rm-run-timestamp(1:14) " for "
                   function trim(hld-job-name) " "
                   function trim(hld-input-name)
               display "AOC-QHOLD: held result not released, "
                   "DISCARD it instead"
               move 8 to return-code
               exit section
           end-if
           if not hld-prior-is-found
               move 'NEW' to hld-reconcile-status
           else
               if qh-result-a equal rm-result-a
                   and qh-result-b equal rm-result-b
                   move 'OK' to hld-reconcile-status
               else
                   if qh-record-count not equal rm-record-count
                       or qh-input-checksum
                           not equal rm-input-checksum
                       move 'MISMATCH-INPUT' to hld-reconcile-status
                   else
                       move 'MISMATCH-LOGIC' to hld-reconcile-status
                   end-if
               end-if
           end-if
           move qh-job-name to rm-job-name
           move qh-puzzle-input-name to rm-puzzle-input-name
           move qh-run-timestamp to rm-run-timestamp
           move qh-record-count to rm-record-count
           move qh-input-checksum to rm-input-checksum
           move qh-result-a to rm-result-a
           move qh-result-b to rm-result-b
           move hld-reconcile-status to rm-reconcile-status
           move 'UPDT' to rmio-function
           call 'AOC-RESMIO' using rmio-function, rm-record,
               rmio-status
           if rmio-status not equal '00'
               display "AOC-QHOLD: results-master I/O error, "
                   "status=" rmio-status ", held result kept"
               move 16 to return-code
               exit section
           end-if
           move 0 to return-code
           perform write-control-record
           move return-code to hld-warning-rc
           move 'DELT' to holdio-function
           call 'AOC-HOLDIO' using holdio-function, qh-record,
               holdio-status
           move hld-warning-rc to return-code
           if holdio-status not equal '00'
               display "AOC-QHOLD: WARNING unable to remove hold "
                   "record, status=" holdio-status
               move 4 to return-code
           end-if
           display "AOC-QHOLD: released " function trim(hld-job-name)
               " " function trim(hld-input-name) " A=" qh-result-a
               " B=" qh-result-b " "
               function trim(hld-reconcile-status)
           exit.

       discard-held-result section.
           perform read-held-result
           if holdio-status not equal '00'
               exit section
           end-if
           move 'DELT' to holdio-function
           call 'AOC-HOLDIO' using holdio-function, qh-record,
               holdio-status
           if holdio-status not equal '00'
               display "AOC-QHOLD: quality-hold I/O error, "
                   "status=" holdio-status
               move 16 to return-code
               exit section
           end-if
           display "AOC-QHOLD: discarded " function trim(hld-job-name)
               " " function trim(hld-input-name) " held "
               qh-run-timestamp(1:14) ", results master not changed"
           exit.

       find-prior-run section.
           move 'N' to hld-prior-found
           initialize rm-record
           move qh-job-name to rm-job-name
           move qh-puzzle-input-name to rm-puzzle-input-name
           move 'READ' to rmio-function
           call 'AOC-RESMIO' using rmio-function, rm-record,
               rmio-status
           if rmio-status equal '00'
               move 'Y' to hld-prior-found
           end-if
           exit.

       write-control-record section.
           move qh-puzzle-input-name to hld-input-tag
           if hld-input-tag(1:2) equal './'
               move qh-puzzle-input-name(3:62) to hld-input-tag
           end-if
           inspect hld-input-tag replacing all '/' by '_'
           move spaces to control-report-name
           string './' delimited by size
                  qh-job-name(1:4) delimited by size
                  qh-job-name(6:2) delimited by size
                  '-' delimited by size
                  function trim(hld-input-tag) delimited by size
                  '.rpt' delimited by size
                  into control-report-name
           end-string
           move qh-job-name to ctl-job-name
           move qh-puzzle-input-name to ctl-puzzle-input-name
           move qh-run-timestamp to ctl-run-timestamp
           move qh-record-count to ctl-record-count
           move qh-input-checksum to ctl-input-checksum
           move qh-sup-count to ctl-sup-count
           move qh-result-a to ctl-result-a
           move qh-result-b to ctl-result-b
           move qh-file-status to ctl-file-status
           move hld-reconcile-status to ctl-reconcile-status
           open extend control-report
           if control-report-status not equal '00'
               open output control-report
           end-if
           if control-report-status not equal '00'
               display "AOC-QHOLD: WARNING unable to write "
                   function trim(control-report-name)
                   " file status=" control-report-status
               move 4 to return-code
               exit section
           end-if
           write ctl-report-record
           close control-report
           exit.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-QHOLD' to lck-owner-program
           move 'qhold.dat results.mst .rpt' to lck-resources
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   move 'Y' to hld-lock-held
               when '90'
                   display "AOC-QHOLD: run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " for "
                       function trim(lck-resources)
                   display "AOC-QHOLD: held results not changed"
                   move 12 to return-code
                   STOP RUN
               when '91'
                   display "AOC-QHOLD: STALE run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " ("
                       lockio-age-minutes " minutes)"
                   display "AOC-QHOLD: held results not changed, "
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
           if not hld-lock-is-held
               exit section
           end-if
           move return-code to hld-saved-rc
           move spaces to lck-record
           move 'AOC-QHOLD' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-QHOLD: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           move 'N' to hld-lock-held
           move hld-saved-rc to return-code
           exit.

       show-usage section.
           display "usage: qhold LIST"
           display "       qhold RELEASE job-name input-name"
           display "       qhold DISCARD job-name input-name"
           exit.
