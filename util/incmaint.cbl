       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-INCMAINT.
       AUTHOR. Uwe Schmidt.
       environment division.
       input-output section.
       file-control.
           select incident-file
               assign to incident-file-name
               file status is incident-file-status
               organization is line sequential.
           select incident-report
               assign to incident-report-name
               file status is incident-report-status
               organization is line sequential.
       data division.
       file section.
       fd  incident-file.
           COPY INCREC REPLACING LEADING ==inc== BY ==incf==.
       fd  incident-report.
       01  incident-report-line pic x(132).
       working-storage section.
       01  incident-file-name pic x(64) value './incident.dat'.
       01  incident-file-status pic x(2) value '00'.
       01  incident-report-name pic x(64) value './incident.rpt'.
       01  incident-report-status pic x(2) value '00'.
       01  im-command-line pic x(200) value spaces.
       01  im-pointer pic 9(3) value 0.
       01  im-action pic x(10) value spaces.
       01  im-number-text pic x(10) value spaces.
       01  im-note pic x(60) value spaces.
       01  im-arg-check pic x(10) value spaces.
       01  im-number-length pic 9(3) value 0.
       01  im-number-digits pic x(6) value zeros.
       01  im-number redefines im-number-digits pic 9(6).
       01  im-list-all pic x(1) value 'N'.
           88 im-list-all-requested value 'Y'.
       01  im-count pic 9(5) value 0.
       01  im-today-int pic s9(9) value 0.
       01  im-age-days pic 9(5) value 0.
       01  im-oldest-days pic 9(5) value 0.
       01  im-severity pic 9(1) value 0.
       01  im-purge-days pic 9(3) value 30.
       01  im-purge-count pic 9(5) value 0.
       01  im-keep-count pic 9(3) value 0.
       01  im-severity-table.
           05 im-severity-count pic 9(5) occurs 3 times.
       01  im-table.
           05 im-entry occurs 500 times pic x(341).
       01  im-table-count pic 9(3) value 0.
       01  im-table-max pic 9(3) value 500.
       01  incio-function pic x(4) value spaces.
       01  incio-status pic x(2) value '00'.
       COPY INCREC.
       01  lockio-function pic x(4) value spaces.
       01  lockio-age-minutes pic 9(7) value 0.
       01  lockio-stale-minutes pic 9(7) value 0.
       01  lockio-status pic x(2) value '00'.
       COPY LOCKREC.
       01  im-lock-held pic x(1) value 'N'.
           88 im-lock-is-held value 'Y'.
       01  im-saved-rc pic s9(9) comp-5 value 0.
       01  report-header-1.
           05 filler pic x(34)
               value 'AOC OPEN INCIDENTS BY SEVERITY AND'.
           05 filler pic x(6) value ' AGE  '.
           05 hdr-timestamp pic x(21).
       01  report-header-2.
           05 filler pic x(6) value 'NUMBER'.
           05 filler pic x(1) value space.
           05 filler pic x(3) value 'SEV'.
           05 filler pic x(1) value space.
           05 filler pic x(6) value 'STATUS'.
           05 filler pic x(1) value space.
           05 filler pic x(5) value ' DAYS'.
           05 filler pic x(1) value space.
           05 filler pic x(5) value 'OCCUR'.
           05 filler pic x(1) value space.
           05 filler pic x(12) value 'SOURCE'.
           05 filler pic x(1) value space.
           05 filler pic x(14) value 'CONDITION'.
           05 filler pic x(1) value space.
           05 filler pic x(10) value 'JOB'.
           05 filler pic x(1) value space.
           05 filler pic x(24) value 'INPUT'.
           05 filler pic x(1) value space.
           05 filler pic x(14) value 'OPENED'.
       01  report-detail-line.
           05 det-number pic 9(6).
           05 filler pic x(1) value space.
           05 filler pic x(2) value spaces.
           05 det-severity pic 9(1).
           05 filler pic x(1) value space.
           05 det-status pic x(6).
           05 filler pic x(1) value space.
           05 det-age-days pic zzzz9.
           05 filler pic x(1) value space.
           05 det-occurrences pic zzzz9.
           05 filler pic x(1) value space.
           05 det-source-program pic x(12).
           05 filler pic x(1) value space.
           05 det-condition pic x(14).
           05 filler pic x(1) value space.
           05 det-program-id pic x(10).
           05 filler pic x(1) value space.
           05 det-input-name pic x(24).
           05 filler pic x(1) value space.
           05 det-opened pic x(14).
       01  report-text-line.
           05 filler pic x(8) value spaces.
           05 txt-label pic x(6).
           05 txt-text pic x(100).
       01  report-summary-line.
           05 filler pic x(16) value 'OPEN INCIDENTS: '.
           05 sum-open-count pic zzzz9.
           05 filler pic x(14) value '  SEVERITY 1: '.
           05 sum-severity-1 pic zzzz9.
           05 filler pic x(5) value '  2: '.
           05 sum-severity-2 pic zzzz9.
           05 filler pic x(5) value '  3: '.
           05 sum-severity-3 pic zzzz9.
           05 filler pic x(10) value '  OLDEST: '.
           05 sum-oldest-days pic zzzz9.
           05 filler pic x(5) value ' DAYS'.
       01  loop-vars.
           05 e pic 9(10) value 0.
       PROCEDURE DIVISION.
       main-logic section.
           accept im-command-line from command-line
           move 1 to im-pointer
           unstring im-command-line delimited by all ' '
               into im-action, im-number-text
               with pointer im-pointer
           end-unstring
           if im-pointer < 200
               move im-command-line(im-pointer:) to im-note
           end-if
           move function upper-case(im-action) to im-action
           evaluate im-action
               when 'LIST'
                   if function upper-case(im-number-text) equal 'ALL'
                       move 'Y' to im-list-all
                   end-if
                   perform list-incidents
               when 'REPORT'
                   perform load-open-incidents
                   perform write-incident-report
               when 'ACK'
                   perform check-number-argument
                   perform take-run-lock
                   perform acknowledge-incident
                   perform release-run-lock
               when 'NOTE'
                   perform check-number-argument
                   if im-note equal spaces
                       perform show-usage
                       move 8 to return-code
                       STOP RUN
                   end-if
                   perform take-run-lock
                   perform annotate-incident
                   perform release-run-lock
               when 'CLOSE'
                   perform check-number-argument
                   perform take-run-lock
                   perform close-incident
                   perform release-run-lock
               when 'PURGE'
                   perform check-purge-argument
                   perform take-run-lock
                   perform purge-closed-incidents
                   perform release-run-lock
               when other
                   perform show-usage
                   move 8 to return-code
           end-evaluate
           STOP RUN.

       check-number-argument section.
           move im-number-text to im-arg-check
           inspect im-arg-check converting '0123456789' to space
           move 0 to im-number-length
           inspect function trim(im-number-text)
               tallying im-number-length for characters
           if im-number-text equal spaces
               or im-arg-check not equal spaces
               or im-number-length > 6
               display "AOC-INCMAINT: incident number "
                   function trim(im-number-text)
                   " is not a number of up to 6 digits"
               perform show-usage
               move 8 to return-code
               STOP RUN
           end-if
           move zeros to im-number-digits
           move im-number-text(1:im-number-length)
               to im-number-digits(7 - im-number-length:
                   im-number-length)
           exit.

       check-purge-argument section.
           if im-number-text equal spaces
               exit section
           end-if
           move im-number-text to im-arg-check
           inspect im-arg-check converting '0123456789' to space
           move 0 to im-number-length
           inspect function trim(im-number-text)
               tallying im-number-length for characters
           if im-arg-check not equal spaces
               or im-number-length > 3
               display "AOC-INCMAINT: purge age "
                   function trim(im-number-text)
                   " is not a number of days up to 999"
               perform show-usage
               move 8 to return-code
               STOP RUN
           end-if
           move function numval(im-number-text) to im-purge-days
           exit.

       read-incident section.
           initialize inc-record
           move im-number to inc-number
           move 'READ' to incio-function
           call 'AOC-INCIO' using incio-function, inc-record,
               incio-status
           evaluate incio-status
               when '00'
                   continue
               when '23'
                   display "AOC-INCMAINT: no incident " im-number
                   move 4 to return-code
               when other
                   display "AOC-INCMAINT: incident file I/O error, "
                       "status=" incio-status
                   move 16 to return-code
           end-evaluate
           exit.

       update-incident section.
           move 'UPDT' to incio-function
           call 'AOC-INCIO' using incio-function, inc-record,
               incio-status
           if incio-status not equal '00'
               display "AOC-INCMAINT: incident file I/O error, "
                   "status=" incio-status ", incident " im-number
                   " not changed"
               move 16 to return-code
           end-if
           exit.

       acknowledge-incident section.
           perform read-incident
           if incio-status not equal '00'
               exit section
           end-if
           if inc-status not equal 'OPEN'
               display "AOC-INCMAINT: incident " inc-number " is "
                   function trim(inc-status) ", not acknowledged"
               move 4 to return-code
               exit section
           end-if
           move 'ACK' to inc-status
           if im-note not equal spaces
               move im-note to inc-note
           end-if
           perform update-incident
           if incio-status equal '00'
               display "AOC-INCMAINT: incident " inc-number
                   " acknowledged"
           end-if
           exit.

       annotate-incident section.
           perform read-incident
           if incio-status not equal '00'
               exit section
           end-if
           move im-note to inc-note
           perform update-incident
           if incio-status equal '00'
               display "AOC-INCMAINT: incident " inc-number
                   " note updated"
           end-if
           exit.

       close-incident section.
           perform read-incident
           if incio-status not equal '00'
               exit section
           end-if
           if inc-status equal 'CLOSED'
               display "AOC-INCMAINT: incident " inc-number
                   " is already CLOSED"
               move 4 to return-code
               exit section
           end-if
           move 'CLOSED' to inc-status
           if im-note not equal spaces
               move im-note to inc-note
           end-if
           perform update-incident
           if incio-status equal '00'
               display "AOC-INCMAINT: incident " inc-number
                   " closed after " inc-occurrences " occurrence(s)"
           end-if
           exit.

       list-incidents section.
           move 0 to im-count
           open input incident-file
           if incident-file-status equal '00'
               perform until incident-file-status not equal '00'
                   read incident-file
                   if incident-file-status equal '00'
                       if im-list-all-requested
                           or incf-status not equal 'CLOSED'
                           perform list-one-incident
                       end-if
                   end-if
               end-perform
               close incident-file
           end-if
           if im-list-all-requested
               display "AOC-INCMAINT: " im-count " incident(s)"
           else
               display "AOC-INCMAINT: " im-count " open incident(s)"
           end-if
           exit.

       list-one-incident section.
           add 1 to im-count
           display incf-number " " incf-status " SEV " incf-severity
               " " function trim(incf-source-program) " "
               function trim(incf-condition) " "
               function trim(incf-program-id) " "
               function trim(incf-puzzle-input-name)
           display "    opened " incf-opened-timestamp(1:14)
               " updated " incf-updated-timestamp(1:14)
               " occurrences " incf-occurrences
           display "    " function trim(incf-description)
           if incf-note not equal spaces
               display "    note: " function trim(incf-note)
           end-if
           exit.

       load-open-incidents section.
           move 0 to im-table-count
           open input incident-file
           if incident-file-status not equal '00'
               exit section
           end-if
           perform until incident-file-status not equal '00'
               read incident-file
               if incident-file-status equal '00'
                   and incf-status not equal 'CLOSED'
                   if im-table-count equal im-table-max
                       display "AOC-INCMAINT: more than "
                           im-table-max " open incidents, "
                           "remaining entries dropped"
                   else
                       add 1 to im-table-count
                       move incf-record to im-entry(im-table-count)
                   end-if
               end-if
           end-perform
           close incident-file
           exit.

       purge-closed-incidents section.
           move 0 to im-table-count
           move 0 to im-purge-count
           compute im-today-int = function integer-of-date(
               function numval(function current-date(1:8)))
           open input incident-file
           if incident-file-status not equal '00'
               display "AOC-INCMAINT: no incident file "
                   function trim(incident-file-name)
               exit section
           end-if
           perform until incident-file-status not equal '00'
               read incident-file
               if incident-file-status equal '00'
                   if im-table-count equal im-table-max
                       display "ABEND: "
                           function trim(incident-file-name)
                           " exceeds " im-table-max " records"
                       close incident-file
                       perform release-run-lock
                       move 16 to return-code
                       STOP RUN
                   end-if
                   add 1 to im-table-count
                   move incf-record to im-entry(im-table-count)
               end-if
           end-perform
           close incident-file
           move 0 to im-keep-count
           perform varying e from 1 by 1 until e > im-table-count
               move im-entry(e) to inc-record
               move 0 to im-age-days
               if inc-status equal 'CLOSED'
                   compute im-age-days = im-today-int
                       - function integer-of-date(
                           function numval(inc-updated-timestamp(1:8)))
               end-if
               if inc-status equal 'CLOSED'
                   and im-age-days >= im-purge-days
                   add 1 to im-purge-count
               else
                   add 1 to im-keep-count
                   move im-entry(e) to im-entry(im-keep-count)
               end-if
           end-perform
           if im-purge-count equal 0
               display "AOC-INCMAINT: no CLOSED incidents older than "
                   im-purge-days " days"
               exit section
           end-if
           move im-keep-count to im-table-count
           open output incident-file
           if incident-file-status not equal '00'
               display "ABEND: unable to write "
                   function trim(incident-file-name)
                   " file status=" incident-file-status
               perform release-run-lock
               move 16 to return-code
               STOP RUN
           end-if
           perform varying e from 1 by 1 until e > im-table-count
               move im-entry(e) to incf-record
               write incf-record
           end-perform
           close incident-file
           display "AOC-INCMAINT: " im-purge-count " CLOSED "
               "incident(s) older than " im-purge-days
               " days purged, " im-table-count " kept"
           exit.

       write-incident-report section.
           open output incident-report
           if incident-report-status not equal '00'
               display "ABEND: unable to write " incident-report-name
                   " file status=" incident-report-status
               move 16 to return-code
               STOP RUN
           end-if
           compute im-today-int = function integer-of-date(
               function numval(function current-date(1:8)))
           move 0 to im-oldest-days
           move 0 to im-severity-count(1)
           move 0 to im-severity-count(2)
           move 0 to im-severity-count(3)
           move function current-date to hdr-timestamp
           move report-header-1 to incident-report-line
           write incident-report-line
           move report-header-2 to incident-report-line
           write incident-report-line
           perform varying im-severity from 1 by 1
               until im-severity > 3
               perform varying e from 1 by 1
                   until e > im-table-count
                   move im-entry(e) to inc-record
                   if inc-severity equal im-severity
                       perform write-incident-lines
                   end-if
               end-perform
           end-perform
           move im-table-count to sum-open-count
           move im-severity-count(1) to sum-severity-1
           move im-severity-count(2) to sum-severity-2
           move im-severity-count(3) to sum-severity-3
           move im-oldest-days to sum-oldest-days
           move report-summary-line to incident-report-line
           write incident-report-line
           close incident-report
           display "AOC-INCMAINT: report written to "
               function trim(incident-report-name) ", "
               im-table-count " open incident(s)"
           exit.

       write-incident-lines section.
           add 1 to im-severity-count(im-severity)
           compute im-age-days = im-today-int
               - function integer-of-date(
                   function numval(inc-opened-timestamp(1:8)))
           if im-age-days > im-oldest-days
               move im-age-days to im-oldest-days
           end-if
           move inc-number to det-number
           move inc-severity to det-severity
           move inc-status to det-status
           move im-age-days to det-age-days
           move inc-occurrences to det-occurrences
           move inc-source-program to det-source-program
           move inc-condition to det-condition
           move inc-program-id to det-program-id
           move inc-puzzle-input-name to det-input-name
           move inc-opened-timestamp(1:14) to det-opened
           move report-detail-line to incident-report-line
           write incident-report-line
           move spaces to txt-label
           move inc-description to txt-text
           move report-text-line to incident-report-line
           write incident-report-line
           if inc-note not equal spaces
               move 'NOTE: ' to txt-label
               move inc-note to txt-text
               move report-text-line to incident-report-line
               write incident-report-line
           end-if
           exit.

       take-run-lock section.
           move spaces to lck-record
           move 'AOC-INCMAINT' to lck-owner-program
           move 'incident.dat' to lck-resources
           move 'TAKE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           evaluate lockio-status
               when '00'
                   move 'Y' to im-lock-held
               when '90'
                   display "AOC-INCMAINT: run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " for "
                       function trim(lck-resources)
                   display "AOC-INCMAINT: incident not changed"
                   move 12 to return-code
                   STOP RUN
               when '91'
                   display "AOC-INCMAINT: STALE run lock held by "
                       function trim(lck-owner-program) " since "
                       lck-start-timestamp(1:14) " ("
                       lockio-age-minutes " minutes)"
                   display "AOC-INCMAINT: incident not changed, "
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
           if not im-lock-is-held
               exit section
           end-if
           move return-code to im-saved-rc
           move spaces to lck-record
           move 'AOC-INCMAINT' to lck-owner-program
           move 'FREE' to lockio-function
           call 'AOC-LOCKIO' using lockio-function, lck-record,
               lockio-age-minutes, lockio-stale-minutes,
               lockio-status
           if lockio-status not equal '00'
               display "AOC-INCMAINT: WARNING unable to release run "
                   "lock, status=" lockio-status
           end-if
           move 'N' to im-lock-held
           move im-saved-rc to return-code
           exit.

       show-usage section.
           display "usage: incmaint LIST [ALL]"
           display "       incmaint REPORT"
           display "       incmaint ACK number [note]"
           display "       incmaint NOTE number note"
           display "       incmaint CLOSE number [note]"
           display "       incmaint PURGE [days, default 30]"
           exit.
