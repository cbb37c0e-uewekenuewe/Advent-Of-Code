       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-INCIO.
       AUTHOR. Uwe Schmidt.
       environment division.
       input-output section.
       file-control.
           select incident-file
               assign to incident-file-name
               file status is incident-file-status
               organization is line sequential.
       data division.
       file section.
       fd  incident-file.
           COPY INCREC REPLACING LEADING ==inc== BY ==incf==.
       working-storage section.
       01  incident-file-name pic x(64) value './incident.dat'.
       01  incident-file-status pic x(2) value '00'.
       01  incident-table.
           05 incident-entry occurs 500 times pic x(341).
       01  incident-table-count pic 9(3) value 0.
       01  incident-table-max pic 9(3) value 500.
       01  incident-slot pic 9(3) value 0.
       01  incident-high-number pic 9(6) value 0.
       COPY INCREC REPLACING LEADING ==inc== BY ==incw==.
       01  loop-vars.
           05 e pic 9(10) value 0.
       linkage section.
       01  incio-function pic x(4).
       COPY INCREC.
       01  incio-status pic x(2).
       PROCEDURE DIVISION USING incio-function, inc-record,
               incio-status.
       main-logic section.
           move '00' to incio-status
           evaluate incio-function
               when 'RAIS'
                   perform raise-incident
               when 'READ'
                   perform read-incident
               when 'UPDT'
                   perform update-incident
               when other
                   display "AOC-INCIO: unknown function "
                       incio-function
                   move '99' to incio-status
           end-evaluate
           GOBACK.

       raise-incident section.
           perform load-incident-table
           if incio-status not equal '00'
               exit section
           end-if
           perform find-unresolved-slot
           if incident-slot > 0
               move incident-entry(incident-slot) to incw-record
               if incw-last-seen-timestamp
                   not equal inc-last-seen-timestamp
                   add 1 to incw-occurrences
                   move inc-last-seen-timestamp
                       to incw-last-seen-timestamp
               end-if
               if inc-severity < incw-severity
                   move inc-severity to incw-severity
               end-if
               move inc-description to incw-description
               move function current-date to incw-updated-timestamp
               move incw-record to incident-entry(incident-slot)
               perform rewrite-incident-file
               if incio-status equal '00'
                   move incw-record to inc-record
                   move '22' to incio-status
               end-if
               exit section
           end-if
           if incident-table-count equal incident-table-max
               perform evict-closed-incident
           end-if
           if incident-table-count equal incident-table-max
               display "AOC-INCIO: incident table is full of open "
                   "incidents, incident not raised"
               move '24' to incio-status
               exit section
           end-if
           add 1 to incident-high-number
           move incident-high-number to inc-number
           move 'OPEN' to inc-status
           move function current-date to inc-opened-timestamp
           move inc-opened-timestamp to inc-updated-timestamp
           move 1 to inc-occurrences
           move spaces to inc-note
           add 1 to incident-table-count
           move inc-record to incident-entry(incident-table-count)
           perform rewrite-incident-file
           exit.

       read-incident section.
           perform load-incident-table
           if incio-status not equal '00'
               exit section
           end-if
           perform find-number-slot
           if incident-slot equal 0
               move '23' to incio-status
           else
               move incident-entry(incident-slot) to inc-record
           end-if
           exit.

       update-incident section.
           perform load-incident-table
           if incio-status not equal '00'
               exit section
           end-if
           perform find-number-slot
           if incident-slot equal 0
               move '23' to incio-status
               exit section
           end-if
           move function current-date to inc-updated-timestamp
           move inc-record to incident-entry(incident-slot)
           perform rewrite-incident-file
           exit.

       load-incident-table section.
           move 0 to incident-table-count
           move 0 to incident-high-number
           open input incident-file
           if incident-file-status not equal '00'
               exit section
           end-if
           perform until incident-file-status not equal '00'
               read incident-file
               if incident-file-status equal '00'
                   if incident-table-count equal incident-table-max
                       display "AOC-INCIO: "
                           function trim(incident-file-name)
                           " exceeds " incident-table-max " records"
                       move '24' to incio-status
                       close incident-file
                       exit section
                   end-if
                   add 1 to incident-table-count
                   move incf-record
                       to incident-entry(incident-table-count)
                   if incf-number > incident-high-number
                       move incf-number to incident-high-number
                   end-if
               end-if
           end-perform
           close incident-file
           exit.

       find-unresolved-slot section.
           move 0 to incident-slot
           perform varying e from 1 by 1
               until e > incident-table-count or incident-slot > 0
               move incident-entry(e) to incw-record
               if incw-status not equal 'CLOSED'
                   and incw-source-program equal inc-source-program
                   and incw-condition equal inc-condition
                   and incw-program-id equal inc-program-id
                   and incw-puzzle-input-name
                       equal inc-puzzle-input-name
                   move e to incident-slot
               end-if
           end-perform
           exit.

       evict-closed-incident section.
           move 0 to incident-slot
           perform varying e from 1 by 1
               until e > incident-table-count or incident-slot > 0
               move incident-entry(e) to incw-record
               if incw-status equal 'CLOSED'
                   move e to incident-slot
               end-if
           end-perform
           if incident-slot equal 0
               exit section
           end-if
           display "AOC-INCIO: incident table is full, closed "
               "incident " incw-number " dropped, purge with incmaint"
           perform varying e from incident-slot by 1
               until e > incident-table-count - 1
               move incident-entry(e + 1) to incident-entry(e)
           end-perform
           subtract 1 from incident-table-count
           exit.

       find-number-slot section.
           move 0 to incident-slot
           perform varying e from 1 by 1
               until e > incident-table-count or incident-slot > 0
               move incident-entry(e) to incw-record
               if incw-number equal inc-number
                   move e to incident-slot
               end-if
           end-perform
           exit.

       rewrite-incident-file section.
           open output incident-file
           if incident-file-status not equal '00'
               display "AOC-INCIO: unable to write "
                   function trim(incident-file-name)
                   " file status=" incident-file-status
               move incident-file-status to incio-status
               exit section
           end-if
           perform varying e from 1 by 1
               until e > incident-table-count
               move incident-entry(e) to incf-record
               write incf-record
           end-perform
           close incident-file
           exit.
