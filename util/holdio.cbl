       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-HOLDIO.
       AUTHOR. Uwe Schmidt.
       environment division.
       input-output section.
       file-control.
           select quality-hold-file
               assign to quality-hold-file-name
               file status is quality-hold-file-status
               organization is line sequential.
       data division.
       file section.
       fd  quality-hold-file.
           COPY QHOLD REPLACING LEADING ==qh== BY ==qhf==.
       working-storage section.
       01  quality-hold-file-name pic x(64) value './qhold.dat'.
       01  quality-hold-file-status pic x(2) value '00'.
       01  hold-table.
           05 hold-entry occurs 200 times pic x(218).
       01  hold-table-count pic 9(3) value 0.
       01  hold-table-max pic 9(3) value 200.
       01  hold-slot pic 9(3) value 0.
       01  loop-vars.
           05 e pic 9(10) value 0.
       linkage section.
       01  holdio-function pic x(4).
       COPY QHOLD.
       01  holdio-status pic x(2).
       PROCEDURE DIVISION USING holdio-function, qh-record,
               holdio-status.
       main-logic section.
           move '00' to holdio-status
           evaluate holdio-function
               when 'UPDT'
                   perform update-hold-record
               when 'READ'
                   perform read-hold-record
               when 'DELT'
                   perform delete-hold-record
               when other
                   display "AOC-HOLDIO: unknown function "
                       holdio-function
                   move '99' to holdio-status
           end-evaluate
           GOBACK.

       update-hold-record section.
           perform load-hold-table
           if holdio-status not equal '00'
               exit section
           end-if
           perform find-hold-slot
           if hold-slot equal 0
               if hold-table-count equal hold-table-max
                   display "AOC-HOLDIO: quality-hold table is full, "
                       "record not added"
                   move '24' to holdio-status
                   exit section
               end-if
               add 1 to hold-table-count
               move hold-table-count to hold-slot
           end-if
           move qh-record to hold-entry(hold-slot)
           perform rewrite-hold-file
           exit.

       read-hold-record section.
           perform load-hold-table
           if holdio-status not equal '00'
               exit section
           end-if
           perform find-hold-slot
           if hold-slot equal 0
               move '23' to holdio-status
           else
               move hold-entry(hold-slot) to qh-record
           end-if
           exit.

       delete-hold-record section.
           perform load-hold-table
           if holdio-status not equal '00'
               exit section
           end-if
           perform find-hold-slot
           if hold-slot equal 0
               move '23' to holdio-status
               exit section
           end-if
           perform varying e from hold-slot by 1
               until e > hold-table-count - 1
               move hold-entry(e + 1) to hold-entry(e)
           end-perform
           subtract 1 from hold-table-count
           perform rewrite-hold-file
           exit.

       load-hold-table section.
           move 0 to hold-table-count
           open input quality-hold-file
           if quality-hold-file-status not equal '00'
               exit section
           end-if
           perform until quality-hold-file-status not equal '00'
               read quality-hold-file
               if quality-hold-file-status equal '00'
                   if hold-table-count equal hold-table-max
                       display "AOC-HOLDIO: "
                           function trim(quality-hold-file-name)
                           " exceeds " hold-table-max " records"
                       move '24' to holdio-status
                       close quality-hold-file
                       exit section
                   end-if
                   add 1 to hold-table-count
                   move qhf-record to hold-entry(hold-table-count)
               end-if
           end-perform
           close quality-hold-file
           exit.

       find-hold-slot section.
           move 0 to hold-slot
           perform varying e from 1 by 1 until e > hold-table-count
               or hold-slot > 0
               if hold-entry(e)(1:84) equal qh-record(1:84)
                   move e to hold-slot
               end-if
           end-perform
           exit.

       rewrite-hold-file section.
           open output quality-hold-file
           if quality-hold-file-status not equal '00'
               display "AOC-HOLDIO: unable to write "
                   function trim(quality-hold-file-name)
                   " file status=" quality-hold-file-status
               move quality-hold-file-status to holdio-status
               exit section
           end-if
           perform varying e from 1 by 1 until e > hold-table-count
               move hold-entry(e) to qhf-record
               write qhf-record
           end-perform
           close quality-hold-file
           exit.
