       01  pe-tok-len pic 9(3) comp-5 value 0.
       01  pe-rep-count pic 9(3) comp-5 value 0.
       01  pe-rep-max-values pic 9(3) value 20.
       01  catio-function pic x(4) value spaces.
       01  catio-status pic x(2) value '00'.
       COPY PGMCAT.
       01  report-detail-line.
           05 pe-det-status pic x(8).
           05 filler pic x(1) value space.
           05 pe-hdr-input pic x(40).
           05 filler pic x(9) value ' TARGET: '.
           05 pe-hdr-program pic x(10).
           05 filler pic x(7) value ' RULE: '.
           05 pe-hdr-rule pic x(8).
       01  report-summary-line.
           05 filler pic x(10) value 'RECORDS: '.
           05 pe-sum-records pic zzzzzz9.
               move 8 to return-code
               STOP RUN
           end-if
           move spaces to cat-record-fields
           move pe-target-program to cat-program-id
           move 'READ' to catio-function
           call 'AOC-CATIO' using catio-function, cat-record-fields,
               catio-status
           evaluate catio-status
               when '00'
                   continue
               when '23'
                   display "AOC-PREEDIT: unknown target PROGRAM-ID "
                       function trim(pe-target-program)
                   move 8 to return-code
                   STOP RUN
               when other
                   display "ABEND: unable to read program catalog, "
                       "status=" catio-status
                   move 16 to return-code
                   STOP RUN
           end-evaluate
           if cat-status not equal 'A'
               display "AOC-PREEDIT: target PROGRAM-ID "
                   function trim(pe-target-program)
                   " is retired in the program catalog"
               move 8 to return-code
               STOP RUN
           end-if
           write preedit-report-line
           move candidate-input-name to pe-hdr-input
           move pe-target-program to pe-hdr-program
           move cat-edit-rule to pe-hdr-rule
           move report-header-2 to preedit-report-line
           write preedit-report-line
           perform until candidate-input-status not equal '00'

       check-one-record section.
           move 'Y' to pe-line-valid
           evaluate cat-edit-rule
               when 'NONBLANK'
                   if candidate-record equal spaces
                       move 'N' to pe-line-valid
                   end-if
               when 'NUMPAIR'
                   if pe-number1 is not numeric
                       or pe-number2 is not numeric
                       move 'N' to pe-line-valid
                   end-if
               when 'LEVELS'
                   perform check-report-tokens
               when 'MEMSCAN'
                   perform check-memory-text
               when other
                   continue
           end-evaluate
           exit.

           end-if
           exit.

       check-memory-text section.
           if candidate-record equal spaces
               move 'N' to pe-line-valid
           end-if
           perform varying x from 1 by 1 until x > 80
               or not pe-line-is-valid
               if candidate-record(x:1) < space
                   move 'N' to pe-line-valid
               end-if
           end-perform
           exit.

       stage-candidate-file section.
           call "CBL_CREATE_DIR" using pe-staging-dir
               returning pe-call-rc
