       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-CATMAINT.
       AUTHOR. Uwe Schmidt.
       environment division.
       input-output section.
       file-control.
           select program-catalog
               assign to program-catalog-name
               file status is program-catalog-status
               organization is line sequential.
       data division.
       file section.
       fd  program-catalog.
           COPY PGMCAT.
       working-storage section.
       01  program-catalog-name pic x(64) value './progcat.dat'.
       01  program-catalog-status pic x(2) value '00'.
       01  cm-command-line pic x(200) value spaces.
       01  cm-pointer pic 9(3) value 0.
       01  cm-action pic x(10) value spaces.
       01  cm-program-id pic x(10) value spaces.
       01  cm-year pic x(4) value spaces.
       01  cm-day pic x(2) value spaces.
       01  cm-edit-rule pic x(8) value spaces.
       01  cm-description pic x(40) value spaces.
       01  cm-arg-check pic x(4) value spaces.
       01  cm-basis-text pic x(4) value spaces.
       01  cm-limit-text pic x(6) value spaces.
       01  cm-limit-check pic x(6) value spaces.
       01  cm-limit-length pic 9(3) value 0.
       01  cm-limit-digits pic x(5) value zeros.
       01  cm-limit redefines cm-limit-digits pic 9(5).
       01  cm-work-record pic x(78) value spaces.
       01  cm-work-fields redefines cm-work-record.
           05 cm-work-program-id pic x(10).
           05 filler pic x(1).
           05 cm-work-year pic x(4).
           05 filler pic x(1).
           05 cm-work-day pic x(2).
           05 filler pic x(1).
           05 cm-work-status pic x(1).
           05 filler pic x(1).
           05 cm-work-edit-rule pic x(8).
           05 filler pic x(1).
           05 cm-work-description pic x(40).
           05 filler pic x(1).
           05 cm-work-reject-basis pic x(1).
           05 filler pic x(1).
           05 cm-work-reject-limit pic 9(5).
       01  cm-table.
           05 cm-entry occurs 200 times pic x(78).
       01  cm-table-count pic 9(3) value 0.
       01  cm-table-max pic 9(3) value 200.
       01  cm-slot pic 9(3) value 0.
       01  cm-active-count pic 9(3) value 0.
       01  cm-retired-count pic 9(3) value 0.
       01  loop-vars.
           05 e pic 9(10) value 0.
       PROCEDURE DIVISION.
       main-logic section.
           accept cm-command-line from command-line
           move 1 to cm-pointer
           unstring cm-command-line delimited by all ' '
               into cm-action, cm-program-id, cm-year, cm-day,
                   cm-edit-rule
               with pointer cm-pointer
           end-unstring
           if cm-pointer < 200
               move cm-command-line(cm-pointer:) to cm-description
           end-if
           move function upper-case(cm-action) to cm-action
           move function upper-case(cm-program-id) to cm-program-id
           move function upper-case(cm-edit-rule) to cm-edit-rule
           evaluate cm-action
               when 'ADD'
                   perform check-add-arguments
                   perform add-catalog-entry
               when 'RETIRE'
                   if cm-program-id equal spaces
                       perform show-usage
                       move 8 to return-code
                       STOP RUN
                   end-if
                   perform retire-catalog-entry
               when 'TOLERANCE'
                   perform check-tolerance-arguments
                   perform set-catalog-tolerance
               when 'LIST'
                   perform load-catalog-table
                   perform list-catalog-table
               when other
                   perform show-usage
                   move 8 to return-code
           end-evaluate
           STOP RUN.

       check-add-arguments section.
           if cm-program-id equal spaces
               or cm-year equal spaces
               or cm-day equal spaces
               or cm-edit-rule equal spaces
               perform show-usage
               move 8 to return-code
               STOP RUN
           end-if
           move cm-year to cm-arg-check
           inspect cm-arg-check converting '0123456789' to space
           if cm-arg-check not equal spaces
               or cm-year(4:1) equal space
               display "AOC-CATMAINT: year " function trim(cm-year)
                   " is not a four-digit year"
               move 8 to return-code
               STOP RUN
           end-if
           move cm-day to cm-arg-check
           inspect cm-arg-check converting '0123456789' to space
           if cm-arg-check not equal spaces
               or cm-day(2:1) equal space
               or cm-day < '01' or cm-day > '25'
               display "AOC-CATMAINT: day " function trim(cm-day)
                   " is not a two-digit day 01-25"
               move 8 to return-code
               STOP RUN
           end-if
           evaluate cm-edit-rule
               when 'NONBLANK'
               when 'NUMPAIR'
               when 'LEVELS'
               when 'MEMSCAN'
               when 'NONE'
                   continue
               when other
                   display "AOC-CATMAINT: unknown edit rule "
                       function trim(cm-edit-rule)
                   perform show-usage
                   move 8 to return-code
                   STOP RUN
           end-evaluate
           exit.

       add-catalog-entry section.
           perform load-catalog-table
           perform find-catalog-slot
           move spaces to cm-work-record
           if cm-slot equal 0
               if cm-table-count equal cm-table-max
                   display "AOC-CATMAINT: program catalog table is "
                       "full, entry not added"
                   move 16 to return-code
                   exit section
               end-if
               add 1 to cm-table-count
               move cm-table-count to cm-slot
               display "AOC-CATMAINT: adding "
                   function trim(cm-program-id) " for " cm-year "/"
                   cm-day
           else
               display "AOC-CATMAINT: replacing "
                   function trim(cm-program-id) " for " cm-year "/"
                   cm-day
               move cm-entry(cm-slot) to cm-work-record
           end-if
           move cm-program-id to cm-work-program-id
           move cm-year to cm-work-year
           move cm-day to cm-work-day
           move 'A' to cm-work-status
           move cm-edit-rule to cm-work-edit-rule
           move cm-description to cm-work-description
           move cm-work-record to cm-entry(cm-slot)
           perform rewrite-catalog-file
           exit.

       retire-catalog-entry section.
           perform load-catalog-table
           perform find-catalog-slot
           if cm-slot equal 0
               display "AOC-CATMAINT: no program catalog record for "
                   function trim(cm-program-id)
               move 4 to return-code
               exit section
           end-if
           move cm-entry(cm-slot) to cm-work-record
           if cm-work-status equal 'R'
               display "AOC-CATMAINT: " function trim(cm-program-id)
                   " is already retired"
               move 4 to return-code
               exit section
           end-if
           move 'R' to cm-work-status
           move cm-work-record to cm-entry(cm-slot)
           perform rewrite-catalog-file
           display "AOC-CATMAINT: retired " function trim(cm-program-id)
           exit.

       check-tolerance-arguments section.
           move spaces to cm-basis-text
           move spaces to cm-limit-text
           unstring cm-command-line delimited by all ' '
               into cm-action, cm-program-id, cm-basis-text,
                   cm-limit-text
           end-unstring
           move function upper-case(cm-action) to cm-action
           move function upper-case(cm-program-id) to cm-program-id
           move function upper-case(cm-basis-text) to cm-basis-text
           if cm-program-id equal spaces
               or cm-basis-text equal spaces
               perform show-usage
               move 8 to return-code
               STOP RUN
           end-if
           move 0 to cm-limit
           evaluate cm-basis-text
               when 'NONE'
                   exit section
               when 'P'
               when 'C'
                   continue
               when other
                   display "AOC-CATMAINT: tolerance basis "
                       function trim(cm-basis-text)
                       " is not P, C or NONE"
                   perform show-usage
                   move 8 to return-code
                   STOP RUN
           end-evaluate
           move cm-limit-text to cm-limit-check
           inspect cm-limit-check converting '0123456789' to space
           move 0 to cm-limit-length
           inspect function trim(cm-limit-text)
               tallying cm-limit-length for characters
           if cm-limit-text equal spaces
               or cm-limit-check not equal spaces
               or cm-limit-length > 5
               display "AOC-CATMAINT: tolerance limit "
                   function trim(cm-limit-text)
                   " is not a number of up to 5 digits"
               move 8 to return-code
               STOP RUN
           end-if
           move zeros to cm-limit-digits
           move cm-limit-text(1:cm-limit-length)
               to cm-limit-digits(6 - cm-limit-length:
                   cm-limit-length)
           if cm-basis-text equal 'P' and cm-limit > 100
               display "AOC-CATMAINT: tolerance limit " cm-limit
                   " is more than 100 percent"
               move 8 to return-code
               STOP RUN
           end-if
           exit.

       set-catalog-tolerance section.
           perform load-catalog-table
           perform find-catalog-slot
           if cm-slot equal 0
               display "AOC-CATMAINT: no program catalog record for "
                   function trim(cm-program-id)
               move 4 to return-code
               exit section
           end-if
           move cm-entry(cm-slot) to cm-work-record
           if cm-basis-text equal 'NONE'
               move spaces to cm-work-record(72:7)
               display "AOC-CATMAINT: reject tolerance removed for "
                   function trim(cm-program-id)
           else
               move cm-basis-text to cm-work-reject-basis
               move cm-limit to cm-work-reject-limit
               display "AOC-CATMAINT: reject tolerance for "
                   function trim(cm-program-id) " set to "
                   cm-work-reject-basis " " cm-work-reject-limit
           end-if
           move cm-work-record to cm-entry(cm-slot)
           perform rewrite-catalog-file
           exit.

       load-catalog-table section.
           move 0 to cm-table-count
           open input program-catalog
           if program-catalog-status not equal '00'
               display "AOC-CATMAINT: no program catalog "
                   function trim(program-catalog-name)
                   ", starting a new one"
               exit section
           end-if
           perform until program-catalog-status not equal '00'
               read program-catalog
               if program-catalog-status equal '00'
                   if cm-table-count equal cm-table-max
                       display "ABEND: " function
                           trim(program-catalog-name)
                           " exceeds " cm-table-max " records"
                       move 16 to return-code
                       STOP RUN
                   end-if
                   add 1 to cm-table-count
                   move cat-record to cm-entry(cm-table-count)
               end-if
           end-perform
           close program-catalog
           exit.

       find-catalog-slot section.
           move 0 to cm-slot
           perform varying e from 1 by 1 until e > cm-table-count
               or cm-slot > 0
               if cm-entry(e)(1:1) not equal '*'
                   and cm-entry(e)(1:10) equal cm-program-id
                   move e to cm-slot
               end-if
           end-perform
           exit.

       list-catalog-table section.
           if cm-table-count equal 0
               display "AOC-CATMAINT: program catalog is empty"
               exit section
           end-if
           move 0 to cm-active-count
           move 0 to cm-retired-count
           perform varying e from 1 by 1 until e > cm-table-count
               if cm-entry(e)(1:1) equal '*'
                   or cm-entry(e) equal spaces
                   display cm-entry(e)
               else
                   move cm-entry(e) to cm-work-record
                   if cm-work-status equal 'A'
                       add 1 to cm-active-count
                       display cm-work-program-id " " cm-work-year "/"
                           cm-work-day " ACTIVE  " cm-work-edit-rule
                           " " cm-work-description " "
                           cm-work-record(72:7)
                   else
                       add 1 to cm-retired-count
                       display cm-work-program-id " " cm-work-year "/"
                           cm-work-day " RETIRED " cm-work-edit-rule
                           " " cm-work-description " "
                           cm-work-record(72:7)
                   end-if
               end-if
           end-perform
           display "AOC-CATMAINT: " cm-active-count " active, "
               cm-retired-count " retired"
           exit.

       rewrite-catalog-file section.
           open output program-catalog
           if program-catalog-status not equal '00'
               display "ABEND: unable to write "
                   function trim(program-catalog-name)
                   " file status=" program-catalog-status
               move 16 to return-code
               STOP RUN
           end-if
           perform varying e from 1 by 1 until e > cm-table-count
               move cm-entry(e) to cat-record
               write cat-record
           end-perform
           close program-catalog
           exit.

       show-usage section.
           display "usage: catmaint ADD program-id year day rule "
               "description"
           display "       catmaint RETIRE program-id"
           display "       catmaint TOLERANCE program-id P|C limit"
           display "       catmaint TOLERANCE program-id NONE"
           display "       catmaint LIST"
           display "       rules: NONBLANK NUMPAIR LEVELS MEMSCAN NONE"
           exit.
