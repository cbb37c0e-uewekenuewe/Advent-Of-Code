       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-CATIO.
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
           COPY PGMCAT REPLACING LEADING ==cat== BY ==catf==.
       working-storage section.
       01  program-catalog-name pic x(64) value './progcat.dat'.
       01  program-catalog-status pic x(2) value '00'.
       01  catio-found pic x(1) value 'N'.
           88 catio-is-found value 'Y'.
       linkage section.
       01  catio-function pic x(4).
       COPY PGMCAT.
       01  catio-status pic x(2).
       PROCEDURE DIVISION USING catio-function, cat-record-fields,
               catio-status.
       main-logic section.
           move '00' to catio-status
           evaluate catio-function
               when 'READ'
                   perform read-catalog-entry
               when other
                   display "AOC-CATIO: unknown function "
                       catio-function
                   move '99' to catio-status
           end-evaluate
           GOBACK.

       read-catalog-entry section.
           open input program-catalog
           if program-catalog-status not equal '00'
               move program-catalog-status to catio-status
               exit section
           end-if
           move 'N' to catio-found
           perform until program-catalog-status not equal '00'
               or catio-is-found
               read program-catalog
               if program-catalog-status equal '00'
                   and catf-comment-flag not equal '*'
                   and catf-record-fields not equal spaces
                   and catf-program-id equal cat-program-id
                   move 'Y' to catio-found
                   move catf-record-fields to cat-record-fields
               end-if
           end-perform
           close program-catalog
           if not catio-is-found
               move '23' to catio-status
           end-if
           exit.
