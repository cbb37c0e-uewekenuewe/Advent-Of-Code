       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-ARCIO.
       AUTHOR. Uwe Schmidt.
       environment division.
       input-output section.
       file-control.
           select archive-index
               assign to archive-index-name
               file status is archive-index-status
               organization is line sequential.
           select source-input
               assign to source-input-name
               file status is source-input-status
               organization is line sequential.
           select archive-copy
               assign to archive-copy-name
               file status is archive-copy-status
               organization is line sequential.
       data division.
       file section.
       fd  archive-index.
           COPY INARCH REPLACING LEADING ==ia== BY ==iaf==.
       fd  source-input.
       01  source-input-record pic x(80).
       fd  archive-copy.
       01  archive-copy-record pic x(80).
       working-storage section.
       01  archive-index-name pic x(64) value './inarch.idx'.
       01  archive-index-status pic x(2) value '00'.
       01  archive-dir-name pic x(64) value './inarch'.
       01  source-input-name pic x(64) value spaces.
       01  source-input-status pic x(2) value '00'.
       01  archive-copy-name pic x(64) value spaces.
       01  archive-copy-status pic x(2) value '00'.
       01  arc-input-tag pic x(64) value spaces.
       01  arc-call-rc pic s9(9) comp-5 value 0.
       01  arc-file-info.
           05 filler pic x(16).
       01  arc-found pic x(1) value 'N'.
           88 arc-is-found value 'Y'.
       linkage section.
       01  arcio-function pic x(4).
       COPY INARCH.
       01  arcio-status pic x(2).
       PROCEDURE DIVISION USING arcio-function, ia-record,
               arcio-status.
       main-logic section.
           move '00' to arcio-status
           evaluate arcio-function
               when 'SAVE'
                   perform save-input-version
               when 'FIND'
                   perform find-input-version
               when other
                   display "AOC-ARCIO: unknown function "
                       arcio-function
                   move '99' to arcio-status
           end-evaluate
           GOBACK.

       save-input-version section.
           perform find-input-version
           if arc-is-found
               move '22' to arcio-status
               exit section
           end-if
           move '00' to arcio-status
           move spaces to archive-copy-name
           string function trim(archive-dir-name) delimited by size
                  '/' delimited by size
                  ia-job-name(1:4) delimited by size
                  ia-job-name(6:2) delimited by size
                  '-' delimited by size
                  ia-record-count delimited by size
                  '-' delimited by size
                  ia-input-checksum delimited by size
                  '.dat' delimited by size
                  into archive-copy-name
           end-string
           call "CBL_CHECK_FILE_EXIST" using archive-copy-name,
               arc-file-info returning arc-call-rc
           if arc-call-rc not equal 0
               perform copy-input-version
               if arcio-status not equal '00'
                   exit section
               end-if
           end-if
           move ia-key to iaf-key
           move archive-copy-name to iaf-archive-name
           move function current-date to iaf-archive-timestamp
           open extend archive-index
           if archive-index-status not equal '00'
               open output archive-index
           end-if
           if archive-index-status not equal '00'
               display "AOC-ARCIO: unable to write "
                   function trim(archive-index-name)
                   " file status=" archive-index-status
               move archive-index-status to arcio-status
               exit section
           end-if
           write iaf-record
           close archive-index
           move iaf-record to ia-record
           exit.

       copy-input-version section.
           call "CBL_CREATE_DIR" using archive-dir-name
               returning arc-call-rc
           move ia-puzzle-input-name to source-input-name
           open input source-input
           if source-input-status not equal '00'
               display "AOC-ARCIO: unable to open "
                   function trim(source-input-name)
                   " file status=" source-input-status
               move source-input-status to arcio-status
               exit section
           end-if
           open output archive-copy
           if archive-copy-status not equal '00'
               display "AOC-ARCIO: unable to write "
                   function trim(archive-copy-name)
                   " file status=" archive-copy-status
               close source-input
               move archive-copy-status to arcio-status
               exit section
           end-if
           perform copy-source-records
           close source-input
           move ia-puzzle-input-name to arc-input-tag
           if arc-input-tag(1:2) equal './'
               move ia-puzzle-input-name(3:62) to arc-input-tag
           end-if
           inspect arc-input-tag replacing all '/' by '_'
           move spaces to source-input-name
           string './' delimited by size
                  ia-job-name(1:4) delimited by size
                  ia-job-name(6:2) delimited by size
                  '-' delimited by size
                  function trim(arc-input-tag) delimited by size
                  '.sup' delimited by size
                  into source-input-name
           end-string
           open input source-input
           if source-input-status equal '00'
               perform copy-source-records
               close source-input
           end-if
           close archive-copy
           exit.

       copy-source-records section.
           perform until source-input-status not equal '00'
               read source-input
               if source-input-status equal '00'
                   move source-input-record to archive-copy-record
                   write archive-copy-record
               end-if
           end-perform
           exit.

       find-input-version section.
           move 'N' to arc-found
           open input archive-index
           if archive-index-status not equal '00'
               move '23' to arcio-status
               exit section
           end-if
           perform until archive-index-status not equal '00'
               or arc-is-found
               read archive-index
               if archive-index-status equal '00'
                   and iaf-key equal ia-key
                   move 'Y' to arc-found
                   move iaf-record to ia-record
               end-if
           end-perform
           close archive-index
           if not arc-is-found
               move '23' to arcio-status
           end-if
           exit.
