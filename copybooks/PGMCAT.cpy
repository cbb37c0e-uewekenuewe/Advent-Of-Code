      *> shared program-catalog record layout, one record per day
      *> PROGRAM-ID: the event year and day it solves, an
      *> active/retired status ('A' may be scheduled, 'R' is retired
      *> and is refused by the driver), the input edit rule the
      *> pre-edit applies to a candidate file (NONBLANK - no blank
      *> lines, NUMPAIR - two five-digit numbers in columns 1-5 and
      *> 9-13, LEVELS - space-separated list of up to 20 numbers,
      *> MEMSCAN - corrupted-memory text, not blank and no control
      *> characters, NONE - no record check), a description and the
      *> reject tolerance the day program holds its result against
      *> (basis P - limit is a whole percentage of records read, C -
      *> limit is a count of rejected records, blank - no tolerance
      *> check). The driver, pre-edit, housekeeping and the day
      *> programs read this file through AOC-CATIO. Records starting
      *> with '*' are comments.
       01  cat-record.
           05  cat-comment-flag       pic x(01).
           05  filler                 pic x(77).
       01  cat-record-fields.
           05  cat-program-id         pic x(10).
           05  filler                 pic x(01).
           05  cat-year               pic x(04).
           05  filler                 pic x(01).
           05  cat-day                pic x(02).
           05  filler                 pic x(01).
           05  cat-status             pic x(01).
           05  filler                 pic x(01).
           05  cat-edit-rule          pic x(08).
           05  filler                 pic x(01).
           05  cat-description        pic x(40).
           05  filler                 pic x(01).
           05  cat-reject-basis       pic x(01).
           05  filler                 pic x(01).
           05  cat-reject-limit       pic 9(05).
