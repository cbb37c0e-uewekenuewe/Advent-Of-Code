      *> shared quality-hold record layout for ./qhold.dat, keyed by
      *> job name plus puzzle-input name. A day program whose rejected
      *> records exceed the reject tolerance in the program catalog
      *> writes one record here through AOC-HOLDIO instead of updating
      *> the results master. The first fields mirror the control
      *> report record, the reconcile status being the one the run
      *> would have had; the rest record the records read, the reject
      *> count and percentage and the tolerance that was exceeded.
      *> AOC-QHOLD releases a held result to the results master or
      *> discards it.
       01  qh-record.
           05  qh-job-name            pic x(20).
           05  qh-puzzle-input-name   pic x(64).
           05  qh-run-timestamp       pic x(21).
           05  qh-record-count        pic 9(10).
           05  qh-input-checksum      pic 9(10).
           05  qh-sup-count           pic 9(10).
           05  qh-result-a            pic 9(18).
           05  qh-result-b            pic 9(18).
           05  qh-file-status         pic x(02).
           05  qh-reconcile-status    pic x(14).
           05  qh-records-read        pic 9(10).
           05  qh-reject-count        pic 9(10).
           05  qh-reject-pct          pic 9(03)v9(02).
           05  qh-reject-basis        pic x(01).
           05  qh-reject-limit        pic 9(05).
