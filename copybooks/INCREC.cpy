      *> shared operations-incident record layout for ./incident.dat,
      *> one record per incident, numbered in the order raised. Status
      *> is OPEN, ACK (acknowledged by an operator) or CLOSED; severity
      *> is 1 (ABEND), 2 (VERIFY-FAIL, MISMATCH-LOGIC, SLOWER) or 3
      *> (MISMATCH-INPUT, EXCEPTIONS, FASTER). Raised through AOC-INCIO
      *> by AOC-DRIVER, AOC-PERFHIST and AOC-OPSDIG: a condition that
      *> is still unresolved (OPEN or ACK) for the same source program,
      *> condition, program-id and puzzle-input name updates that
      *> incident and counts one more occurrence instead of raising a
      *> new one. The last-seen timestamp is when the raising run saw
      *> the condition, so a report run twice over the same job log
      *> does not count it twice. Maintained with AOC-INCMAINT, whose
      *> PURGE removes CLOSED incidents; when the file is full AOC-INCIO
      *> drops the oldest CLOSED incident to make room.
       01  inc-record.
           05  inc-number              pic 9(06).
           05  inc-status              pic x(06).
           05  inc-severity            pic 9(01).
           05  inc-source-program      pic x(12).
           05  inc-condition           pic x(14).
           05  inc-program-id          pic x(10).
           05  inc-puzzle-input-name   pic x(64).
           05  inc-opened-timestamp    pic x(21).
           05  inc-updated-timestamp   pic x(21).
           05  inc-last-seen-timestamp pic x(21).
           05  inc-occurrences         pic 9(05).
           05  inc-description         pic x(100).
           05  inc-note                pic x(60).
