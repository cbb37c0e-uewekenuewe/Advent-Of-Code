      *> shared rejected-answers ledger record layout, keyed like
      *> EXPANS by job name plus puzzle-input name, plus the part
      *> ('A' or 'B') the answer was submitted for. Each record holds
      *> one value the puzzle site refused, the hint it gave (HIGH -
      *> too high, LOW - too low, WRONG - no hint) and the date
      *> (yyyymmdd) it was refused. The driver marks an unverified
      *> result KNOWN-BAD when it equals a refused value or lies on
      *> the wrong side of a HIGH/LOW bound. Records starting with '*'
      *> are comments.
       01  rej-record.
           05  rej-comment-flag       pic x(01).
           05  filler                 pic x(115).
       01  rej-record-fields.
           05  rej-job-name           pic x(20).
           05  rej-puzzle-input-name  pic x(64).
           05  rej-part               pic x(01).
           05  rej-value              pic 9(18).
           05  rej-hint               pic x(05).
           05  rej-date               pic 9(08).
