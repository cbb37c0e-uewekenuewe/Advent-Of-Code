      *> shared stream run-lock record layout. The lock file holds a
      *> single record while a driver stream or an updating utility
      *> owns the shared files (expected.dat, results.mst,
      *> consolidated.rpt, the .exc/.sup files): the owning
      *> PROGRAM-ID, the timestamp it took the lock, and a note of the
      *> resources it holds. No lock file means nobody holds it.
      *> Taken, released and queried only through AOC-LOCKIO; a lock
      *> older than AOC_LOCK_STALE_MINUTES is reported as stale and
      *> can be released with AOC-LOCKMNT.
       01  lck-record.
           05  lck-owner-program      pic x(12).
           05  lck-start-timestamp    pic x(21).
           05  lck-resources          pic x(60).
