      *> shared input-archive index record layout for ./inarch.idx,
      *> keyed by job name, puzzle-input name and the input
      *> fingerprint (record count plus checksum) the results master
      *> keeps for every run. Each record names the copy of that
      *> version of the input, with its supplemental records appended,
      *> kept under ./inarch by AOC-ARCIO, and when it was archived.
      *> The driver's REPLAY mode finds the version matching a
      *> results-master history entry through this index.
       01  ia-record.
           05  ia-key.
               10  ia-job-name            pic x(20).
               10  ia-puzzle-input-name   pic x(64).
               10  ia-record-count        pic 9(10).
               10  ia-input-checksum      pic 9(10).
           05  ia-archive-name            pic x(64).
           05  ia-archive-timestamp       pic x(21).
