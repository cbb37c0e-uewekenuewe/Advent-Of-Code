      *> shared sample test-deck record layout, keyed by PROGRAM-ID,
      *> one record per sample input file with the Part A and Part B
      *> answers the puzzle text gives for it. A program may have any
      *> number of samples. In PREFLIGHT mode the driver runs every
      *> scheduled program against its samples before any real input
      *> and skips the real inputs of a program that gets one wrong.
      *> Records starting with '*' are comments.
       01  tst-record.
           05  tst-comment-flag       pic x(01).
           05  filler                 pic x(109).
       01  tst-record-fields.
           05  tst-program-id         pic x(10).
           05  tst-sample-input-name  pic x(64).
           05  tst-result-a           pic 9(18).
           05  tst-result-b           pic 9(18).
