      *> shared operations job-log record layout written by the
      *> driver: one START and one END record per job/input (END
      *> carries elapsed seconds and the job's return code), one
      *> PREFLT-PASS or PREFLT-FAIL record per sample input run in
      *> PREFLIGHT mode, one SKIPPED-DEP, SKIPPED-WIN or SKIPPED-PRE
      *> record per input of a job the driver did not run (failed
      *> dependency, closed run window or failed preflight) and one
      *> SUMMARY record at end of stream carrying the job counts, the
      *> highest return code seen, the count of results that failed
      *> expected-answers verification, the count of results marked
      *> KNOWN-BAD against the rejected-answers ledger, the
      *> preflight sample pass and fail counts and the count of
      *> results put on QUAL-HOLD for exceeding the reject tolerance
       01  jl-record.
           05  jl-record-type         pic x(12).
           05  jl-timestamp           pic x(21).
           05  jl-highest-return-code pic 9(04).
           05  jl-verify-failed       pic 9(05).
           05  jl-jobs-skipped        pic 9(05).
           05  jl-known-bad           pic 9(05).
           05  jl-preflight-passed    pic 9(05).
           05  jl-preflight-failed    pic 9(05).
           05  jl-jobs-held           pic 9(05).
