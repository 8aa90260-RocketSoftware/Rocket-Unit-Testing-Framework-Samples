      *>    - runs that ended with a non-zero return code
      *>    - runs with no end record (died, or still going)
      *>    - runs that took longer than the long-running threshold
      *>      (RUNLOG_LONG_MINS run parameter, default 120)
      *>    - runs that deviate from their own history: each
      *>      program's trailing-average elapsed time and records
      *>      read over its last RUNLOG_BASELINE_RUNS clean runs
       01 ws-report-date-env       pic x(8).
       01 ws-long-mins             pic 9(5) value 120.
       01 ws-long-mins-env         pic x(5).
       01 ws-parm-program          pic x(20) value "runlogsummary".
       01 ws-parm-name             pic x(30).
       01 ws-parm-value            pic x(20).

       01 ws-start-mins            pic 9(9).
       01 ws-end-mins              pic 9(9).
               accept ws-report-date from date yyyymmdd
           end-if

           move "RUNLOG_LONG_MINS" to ws-parm-name
           call "RunParmValue" using
               by reference ws-parm-program
               by reference ws-parm-name
               by reference ws-parm-value
           end-call
           move ws-parm-value to ws-long-mins-env
           if ws-long-mins-env is numeric
                   and ws-long-mins-env not = spaces
               move ws-long-mins-env to ws-long-mins
