      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> scheduleforecast - which jobs the nightly chain will run on
      *>  each night of a date range, and how long each night should
      *>  take, so staffing and change freezes can be planned around
      *>  the heavy nights (a month-end landing on a Monday runs the
      *>  daily, weekly and month-end jobs together).
      *>
      *>  Every night from FORECAST_FROM_DATE (default the business
      *>  date) to FORECAST_TO_DATE (default 30 days on) is put
      *>  through nightschedule's own calendar rules on SCHEDULE.TBL
      *>  - D daily / W weekly (Mondays) / M month-end / Q
      *>  quarter-end / F fiscal period close / X fiscal quarter
      *>  close, nothing at all on a night that is not a business
      *>  day - using datechk's business-day rules, HOLIDAYS.TBL and
      *>  FISCALCAL.TBL. Each due job is costed at its trailing
      *>  average elapsed minutes over its last RUNLOG_BASELINE_RUNS
      *>  clean runs on RUNLOG.DAT (default 5, the same baseline
      *>  runlogsummary reports against) and the chain is laid out
      *>  end to end from the batch start (FORECAST_BATCH_START
      *>  hhmm, default 2000). A night whose predicted total is over
      *>  the batch window (FORECAST_WINDOW_MINS, default 480) is
      *>  flagged, as is any job whose predicted run overlaps a
      *>  maintenance window on MAINTWIN.TBL (start yyyymmddhhmm in
      *>  cols 1-12, end in cols 14-25, as the customer update
      *>  transactions read it). A job with no clean run on the log
      *>  is listed with no history and costed at nothing. The
      *>  forecast goes to ScheduleForecast.txt.
      *>--------------------------------------------------------------
       program-id. "scheduleforecast".
       environment division.
       input-output section.
       file-control.
           select schedule-file assign to "SCHEDULE.TBL"
                   organization is line sequential
                   file status  is ws-schedule-status.

           select run-log-file assign to "RUNLOG.DAT"
                   organization is line sequential
                   file status  is ws-runlog-status.

           select maint-window-file assign to "MAINTWIN.TBL"
                   organization is line sequential
                   file status  is ws-window-status.

           select forecast-report assign to "ScheduleForecast.txt"
                   organization is line sequential.

       data division.
       file section.
       fd  schedule-file.
       01  schedule-record.
           03 sch-job-name             pic x(20).
           03                          pic x.
           03 sch-calendar             pic x.
           03                          pic x.
           03 sch-pred-1               pic x(20).
           03                          pic x.
           03 sch-pred-2               pic x(20).
           03                          pic x.
           03 sch-pred-3               pic x(20).

      *> the run-log record as batchrunlog lays it out.
       fd  run-log-file.
       01  run-log-record.
           03 rlf-run-id               pic x(14).
           03                          pic x.
           03 rlf-program-name         pic x(20).
           03                          pic x.
           03 rlf-start-date           pic 9(8).
           03                          pic x.
           03 rlf-start-time           pic 9(8).
           03                          pic x.
           03 rlf-end-date             pic 9(8).
           03                          pic x.
           03 rlf-end-time             pic 9(8).
           03                          pic x.
           03 rlf-records-read         pic 9(9).
           03                          pic x.
           03 rlf-records-written      pic 9(9).
           03                          pic x.
           03 rlf-exception-count      pic 9(9).
           03                          pic x.
           03 rlf-return-code          pic 9(4).
           03                          pic x.
           03 rlf-progress-count       pic 9(9).
           03                          pic x.
           03 rlf-progress-phase       pic x(8).

       fd  maint-window-file.
       01  maint-window-record.
           03 mwf-start                pic 9(12).
           03                          pic x.
           03 mwf-end                  pic 9(12).

       fd  forecast-report.
       01  forecast-report-record      pic x(100).

       working-storage section.
       01 ws-schedule-status       pic xx.
       01 ws-runlog-status         pic xx.
       01 ws-window-status         pic xx.

       01 ws-from-date             pic 9(8).
       01 ws-to-date               pic 9(8).
       01 ws-date-env              pic x(8).
       01 ws-from-int              pic 9(8).
       01 ws-to-int                pic 9(8).
       01 ws-night-int             pic 9(8).
       01 ws-batch-start           pic 9(4) value 2000.
       01 ws-batch-start-env       pic x(4).
       01 ws-window-mins           pic 9(5) value 480.
       01 ws-window-mins-env       pic x(5).

       01 ws-run-date              pic 9(8).
       01 ws-day-number            pic 9(8).
       01 ws-day-of-week           pic 9.
       01 ws-quotient              pic 9(8).

      *> is tonight a business day at all, and is it month-end -
      *> answered through datechk so HOLIDAYS.TBL is honored.
       01 ws-probe-date.
           03 ws-probe-year            pic 9(4).
           03                          pic x value "/".
           03 ws-probe-month           pic 99.
           03                          pic x value "/".
           03 ws-probe-day             pic 99.
       01 ws-date-format-flag      pic x value "I".
       01 ws-bd-direction          pic x value "P".
       01 ws-bd-result             pic 9(8).
       01 ws-bd-valid              pic x.
       01 ws-probe-tomorrow        pic 9(8).
       01 ws-is-business-day-flag  pic x.
           88 ws-is-business-day       value "Y".
       01 ws-recurrence-rule.
           03 ws-rule-type             pic x value "B".
           03 ws-rule-day              pic 99 value 0.
           03 ws-rule-interval         pic 99 value 0.
           03 ws-rule-count            pic 9(3) value 1.
           03 ws-rule-end-date         pic 9(8) value 0.
       01 ws-schedule-result.
           03 ws-sched-count           pic 9(3).
           03 ws-sched-date            pic 9(8) occurs 60 times.
       01 ws-sched-valid           pic x.
       01 ws-month-end-date        pic 9(8).

      *> tonight's fiscal period, the business day its close runs
      *> on, and whether that period closes a fiscal quarter.
       01 ws-fiscal-info.
           03 ws-fiscal-year           pic 9(4).
           03 ws-fiscal-quarter        pic 9.
           03 ws-fiscal-period         pic 99.
           03 ws-fiscal-week           pic 99.
           03 ws-fiscal-period-start   pic 9(8).
           03 ws-fiscal-period-end     pic 9(8).
           03 ws-fiscal-period-end-flag pic x.
       01 ws-fiscal-valid          pic x.
       01 ws-fiscal-close-date     pic 9(8) value 0.
       01 ws-next-fiscal-year      pic 9(4).
       01 ws-next-fiscal-period    pic 99.
       01 ws-next-fiscal-info      pic x(34).
       01 ws-next-fiscal-valid     pic x.
       01 ws-fiscal-qtr-close-flag pic x value "N".
           88 ws-fiscal-qtr-close      value "Y".

      *> the schedule, held whole - every night of the range is
      *>  judged against it.
       01 ws-job-count             pic 9(3) value 0.
       01 ws-job-table.
           03 ws-job-entry occurs 100 times
                   indexed by job-idx.
               05 ws-job-name-t        pic x(20).
               05 ws-job-calendar      pic x.
               05 ws-job-avg-mins      pic 9(5).
               05 ws-job-history-sw    pic x.
                   88 ws-job-has-history   value "Y".
       01 ws-job-due-flag          pic x.
           88 ws-job-due               value "Y".

      *> per-program trailing baselines - the last N clean runs on
      *>  the log, held as a small ring per program, as
      *>  runlogsummary keeps them.
       01 ws-baseline-runs         pic 9(2) value 5.
       01 ws-baseline-runs-env     pic x(2).
       01 ws-base-count            pic 9(3) value 0.
       01 ws-base-table.
           03 ws-base-entry occurs 100 times
                   indexed by base-idx.
               05 ws-base-program      pic x(20).
               05 ws-base-held         pic 9(2).
               05 ws-base-next         pic 9(2).
               05 ws-base-elapsed      pic 9(9) occurs 10 times.
       01 ws-base-ring-idx         pic 9(2).
       01 ws-avg-elapsed           pic 9(9).
       01 ws-start-mins            pic 9(9).
       01 ws-end-mins              pic 9(9).
       01 ws-elapsed-mins          pic s9(9).
       01 ws-time-hh               pic 99.
       01 ws-time-mm               pic 99.
       01 ws-time-work             pic 9(8).

       01 ws-window-count          pic 9(3) value 0.
       01 ws-window-table.
           03 ws-window-entry occurs 100 times
                   indexed by win-idx.
               05 ws-window-start      pic 9(12).
               05 ws-window-end        pic 9(12).

      *> tonight's chain laid end to end: minutes from the day
      *>  number * 1440, turned back into yyyymmddhhmm stamps to
      *>  compare with the maintenance windows.
       01 ws-night-start-mins      pic 9(11).
       01 ws-job-start-mins        pic 9(11).
       01 ws-job-end-mins          pic 9(11).
       01 ws-stamp-mins            pic 9(11).
       01 ws-stamp-day             pic 9(8).
       01 ws-stamp-rest            pic 9(4).
       01 ws-stamp-date            pic 9(8).
       01 ws-stamp                 pic 9(12).
       01 ws-job-start-stamp       pic 9(12).
       01 ws-job-end-stamp         pic 9(12).
       01 ws-night-total-mins      pic 9(5).
       01 ws-night-job-count       pic 9(3).
       01 ws-night-maint-flag      pic x.
           88 ws-night-in-maint        value "Y".
       01 ws-job-maint-flag        pic x.
           88 ws-job-in-maint          value "Y".
       01 ws-maint-window-hit      pic 9(12).

       01 ws-nights-forecast       pic 9(5) value 0.
       01 ws-nights-running        pic 9(5) value 0.
       01 ws-nights-over-window    pic 9(5) value 0.
       01 ws-nights-maint          pic 9(5) value 0.

       01 ws-day-names-values      pic x(21)
               value "MONTUEWEDTHUFRISATSUN".
       01 ws-day-names redefines ws-day-names-values.
           03 ws-day-name              pic x(3) occurs 7 times.

       01 ws-night-line.
           03 ws-ngt-date              pic 9(8).
           03                          pic x.
           03 ws-ngt-day               pic x(3).
           03                          pic x(2).
           03 ws-ngt-jobs              pic zz9.
           03 ws-ngt-jobs-label        pic x(8).
           03 ws-ngt-mins              pic zzzz9.
           03 ws-ngt-mins-label        pic x(8).
           03 ws-ngt-start             pic x(5).
           03 ws-ngt-dash              pic x.
           03 ws-ngt-end               pic x(5).
           03                          pic x(2).
           03 ws-ngt-flags             pic x(49).
       01 ws-job-line.
           03                          pic x(4).
           03 ws-jbl-name              pic x(20).
           03                          pic x(2).
           03 ws-jbl-calendar          pic x.
           03                          pic x(3).
           03 ws-jbl-start             pic x(5).
           03                          pic x(2).
           03 ws-jbl-mins              pic zzzz9.
           03 ws-jbl-mins-label        pic x(7).
           03 ws-jbl-note              pic x(51).
       01 ws-window-edit           pic z(4)9.
       01 ws-clock-edit.
           03 ws-clk-hh                pic 99.
           03                          pic x value ":".
           03 ws-clk-mm                pic 99.
       01 ws-count-line.
           03 ws-cnt-label             pic x(30).
           03 ws-cnt-value             pic z(4)9.

       procedure division.
       main-line section.
           perform initialize-run
           perform forecast-one-night
               varying ws-night-int from ws-from-int by 1
               until ws-night-int > ws-to-int
           perform finish-run
           goback.

       initialize-run section.
           call "datechkProcessingDate" using
               by reference ws-from-date
           end-call
           accept ws-date-env from environment "FORECAST_FROM_DATE"
           if ws-date-env is numeric
                   and ws-date-env not = spaces
               move ws-date-env to ws-from-date
           end-if
           compute ws-from-int = function integer-of-date(ws-from-date)
           compute ws-to-int = ws-from-int + 30
           move spaces to ws-date-env
           accept ws-date-env from environment "FORECAST_TO_DATE"
           if ws-date-env is numeric
                   and ws-date-env not = spaces
               compute ws-to-int = function integer-of-date(
                   function numval(ws-date-env))
           end-if
      *> a year of nights at most.
           if ws-to-int > ws-from-int + 366
               compute ws-to-int = ws-from-int + 366
           end-if
           compute ws-to-date = function date-of-integer(ws-to-int)

           accept ws-batch-start-env from environment
               "FORECAST_BATCH_START"
           if ws-batch-start-env is numeric
                   and ws-batch-start-env not = spaces
               move ws-batch-start-env to ws-batch-start
           end-if
           accept ws-window-mins-env from environment
               "FORECAST_WINDOW_MINS"
           if ws-window-mins-env not = spaces
               compute ws-window-mins =
                   function numval(ws-window-mins-env)
           end-if
           accept ws-baseline-runs-env from environment
               "RUNLOG_BASELINE_RUNS"
           if ws-baseline-runs-env is numeric
                   and ws-baseline-runs-env not = spaces
               move ws-baseline-runs-env to ws-baseline-runs
           end-if
           if ws-baseline-runs > 10
               move 10 to ws-baseline-runs
           end-if
           if ws-baseline-runs = 0
               move 1 to ws-baseline-runs
           end-if

           perform load-baseline-history
           perform load-schedule
           perform load-maintenance-windows

           open output forecast-report
           move spaces to forecast-report-record
           move ws-batch-start(1:2) to ws-clk-hh
           move ws-batch-start(3:2) to ws-clk-mm
           move ws-window-mins to ws-window-edit
           string "Schedule forecast " delimited by size
                  ws-from-date delimited by size
                  " to " delimited by size
                  ws-to-date delimited by size
                  " - batch starts " delimited by size
                  ws-clock-edit delimited by size
                  ", window " delimited by size
                  ws-window-edit delimited by size
                  " mins" delimited by size
               into forecast-report-record
           end-string
           write forecast-report-record
           move all "=" to forecast-report-record
           write forecast-report-record
           .

      *>--------------------------------------------------------------
      *> load-baseline-history - every clean, completed run on the
      *>  log feeds its program's trailing ring; a job's expected
      *>  elapsed time is the ring's average.
      *>--------------------------------------------------------------
       load-baseline-history section.
           open input run-log-file
           if ws-runlog-status not equal "00"
               exit section
           end-if
           perform take-one-history-record
               until ws-runlog-status not equal "00"
           close run-log-file
           .

       take-one-history-record section.
           read run-log-file
           if ws-runlog-status equal "00"
               if rlf-end-date not equal 0
                       and rlf-start-date not equal 0
                       and rlf-return-code equal 0
                   perform find-baseline-entry
                   if base-idx <= ws-base-count
                       perform push-one-baseline
                   end-if
               end-if
           end-if
           .

       find-baseline-entry section.
           set base-idx to 1
           if ws-base-count > 0
               search ws-base-entry
                   at end
                       perform add-baseline-entry
                   when base-idx > ws-base-count
                       perform add-baseline-entry
                   when ws-base-program (base-idx)
                           equal rlf-program-name
                       continue
               end-search
           else
               perform add-baseline-entry
           end-if
           .

       add-baseline-entry section.
           if ws-base-count < 100
               add 1 to ws-base-count
               set base-idx to ws-base-count
               move rlf-program-name to ws-base-program (base-idx)
               move 0 to ws-base-held (base-idx)
               move 1 to ws-base-next (base-idx)
           else
               set base-idx to ws-base-count
               set base-idx up by 1
           end-if
           .

       push-one-baseline section.
           perform compute-elapsed-minutes
           if ws-elapsed-mins < 0
               move 0 to ws-elapsed-mins
           end-if
           move ws-base-next (base-idx) to ws-base-ring-idx
           move ws-elapsed-mins
               to ws-base-elapsed (base-idx, ws-base-ring-idx)
           add 1 to ws-base-next (base-idx)
           if ws-base-next (base-idx) > ws-baseline-runs
               move 1 to ws-base-next (base-idx)
           end-if
           if ws-base-held (base-idx) < ws-baseline-runs
               add 1 to ws-base-held (base-idx)
           end-if
           .

       compute-elapsed-minutes section.
           move rlf-start-time to ws-time-work
           move ws-time-work(1:2) to ws-time-hh
           move ws-time-work(3:2) to ws-time-mm
           compute ws-start-mins =
               function integer-of-date(rlf-start-date) * 1440
                   + ws-time-hh * 60 + ws-time-mm
           move rlf-end-time to ws-time-work
           move ws-time-work(1:2) to ws-time-hh
           move ws-time-work(3:2) to ws-time-mm
           compute ws-end-mins =
               function integer-of-date(rlf-end-date) * 1440
                   + ws-time-hh * 60 + ws-time-mm
           compute ws-elapsed-mins = ws-end-mins - ws-start-mins
           .

      *> the schedule in order, each job carrying its baseline
      *>  average so the nights only add them up.
       load-schedule section.
           move 0 to ws-job-count
           open input schedule-file
           if ws-schedule-status not equal "00"
               exit section
           end-if
           perform load-one-job
               until ws-schedule-status not equal "00"
                   or ws-job-count = 100
           close schedule-file
           .

       load-one-job section.
           read schedule-file
           if ws-schedule-status not equal "00"
                   or sch-job-name equal spaces
               exit section
           end-if
           add 1 to ws-job-count
           set job-idx to ws-job-count
           move sch-job-name to ws-job-name-t (job-idx)
           move sch-calendar to ws-job-calendar (job-idx)
           move 0 to ws-job-avg-mins (job-idx)
           move "N" to ws-job-history-sw (job-idx)
           set base-idx to 1
           if ws-base-count > 0
               search ws-base-entry
                   at end
                       continue
                   when base-idx > ws-base-count
                       continue
                   when ws-base-program (base-idx)
                           equal sch-job-name
                       perform average-baseline-ring
                       move ws-avg-elapsed
                           to ws-job-avg-mins (job-idx)
                       set ws-job-has-history (job-idx) to true
               end-search
           end-if
           .

       average-baseline-ring section.
           move 0 to ws-avg-elapsed
           perform sum-one-ring-slot
               varying ws-base-ring-idx from 1 by 1
               until ws-base-ring-idx > ws-base-held (base-idx)
           divide ws-base-held (base-idx) into ws-avg-elapsed
           .

       sum-one-ring-slot section.
           add ws-base-elapsed (base-idx, ws-base-ring-idx)
               to ws-avg-elapsed
           .

       load-maintenance-windows section.
           move 0 to ws-window-count
           open input maint-window-file
           if ws-window-status = "00"
               perform read-one-window-record
                   until ws-window-status not = "00"
                       or ws-window-count = 100
               close maint-window-file
           end-if
           .

       read-one-window-record section.
           read maint-window-file
           if ws-window-status = "00"
               if mwf-start numeric and mwf-end numeric
                   add 1 to ws-window-count
                   set win-idx to ws-window-count
                   move mwf-start to ws-window-start (win-idx)
                   move mwf-end to ws-window-end (win-idx)
               end-if
           end-if
           .

      *>--------------------------------------------------------------
      *> forecast-one-night - the night's calendar facts as
      *>  nightschedule would work them out, then every due job in
      *>  schedule order from the batch start.
      *>--------------------------------------------------------------
       forecast-one-night section.
           add 1 to ws-nights-forecast
           compute ws-run-date = function date-of-integer(ws-night-int)
           perform work-out-calendar-facts

           move spaces to ws-night-line
           move ws-run-date to ws-ngt-date
           move ws-day-name (ws-day-of-week) to ws-ngt-day
           if not ws-is-business-day
               move "NO RUN - HOLIDAY/WEEKEND" to ws-ngt-flags
               write forecast-report-record from ws-night-line
               exit section
           end-if

      *> the night's total first, for the heading line, then the
      *>  jobs under it.
           move 0 to ws-night-total-mins
           move 0 to ws-night-job-count
           move "N" to ws-night-maint-flag
           move ws-batch-start(1:2) to ws-time-hh
           move ws-batch-start(3:2) to ws-time-mm
           compute ws-night-start-mins = ws-night-int * 1440
               + ws-time-hh * 60 + ws-time-mm
           perform total-one-job
               varying job-idx from 1 by 1
               until job-idx > ws-job-count

           add 1 to ws-nights-running
           move ws-night-job-count to ws-ngt-jobs
           move " JOBS" to ws-ngt-jobs-label
           move ws-night-total-mins to ws-ngt-mins
           move " MINS" to ws-ngt-mins-label
           move ws-night-start-mins to ws-stamp-mins
           perform make-clock-time
           move ws-clock-edit to ws-ngt-start
           move "-" to ws-ngt-dash
           compute ws-stamp-mins =
               ws-night-start-mins + ws-night-total-mins
           perform make-clock-time
           move ws-clock-edit to ws-ngt-end
           if ws-night-total-mins > ws-window-mins
               add 1 to ws-nights-over-window
               move "** OVER BATCH WINDOW **" to ws-ngt-flags
           end-if
           if ws-night-in-maint
               add 1 to ws-nights-maint
               if ws-ngt-flags = spaces
                   move "** MAINTENANCE WINDOW **" to ws-ngt-flags
               else
                   move "** MAINTENANCE WINDOW **"
                       to ws-ngt-flags(25:24)
               end-if
           end-if
           write forecast-report-record from ws-night-line

           move ws-night-start-mins to ws-job-start-mins
           perform list-one-job
               varying job-idx from 1 by 1
               until job-idx > ws-job-count
           .

       total-one-job section.
           perform check-job-due
           if not ws-job-due
               exit section
           end-if
           add 1 to ws-night-job-count
           compute ws-job-start-mins =
               ws-night-start-mins + ws-night-total-mins
           add ws-job-avg-mins (job-idx) to ws-night-total-mins
           perform check-job-maintenance
           if ws-job-in-maint
               set ws-night-in-maint to true
           end-if
           .

       list-one-job section.
           perform check-job-due
           if not ws-job-due
               exit section
           end-if
           perform check-job-maintenance
           move spaces to ws-job-line
           move ws-job-name-t (job-idx) to ws-jbl-name
           move ws-job-calendar (job-idx) to ws-jbl-calendar
           move ws-job-start-mins to ws-stamp-mins
           perform make-clock-time
           move ws-clock-edit to ws-jbl-start
           move ws-job-avg-mins (job-idx) to ws-jbl-mins
           move " MINS" to ws-jbl-mins-label
           evaluate true
               when ws-job-in-maint
                   string "MAINTENANCE WINDOW " delimited by size
                          ws-maint-window-hit(9:2) delimited by size
                          ":" delimited by size
                          ws-maint-window-hit(11:2) delimited by size
                          " " delimited by size
                          ws-maint-window-hit(1:8) delimited by size
                       into ws-jbl-note
                   end-string
               when not ws-job-has-history (job-idx)
                   move "NO CLEAN RUN ON THE LOG" to ws-jbl-note
           end-evaluate
           write forecast-report-record from ws-job-line
           add ws-job-avg-mins (job-idx) to ws-job-start-mins
           .

      *> nightschedule's calendar tests, for a night already known
      *>  to be a business day.
       check-job-due section.
           move "Y" to ws-job-due-flag
           evaluate true
      *> day 1 of datechk's week arithmetic is a Monday.
               when ws-job-calendar (job-idx) equal "W"
                       and ws-day-of-week not equal 1
                   move "N" to ws-job-due-flag
               when ws-job-calendar (job-idx) equal "M"
                       and ws-run-date not equal ws-month-end-date
                   move "N" to ws-job-due-flag
               when ws-job-calendar (job-idx) equal "Q"
                       and (ws-run-date not equal ws-month-end-date
                         or (ws-run-date(5:2) not equal "03"
                         and ws-run-date(5:2) not equal "06"
                         and ws-run-date(5:2) not equal "09"
                         and ws-run-date(5:2) not equal "12"))
                   move "N" to ws-job-due-flag
               when ws-job-calendar (job-idx) equal "F"
                       and ws-run-date not equal ws-fiscal-close-date
                   move "N" to ws-job-due-flag
               when ws-job-calendar (job-idx) equal "X"
                       and (ws-run-date not equal ws-fiscal-close-date
                         or not ws-fiscal-qtr-close)
                   move "N" to ws-job-due-flag
           end-evaluate
           .

      *> the job's predicted run against every maintenance window -
      *>  they overlap unless one ends before the other starts.
       check-job-maintenance section.
           move "N" to ws-job-maint-flag
           move ws-job-start-mins to ws-stamp-mins
           perform make-stamp
           move ws-stamp to ws-job-start-stamp
           compute ws-stamp-mins =
               ws-job-start-mins + ws-job-avg-mins (job-idx)
           perform make-stamp
           move ws-stamp to ws-job-end-stamp
           perform check-one-window
               varying win-idx from 1 by 1
               until win-idx > ws-window-count
                   or ws-job-in-maint
           .

       check-one-window section.
           if ws-window-start (win-idx) <= ws-job-end-stamp
                   and ws-window-end (win-idx) >= ws-job-start-stamp
               set ws-job-in-maint to true
               move ws-window-start (win-idx) to ws-maint-window-hit
           end-if
           .

       make-stamp section.
           divide ws-stamp-mins by 1440 giving ws-stamp-day
               remainder ws-stamp-rest
           compute ws-stamp-date = function date-of-integer(ws-stamp-day)
           move ws-stamp-date to ws-stamp(1:8)
           divide ws-stamp-rest by 60 giving ws-time-hh
               remainder ws-time-mm
           move ws-time-hh to ws-stamp(9:2)
           move ws-time-mm to ws-stamp(11:2)
           .

       make-clock-time section.
           divide ws-stamp-mins by 1440 giving ws-stamp-day
               remainder ws-stamp-rest
           divide ws-stamp-rest by 60 giving ws-clk-hh
               remainder ws-clk-mm
           .

       finish-run section.
           move spaces to forecast-report-record
           write forecast-report-record
           move spaces to ws-count-line
           move "NIGHTS FORECAST" to ws-cnt-label
           move ws-nights-forecast to ws-cnt-value
           write forecast-report-record from ws-count-line
           move "NIGHTS WITH A RUN" to ws-cnt-label
           move ws-nights-running to ws-cnt-value
           write forecast-report-record from ws-count-line
           move "NIGHTS OVER THE BATCH WINDOW" to ws-cnt-label
           move ws-nights-over-window to ws-cnt-value
           write forecast-report-record from ws-count-line
           move "NIGHTS IN A MAINTENANCE WINDOW" to ws-cnt-label
           move ws-nights-maint to ws-cnt-value
           write forecast-report-record from ws-count-line
           close forecast-report
           .

      *> tonight's day of week, whether it is a business day (the
      *> previous business day strictly before tomorrow is tonight
      *> exactly when tonight is one), and the month's last business
      *> day from datechk's recurring-schedule expansion.
       work-out-calendar-facts section.
      *> the same day-of-week arithmetic datechk anchors on the last
      *> day of 1899, so 1 here means Monday there too.
           compute ws-day-number =
               function integer-of-date(ws-run-date)
           compute ws-quotient = ws-day-number
               - function integer-of-date(18991231) - 1
           divide ws-quotient by 7 giving ws-quotient
               remainder ws-day-of-week
           add 1 to ws-day-of-week

           compute ws-probe-tomorrow =
               function date-of-integer(ws-day-number + 1)
           move ws-probe-tomorrow(1:4) to ws-probe-year
           move ws-probe-tomorrow(5:2) to ws-probe-month
           move ws-probe-tomorrow(7:2) to ws-probe-day
           move "P" to ws-bd-direction
           call "datechkNearestBusinessDay" using
               by reference ws-probe-date
               by reference ws-date-format-flag
               by reference ws-bd-direction
               by reference ws-bd-result
               by reference ws-bd-valid
           end-call
           if ws-bd-result equal ws-run-date
               move "Y" to ws-is-business-day-flag
           else
               move "N" to ws-is-business-day-flag
           end-if

           move ws-run-date(1:4) to ws-probe-year
           move ws-run-date(5:2) to ws-probe-month
           move "01" to ws-probe-day
           move "B" to ws-rule-type
           move 1 to ws-rule-count
           move 0 to ws-month-end-date
           call "datechkExpandSchedule" using
               by reference ws-probe-date
               by reference ws-date-format-flag
               by reference ws-recurrence-rule
               by reference ws-schedule-result
               by reference ws-sched-valid
           end-call
           if ws-sched-count > 0
               move ws-sched-date (1) to ws-month-end-date
           end-if

           perform work-out-fiscal-close
           .

      *> the fiscal period tonight falls in, closed on the last
      *> business day on or before its end date (a 4-4-5 period
      *> usually ends on a Saturday). The period closes a quarter
      *> when the next period is in another quarter or the fiscal
      *> year ends with it.
       work-out-fiscal-close section.
           move 0 to ws-fiscal-close-date
           move "N" to ws-fiscal-qtr-close-flag
           move ws-run-date(1:4) to ws-probe-year
           move ws-run-date(5:2) to ws-probe-month
           move ws-run-date(7:2) to ws-probe-day
           call "datechkFiscalPeriod" using
               by reference ws-probe-date
               by reference ws-date-format-flag
               by reference ws-fiscal-info
               by reference ws-fiscal-valid
           end-call
           if ws-fiscal-valid not equal "Y"
               exit section
           end-if

           compute ws-probe-tomorrow = function date-of-integer
               (function integer-of-date(ws-fiscal-period-end) + 1)
           move ws-probe-tomorrow(1:4) to ws-probe-year
           move ws-probe-tomorrow(5:2) to ws-probe-month
           move ws-probe-tomorrow(7:2) to ws-probe-day
           move "P" to ws-bd-direction
           call "datechkNearestBusinessDay" using
               by reference ws-probe-date
               by reference ws-date-format-flag
               by reference ws-bd-direction
               by reference ws-bd-result
               by reference ws-bd-valid
           end-call
           move ws-bd-result to ws-fiscal-close-date

           move ws-fiscal-year to ws-next-fiscal-year
           compute ws-next-fiscal-period = ws-fiscal-period + 1
           call "datechkFiscalPeriodDates" using
               by reference ws-next-fiscal-year
               by reference ws-next-fiscal-period
               by reference ws-next-fiscal-info
               by reference ws-next-fiscal-valid
           end-call
           if ws-next-fiscal-valid not equal "Y"
                   or ws-next-fiscal-info(5:1)
                       not equal ws-fiscal-quarter
               set ws-fiscal-qtr-close to true
           end-if
           .

       end program "scheduleforecast".
