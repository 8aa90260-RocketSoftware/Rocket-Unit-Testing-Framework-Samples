      *>  job per line: program name cols 1-20, run calendar in col
      *>  22 - D daily / W weekly (Mondays) / M month-end (last
      *>  business day, both per datechk's business-day rules and
      *>  HOLIDAYS.TBL) / Q quarter-end (the month-end of March,
      *>  June, September and December) / F fiscal period close and
      *>  X fiscal quarter close (the last business day on or before
      *>  the period's end on finance's fiscal calendar, per datechk
      *>  and FISCALCAL.TBL - never due when the calendar does not
      *>  cover tonight) - and up to three
      *>  predecessor program names in cols 24-43, 45-64 and 66-85)
      *>  is walked in order: a job is released (CALLed) only when
      *>  every predecessor has logged a clean end for tonight's
      *>  business date on RUNLOG.DAT - an end with a return code
      *>  below 8, so a run that logged warnings (4) does not hold
      *>  the jobs behind it. A failed predecessor raises
      *>  ABENDALRT and holds the job; a job not due tonight is
      *>  recorded as skipped, not missing. The night's
      *>  planned-versus-actual sequence goes to NightSchedule.txt.
      *>
      *>  Every job the night releases or holds is recorded on
      *>  NIGHTSTATE.DAT (run date 1-8, job 10-29, outcome 31 - S
      *>  called, E ended, H held, L load failed - return code
      *>  33-36), with a P line when a pass reaches the end of the
      *>  schedule; a fresh night starts the file over. This is the
      *>  night's own record of what was run, whether or not the job
      *>  writes to RUNLOG.DAT.
      *>  After a failure, NIGHTSCHEDULE_RESTART=Y reruns the chain
      *>  for the same business date from NIGHTSTATE.DAT: a due job
      *>  that ended with a return code below 8 is left alone (it
      *>  ran on the first pass), and a job that failed, never came
      *>  back from its CALL or was held is released again once its
      *>  predecessors are clean - which, walking the schedule in
      *>  order, they are as soon as the rerun of each predecessor
      *>  completes. A due job with no record at all, after a pass
      *>  that reached the end of the schedule, is held: nothing
      *>  says whether it is safe to run. A job that ended, or has
      *>  no record, is run only when named in NIGHTSCHEDULE_FORCE;
      *>  a job a pass never reached because the pass itself was cut
      *>  short is a restart job like any other.
      *>  The restart appends its own section to NightSchedule.txt
      *>  under the first pass's, showing which jobs ran on which.
      *>--------------------------------------------------------------
       program-id. "nightschedule".
       environment division.
                   file status  is ws-runlog-status.

           select schedule-report assign to "NightSchedule.txt"
                   organization is line sequential
                   file status  is ws-report-status.

           select night-state-file assign to "NIGHTSTATE.DAT"
                   organization is line sequential
                   file status  is ws-state-status.

       data division.
       file section.
           03 rlf-exception-count      pic 9(9).
           03                          pic x.
           03 rlf-return-code          pic 9(4).
           03                          pic x.
           03 rlf-progress-count       pic 9(9).
           03                          pic x.
           03 rlf-progress-phase       pic x(8).

       fd  schedule-report.
       01  schedule-report-record      pic x(80).

      *> one line per job outcome, the pass-end line job "*PASS".
       fd  night-state-file.
       01  night-state-record.
           03 nst-run-date             pic 9(8).
           03                          pic x.
           03 nst-job-name             pic x(20).
           03                          pic x.
           03 nst-outcome              pic x.
               88 nst-called               value "S".
               88 nst-ended                value "E".
               88 nst-pass-ended           value "P".
           03                          pic x.
           03 nst-return-code          pic 9(4).

       working-storage section.
       01 ws-schedule-status       pic xx.
       01 ws-report-status         pic xx.
       01 ws-runlog-status         pic xx.
       01 ws-state-status          pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

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

      *> tonight's run-log entries, loaded once per predecessor
      *> check pass.
       01 ws-job-name              pic x(20).
           88 ws-pred-clean            value "C".
           88 ws-pred-failed           value "F".
           88 ws-pred-missing          value "M".
      *> the return code the predecessor logged - 9999 when its run
      *>  never logged an end.
       01 ws-pred-log-rc           pic 9(4).
       01 ws-hold-job-flag         pic x.
           88 ws-hold-job              value "Y".
       01 ws-alert-needed-flag     pic x.
           88 ws-alert-needed          value "Y".

      *> restart control - a restart walks the same schedule for
      *>  the same business date, leaving jobs that already ended
      *>  clean to the first pass unless the one job named to force
      *>  is among them.
       01 ws-restart-env           pic x.
           88 ws-restart-requested     value "Y".
       01 ws-force-job-name        pic x(20).
       01 ws-job-state             pic x.
           88 ws-job-clean             value "C".
           88 ws-job-unrecorded        value "N".
       01 ws-first-pass-outcome    pic x.
           88 ws-first-pass-ended      value "E".
           88 ws-first-pass-none       value space.
       01 ws-first-pass-rc         pic 9(4).
       01 ws-pass-ended-flag       pic x value "N".
           88 ws-pass-ended            value "Y".
       01 ws-state-outcome         pic x.
       01 ws-state-rc              pic 9(4).
       01 ws-jobs-first-pass       pic 9(3) value 0.
       01 ws-now-time              pic 9(8).

       01 ws-call-name             pic x(20).
       01 ws-jobs-planned          pic 9(3) value 0.
       01 ws-jobs-run              pic 9(3) value 0.
           end-call
           perform work-out-calendar-facts

           accept ws-restart-env from environment
               "NIGHTSCHEDULE_RESTART"
           move spaces to ws-force-job-name
           accept ws-force-job-name from environment
               "NIGHTSCHEDULE_FORCE"

      *> a restart adds its section under the first pass's report;
      *>  only a fresh night starts NightSchedule.txt over.
           if ws-restart-requested
               open extend schedule-report
               if ws-report-status not equal "00"
                   open output schedule-report
               end-if
               accept ws-now-time from time
               move spaces to schedule-report-record
               write schedule-report-record
               string "Restart - failed and held jobs rerun, "
                          delimited by size
                      ws-run-date delimited by size
                      " at " delimited by size
                      ws-now-time(1:2) delimited by size
                      ":" delimited by size
                      ws-now-time(3:2) delimited by size
                   into schedule-report-record
               end-string
               write schedule-report-record
               move all "-" to schedule-report-record
               write schedule-report-record
           else
               open output night-state-file
               close night-state-file
               open output schedule-report
               move spaces to schedule-report-record
               string "Nightly schedule - planned vs actual, "
                          delimited by size
                      ws-run-date delimited by size
                   into schedule-report-record
               end-string
               write schedule-report-record
               move all "=" to schedule-report-record
               write schedule-report-record
           end-if

           open input schedule-file
           if ws-schedule-status not equal "00"

           perform drive-one-job until ws-eof
           close schedule-file
           move "*PASS" to ws-job-name
           move "P" to ws-state-outcome
           move 0 to ws-state-rc
           perform record-job-outcome

           move spaces to schedule-report-record
           write schedule-report-record
           move ws-jobs-skipped to ws-rc-edit
           move ws-rc-edit to ws-rpt-planned
           write schedule-report-record from ws-report-line
           if ws-restart-requested
               move spaces to ws-report-line
               move "JOBS FROM FIRST PASS" to ws-rpt-job
               move ws-jobs-first-pass to ws-rc-edit
               move ws-rc-edit to ws-rpt-planned
               write schedule-report-record from ws-report-line
           end-if
           close schedule-report

           if ws-jobs-held > 0
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

       drive-one-job section.
                   move "NOT DUE" to ws-rpt-planned
                   move "MONTH-END ONLY" to ws-rpt-actual
                   add 1 to ws-jobs-skipped
               when sch-calendar equal "Q"
                       and (ws-run-date not equal ws-month-end-date
                         or (ws-run-date(5:2) not equal "03"
                         and ws-run-date(5:2) not equal "06"
                         and ws-run-date(5:2) not equal "09"
                         and ws-run-date(5:2) not equal "12"))
                   move "NOT DUE" to ws-rpt-planned
                   move "QUARTER-END ONLY" to ws-rpt-actual
                   add 1 to ws-jobs-skipped
               when sch-calendar equal "F"
                       and ws-run-date not equal ws-fiscal-close-date
                   move "NOT DUE" to ws-rpt-planned
                   move "FISCAL PERIOD CLOSE ONLY" to ws-rpt-actual
                   add 1 to ws-jobs-skipped
               when sch-calendar equal "X"
                       and (ws-run-date not equal ws-fiscal-close-date
                         or not ws-fiscal-qtr-close)
                   move "NOT DUE" to ws-rpt-planned
                   move "FISCAL QUARTER CLOSE ONLY" to ws-rpt-actual
                   add 1 to ws-jobs-skipped
               when other
                   add 1 to ws-jobs-planned
                   move "PLANNED" to ws-rpt-planned
                   move space to ws-job-state
                   if ws-restart-requested
                       perform check-first-pass
                   end-if
                   evaluate true
                       when ws-job-clean
                           add 1 to ws-jobs-first-pass
                       when ws-job-unrecorded
                           add 1 to ws-jobs-held
                       when other
                           perform check-predecessors
                           if ws-hold-job
                               add 1 to ws-jobs-held
                               move "H" to ws-state-outcome
                               move 0 to ws-state-rc
                               perform record-job-outcome
                           else
                               perform release-one-job
                           end-if
                   end-evaluate
           end-evaluate
           write schedule-report-record from ws-report-line
           .

      *> on a restart, a job that ended tonight below return code 8
      *>  - and, if it writes to the run log, logged no failure there
      *>  - ran on the first pass and is not run again unless it is
      *>  the job named to force; one with no record after a pass
      *>  that reached the end of the schedule is held unless
      *>  forced; anything else due tonight is a restart job.
       check-first-pass section.
           perform look-up-first-pass
           if ws-first-pass-ended and ws-first-pass-rc < 8
               move ws-job-name to ws-pred-name
               perform look-up-pred-on-run-log
               if ws-pred-failed and ws-pred-log-rc >= 8
                   move 8 to ws-first-pass-rc
               end-if
           end-if
           move "R" to ws-job-state
           move "RESTART" to ws-rpt-planned
           if ws-job-name equal ws-force-job-name
               if ws-first-pass-ended or ws-first-pass-none
                   move "FORCED" to ws-rpt-planned
               end-if
               exit section
           end-if
           evaluate true
               when ws-first-pass-ended and ws-first-pass-rc < 8
                   move "C" to ws-job-state
                   move "FIRST PASS" to ws-rpt-planned
                   move ws-first-pass-rc to ws-rc-edit
                   move spaces to ws-rpt-actual
                   string "ENDED RC=" delimited by size
                          ws-rc-edit delimited by size
                          " - NOT RERUN" delimited by size
                       into ws-rpt-actual
                   end-string
               when ws-first-pass-none and ws-pass-ended
                   move "N" to ws-job-state
                   move "HELD" to ws-rpt-planned
                   move "NO FIRST-PASS RECORD" to ws-rpt-actual
           end-evaluate
           .

      *> the job's latest outcome tonight, and whether any pass got
      *>  to the end of the schedule.
       look-up-first-pass section.
           move space to ws-first-pass-outcome
           move 0 to ws-first-pass-rc
           move "N" to ws-pass-ended-flag
           open input night-state-file
           if ws-state-status not equal "00"
               exit section
           end-if
           perform scan-one-state-record
               until ws-state-status not equal "00"
           close night-state-file
           .

       scan-one-state-record section.
           read night-state-file
           if ws-state-status equal "00"
                   and nst-run-date equal ws-run-date
               evaluate true
                   when nst-pass-ended
                       set ws-pass-ended to true
                   when nst-job-name equal ws-job-name
                       move nst-outcome to ws-first-pass-outcome
                       move nst-return-code to ws-first-pass-rc
               end-evaluate
           end-if
           .

      *> opened and closed round each line so that what is written
      *>  before a CALL survives the job taking the run down.
       record-job-outcome section.
           open extend night-state-file
           if ws-state-status not equal "00"
               open output night-state-file
           end-if
           move spaces to night-state-record
           move ws-run-date to nst-run-date
           move ws-job-name to nst-job-name
           move ws-state-outcome to nst-outcome
           move ws-state-rc to nst-return-code
           write night-state-record
           close night-state-file
           .

       check-predecessors section.
           move "N" to ws-hold-job-flag
           move sch-pred-1 to ws-pred-name

      *> the predecessor must have logged a clean end for tonight's
      *> business date - a zero end timestamp (died or still going)
      *> or a return code of 8 or more both hold the successor; a 4
      *> is a warning and lets the successor run.
       look-up-pred-on-run-log section.
           move "M" to ws-pred-state
           open input run-log-file
           if ws-runlog-status equal "00"
               if rlf-program-name equal ws-pred-name
                       and rlf-start-date equal ws-run-date
                   move rlf-return-code to ws-pred-log-rc
                   evaluate true
                       when rlf-end-date equal 0
                           move "F" to ws-pred-state
                           move 9999 to ws-pred-log-rc
                       when rlf-return-code not less than 8
                           move "F" to ws-pred-state
                       when other
                           move "C" to ws-pred-state
           .

       release-one-job section.
           move "S" to ws-state-outcome
           move 0 to ws-state-rc
           perform record-job-outcome
           move ws-job-name to ws-call-name
           move 0 to return-code
           call ws-call-name
                   set ws-hold-job to true
                   add 1 to ws-jobs-held
           end-call
           if ws-hold-job
               move "L" to ws-state-outcome
               move 0 to ws-state-rc
               perform record-job-outcome
           else
               move "E" to ws-state-outcome
               move return-code to ws-state-rc
               perform record-job-outcome
               add 1 to ws-jobs-run
               move return-code to ws-rc-edit
               move spaces to ws-rpt-actual
