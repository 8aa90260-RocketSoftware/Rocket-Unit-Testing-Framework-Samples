      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> runparmchanges - the nightly listing of run parameters that
      *>  changed since the previous night (ParmChanges.txt), in two
      *>  parts:
      *>   - the values the batch actually ran with tonight, from the
      *>     run log's parameter file (RUNLOGPRM.DAT, written by
      *>     RunParmValue through BatchRunLogParm), against the
      *>     latest earlier night's value for the same program and
      *>     parameter. A value that differs, a parameter seen for
      *>     the first time, or one whose source moved (the table, an
      *>     environment override, the program's own default) is
      *>     listed; an environment override is always listed, so a
      *>     one-night setting is never silent.
      *>   - the lines added to the parameter table (RUNPARM.TBL)
      *>     taking effect after the previous business day up to
      *>     tonight, with the value each one replaces and who
      *>     changed it.
      *>  The night reported is the business date, or
      *>  RUNPARM_REPORT_DATE (yyyymmdd) to list an earlier night.
      *>--------------------------------------------------------------
       program-id. "runparmchanges".
       environment division.
       input-output section.
       file-control.
           select run-parm-file assign to "RUNLOGPRM.DAT"
                   organization is line sequential
                   file status  is ws-runparm-status.

           select run-parm-table assign to "RUNPARM.TBL"
                   organization is line sequential
                   file status  is ws-table-status.

           select changes-report assign to "ParmChanges.txt"
                   organization is line sequential.

       data division.
       file section.
       fd  run-parm-file.
       01  run-parm-record.
           03 rpf-business-date        pic 9(8).
           03                          pic x.
           03 rpf-time                 pic 9(6).
           03                          pic x.
           03 rpf-program-name         pic x(20).
           03                          pic x.
           03 rpf-parm-name            pic x(30).
           03                          pic x.
           03 rpf-parm-value           pic x(20).
           03                          pic x.
           03 rpf-parm-source          pic x.

       fd  run-parm-table.
       01  run-parm-table-record.
           03 rpt-program-name         pic x(20).
           03                          pic x.
           03 rpt-parm-name            pic x(30).
           03                          pic x.
           03 rpt-parm-value           pic x(20).
           03                          pic x.
           03 rpt-effective-date       pic x(8).
           03                          pic x.
           03 rpt-changed-by           pic x(20).

       fd  changes-report.
       01  changes-report-record       pic x(130).

       working-storage section.
       01 ws-runparm-status        pic xx.
       01 ws-table-status          pic xx.

       01 ws-run-date              pic 9(8).
       01 ws-run-date-env          pic x(8).
      *> datechk's "I" format is yyyy/mm/dd, not the 9(8) run date.
       01 ws-probe-date.
           03 ws-probe-year            pic 9(4).
           03                          pic x value "/".
           03 ws-probe-month           pic 99.
           03                          pic x value "/".
           03 ws-probe-day             pic 99.
       01 ws-date-format-flag      pic x value "I".
       01 ws-bd-direction          pic x value "P".
       01 ws-prev-business-date    pic 9(8).
       01 ws-bd-valid              pic x.

      *> one entry per program and parameter on the run log's
      *>  parameter file: tonight's last value and the latest value
      *>  from an earlier night.
       01 ws-used-count            pic 9(4) comp-5 value 0.
       01 ws-used-table.
           03 ws-used-entry occurs 1000 times
                   indexed by used-idx.
               05 ws-used-program      pic x(20).
               05 ws-used-name         pic x(30).
               05 ws-used-tonight-sw   pic x.
                   88 ws-used-tonight      value "Y".
               05 ws-used-value        pic x(20).
               05 ws-used-source       pic x.
               05 ws-used-prev-date    pic 9(8).
               05 ws-used-prev-time    pic 9(6).
               05 ws-used-prev-value   pic x(20).
               05 ws-used-prev-source  pic x.

      *> the parameter table as maintained, every dated line.
       01 ws-parm-count            pic 9(4) comp-5 value 0.
       01 ws-parm-table.
           03 ws-parm-entry occurs 1000 times
                   indexed by parm-idx old-idx.
               05 ws-prm-program       pic x(20).
               05 ws-prm-name          pic x(30).
               05 ws-prm-value         pic x(20).
               05 ws-prm-effective     pic 9(8).
               05 ws-prm-changed-by    pic x(20).

       01 ws-old-value             pic x(20).
       01 ws-old-effective         pic 9(8).
       01 ws-old-found-flag        pic x.
           88 ws-old-found             value "Y".

       01 ws-used-listed           pic 9(5) value 0.
       01 ws-overrides-listed      pic 9(5) value 0.
       01 ws-table-listed          pic 9(5) value 0.
       01 ws-records-read          pic 9(9) value 0.

       01 ws-runlog-program        pic x(20) value "runparmchanges".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-read           pic 9(9).
       01 ws-runlog-written        pic 9(9).
       01 ws-runlog-exceptions     pic 9(9).
       01 ws-runlog-rc             pic 9(4).

       01 ws-used-line.
           03 ws-usl-program           pic x(20).
           03                          pic x(2).
           03 ws-usl-name              pic x(30).
           03                          pic x(2).
           03 ws-usl-prev-value        pic x(20).
           03                          pic x(2).
           03 ws-usl-value             pic x(20).
           03                          pic x(2).
           03 ws-usl-source            pic x(12).
           03                          pic x(2).
           03 ws-usl-note              pic x(14).

       01 ws-table-line.
           03 ws-tbl-program           pic x(20).
           03                          pic x(2).
           03 ws-tbl-name              pic x(30).
           03                          pic x(2).
           03 ws-tbl-old-value         pic x(20).
           03                          pic x(2).
           03 ws-tbl-new-value         pic x(20).
           03                          pic x(2).
           03 ws-tbl-effective         pic 9(8).
           03                          pic x(2).
           03 ws-tbl-changed-by        pic x(20).

       01 ws-source-code           pic x.
       01 ws-source-text           pic x(12).

       01 ws-count-line.
           03 ws-cnt-label             pic x(30).
           03 ws-cnt-value             pic z(4)9.

       procedure division.
       main-line section.
           perform initialize-run
           perform load-values-used
           perform list-values-used
           perform load-parm-table
           perform list-table-changes
           perform finish-run
           goback.

       initialize-run section.
           accept ws-run-date-env from environment
               "RUNPARM_REPORT_DATE"
           if ws-run-date-env is numeric
                   and ws-run-date-env not = spaces
               move ws-run-date-env to ws-run-date
           else
               call "datechkProcessingDate" using
                   by reference ws-run-date
               end-call
           end-if
           move ws-run-date(1:4) to ws-probe-year
           move ws-run-date(5:2) to ws-probe-month
           move ws-run-date(7:2) to ws-probe-day
           call "datechkNearestBusinessDay" using
               by reference ws-probe-date
               by reference ws-date-format-flag
               by reference ws-bd-direction
               by reference ws-prev-business-date
               by reference ws-bd-valid
           end-call
           if ws-prev-business-date = 0
               compute ws-prev-business-date = function date-of-integer
                   (function integer-of-date(ws-run-date) - 1)
           end-if

           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call

           open output changes-report
           move spaces to changes-report-record
           string "Run parameter changes for " delimited by size
                  ws-run-date delimited by size
                  " - previous business day " delimited by size
                  ws-prev-business-date delimited by size
               into changes-report-record
           end-string
           write changes-report-record
           move all "=" to changes-report-record
           write changes-report-record
           .

      *>--------------------------------------------------------------
      *> the values used, from the run log's parameter file. A
      *>  program that asks for a parameter more than once in a
      *>  night is taken at its last value.
      *>--------------------------------------------------------------
       load-values-used section.
           move 0 to ws-used-count
           open input run-parm-file
           if ws-runparm-status = "00"
               perform load-one-value-used
                   until ws-runparm-status not = "00"
               close run-parm-file
           else
               display "runparmchanges: no RUNLOGPRM.DAT to list"
           end-if
           .

       load-one-value-used section.
           read run-parm-file
           if ws-runparm-status not = "00"
               exit section
           end-if
           add 1 to ws-records-read
           if rpf-business-date is not numeric
                   or rpf-business-date > ws-run-date
               exit section
           end-if
           perform find-value-used
           if used-idx > ws-used-count
               if ws-used-count = 1000
                   exit section
               end-if
               add 1 to ws-used-count
               set used-idx to ws-used-count
               move rpf-program-name to ws-used-program (used-idx)
               move rpf-parm-name to ws-used-name (used-idx)
               move "N" to ws-used-tonight-sw (used-idx)
               move spaces to ws-used-value (used-idx)
               move spaces to ws-used-source (used-idx)
               move 0 to ws-used-prev-date (used-idx)
               move 0 to ws-used-prev-time (used-idx)
               move spaces to ws-used-prev-value (used-idx)
               move spaces to ws-used-prev-source (used-idx)
           end-if
           if rpf-business-date = ws-run-date
               set ws-used-tonight (used-idx) to true
               move rpf-parm-value to ws-used-value (used-idx)
               move rpf-parm-source to ws-used-source (used-idx)
               exit section
           end-if
           if rpf-business-date > ws-used-prev-date (used-idx)
                   or (rpf-business-date = ws-used-prev-date (used-idx)
                       and rpf-time >= ws-used-prev-time (used-idx))
               move rpf-business-date to ws-used-prev-date (used-idx)
               move rpf-time to ws-used-prev-time (used-idx)
               move rpf-parm-value to ws-used-prev-value (used-idx)
               move rpf-parm-source to ws-used-prev-source (used-idx)
           end-if
           .

      *> leaves used-idx past the last entry when not found.
       find-value-used section.
           set used-idx to 1
           if ws-used-count > 0
               search ws-used-entry
                   at end
                       set used-idx to ws-used-count
                       set used-idx up by 1
                   when used-idx > ws-used-count
                       continue
                   when ws-used-program (used-idx) = rpf-program-name
                           and ws-used-name (used-idx) = rpf-parm-name
                       continue
               end-search
           end-if
           .

       list-values-used section.
           move spaces to changes-report-record
           write changes-report-record
           move "VALUES USED TONIGHT THAT DIFFER FROM THE PREVIOUS NIGHT"
               to changes-report-record
           write changes-report-record
           move spaces to ws-used-line
           move "PROGRAM" to ws-usl-program
           move "PARAMETER" to ws-usl-name
           move "LAST NIGHT" to ws-usl-prev-value
           move "TONIGHT" to ws-usl-value
           move "SOURCE" to ws-usl-source
           move "NOTE" to ws-usl-note
           write changes-report-record from ws-used-line
           perform list-one-value-used
               varying used-idx from 1 by 1
               until used-idx > ws-used-count
           if ws-used-listed = 0
               move "  (no parameter changed)" to changes-report-record
               write changes-report-record
           end-if
           .

       list-one-value-used section.
           if not ws-used-tonight (used-idx)
               exit section
           end-if
           move spaces to ws-used-line
           evaluate true
               when ws-used-prev-date (used-idx) = 0
                   move "NEW" to ws-usl-note
               when ws-used-value (used-idx)
                       not = ws-used-prev-value (used-idx)
                   move "CHANGED" to ws-usl-note
               when ws-used-source (used-idx)
                       not = ws-used-prev-source (used-idx)
                   move "SOURCE CHANGED" to ws-usl-note
               when ws-used-source (used-idx) = "E"
                   move "OVERRIDE" to ws-usl-note
               when other
                   exit section
           end-evaluate
           add 1 to ws-used-listed
           if ws-used-source (used-idx) = "E"
               add 1 to ws-overrides-listed
           end-if
           move ws-used-program (used-idx) to ws-usl-program
           move ws-used-name (used-idx) to ws-usl-name
           if ws-used-prev-date (used-idx) not = 0
               move ws-used-prev-value (used-idx) to ws-usl-prev-value
               if ws-used-prev-source (used-idx) = "D"
                   move "(DEFAULT)" to ws-usl-prev-value
               end-if
           end-if
           move ws-used-value (used-idx) to ws-usl-value
           if ws-used-source (used-idx) = "D"
               move "(DEFAULT)" to ws-usl-value
           end-if
           move ws-used-source (used-idx) to ws-source-code
           perform describe-source
           move ws-source-text to ws-usl-source
           write changes-report-record from ws-used-line
           .

       describe-source section.
           evaluate ws-source-code
               when "T"
                   move "TABLE" to ws-source-text
               when "E"
                   move "ENV OVERRIDE" to ws-source-text
               when "D"
                   move "DEFAULT" to ws-source-text
               when other
                   move ws-source-code to ws-source-text
           end-evaluate
           .

      *>--------------------------------------------------------------
      *> the table lines taking effect since the previous business
      *>  day, each against the line it replaces - the latest earlier
      *>  effective date for the same program and parameter.
      *>--------------------------------------------------------------
       load-parm-table section.
           move 0 to ws-parm-count
           open input run-parm-table
           if ws-table-status = "00"
               perform load-one-parm-line
                   until ws-table-status not = "00"
                       or ws-parm-count = 1000
               close run-parm-table
           else
               display "runparmchanges: no RUNPARM.TBL to list"
           end-if
           .

       load-one-parm-line section.
           read run-parm-table
           if ws-table-status not = "00"
               exit section
           end-if
           if run-parm-table-record(1:1) = "*"
                   and rpt-program-name not = "*"
               exit section
           end-if
           if rpt-parm-name = spaces
                   or rpt-effective-date is not numeric
               exit section
           end-if
           add 1 to ws-parm-count
           set parm-idx to ws-parm-count
           move rpt-program-name to ws-prm-program (parm-idx)
           move rpt-parm-name to ws-prm-name (parm-idx)
           move rpt-parm-value to ws-prm-value (parm-idx)
           move rpt-effective-date to ws-prm-effective (parm-idx)
           move rpt-changed-by to ws-prm-changed-by (parm-idx)
           .

       list-table-changes section.
           move spaces to changes-report-record
           write changes-report-record
           move "PARAMETER TABLE LINES TAKING EFFECT SINCE THE PREVIOUS BUSINESS DAY"
               to changes-report-record
           write changes-report-record
           move spaces to ws-table-line
           move "PROGRAM" to ws-tbl-program
           move "PARAMETER" to ws-tbl-name
           move "OLD VALUE" to ws-tbl-old-value
           move "NEW VALUE" to ws-tbl-new-value
           move "CHANGED BY" to ws-tbl-changed-by
           move "EFF DATE" to ws-table-line(99:8)
           write changes-report-record from ws-table-line
           perform list-one-table-change
               varying parm-idx from 1 by 1
               until parm-idx > ws-parm-count
           if ws-table-listed = 0
               move "  (no table line took effect)"
                   to changes-report-record
               write changes-report-record
           end-if
           .

       list-one-table-change section.
           if ws-prm-effective (parm-idx) <= ws-prev-business-date
                   or ws-prm-effective (parm-idx) > ws-run-date
               exit section
           end-if
           move spaces to ws-old-value
           move 0 to ws-old-effective
           move "N" to ws-old-found-flag
           perform check-replaced-line
               varying old-idx from 1 by 1
               until old-idx > ws-parm-count
           add 1 to ws-table-listed
           move spaces to ws-table-line
           move ws-prm-program (parm-idx) to ws-tbl-program
           move ws-prm-name (parm-idx) to ws-tbl-name
           if ws-old-found
               move ws-old-value to ws-tbl-old-value
           else
               move "(NEW)" to ws-tbl-old-value
           end-if
           move ws-prm-value (parm-idx) to ws-tbl-new-value
           move ws-prm-effective (parm-idx) to ws-tbl-effective
           move ws-prm-changed-by (parm-idx) to ws-tbl-changed-by
           write changes-report-record from ws-table-line
           .

       check-replaced-line section.
           if ws-prm-program (old-idx) not = ws-prm-program (parm-idx)
                   or ws-prm-name (old-idx) not = ws-prm-name (parm-idx)
                   or ws-prm-effective (old-idx)
                       >= ws-prm-effective (parm-idx)
               exit section
           end-if
           if ws-prm-effective (old-idx) >= ws-old-effective
               move ws-prm-value (old-idx) to ws-old-value
               move ws-prm-effective (old-idx) to ws-old-effective
               set ws-old-found to true
           end-if
           .

       finish-run section.
           move spaces to changes-report-record
           write changes-report-record
           move spaces to ws-count-line
           move "VALUES USED LISTED" to ws-cnt-label
           move ws-used-listed to ws-cnt-value
           write changes-report-record from ws-count-line
           move "ENVIRONMENT OVERRIDES" to ws-cnt-label
           move ws-overrides-listed to ws-cnt-value
           write changes-report-record from ws-count-line
           move "TABLE LINES TAKING EFFECT" to ws-cnt-label
           move ws-table-listed to ws-cnt-value
           write changes-report-record from ws-count-line
           close changes-report

           move ws-records-read to ws-runlog-read
           compute ws-runlog-written = ws-used-listed + ws-table-listed
           move ws-overrides-listed to ws-runlog-exceptions
           move 0 to ws-runlog-rc
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-runlog-read
               by reference ws-runlog-written
               by reference ws-runlog-exceptions
               by reference ws-runlog-rc
           end-call
           .

       end program "runparmchanges".
