      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> runparm - the central run-parameter table. Run behavior
      *>  that used to live only in per-program environment
      *>  variables (COMM_PERIOD, FEE_MONTHLY_CAP, QUOTE_GRACE_DAYS,
      *>  CUSTOMER_RETENTION_YEARS, RUNLOG_LONG_MINS ...) is kept on
      *>  one maintained file, RUNPARM.TBL, one value per line:
      *>    program name cols 1-20 (* for every program)
      *>    parameter name cols 22-51 (the environment variable's
      *>      name)
      *>    value cols 53-72, written exactly as the environment
      *>      variable would be set (a two-digit setting as 03)
      *>    effective date yyyymmdd cols 74-81
      *>    changed by cols 83-102
      *>  A changed value is a new line with a new effective date,
      *>  so the file is its own history. Any other line starting
      *>  with * is a comment.
      *>
      *>  RunParmValue hands a program the value of one parameter
      *>  for tonight's business date: the environment variable of
      *>  the same name when it is set (an explicit one-night
      *>  override), otherwise the table's line in effect - the
      *>  latest effective date on or before the business date, a
      *>  line for the program itself ahead of a * line - otherwise
      *>  spaces, and the program keeps its own default. Every
      *>  value handed out is recorded on the run log
      *>  (BatchRunLogParm) with where it came from. The table is
      *>  read once per run unit and kept.
      *>--------------------------------------------------------------
       program-id. "runparm".
       environment division.
       input-output section.
       file-control.
           select run-parm-table assign to "RUNPARM.TBL"
                   organization is line sequential
                   file status  is ws-table-status.

       data division.
       file section.
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

       working-storage section.
       01 ws-table-status          pic xx.
       01 ws-loaded-flag           pic x value "N".
           88 ws-table-loaded          value "Y".
       01 ws-business-date         pic 9(8).

       01 ws-parm-count            pic 9(4) comp-5 value 0.
       01 ws-parm-table.
           03 ws-parm-entry occurs 1000 times
                   indexed by parm-idx.
               05 ws-prm-program       pic x(20).
               05 ws-prm-name          pic x(30).
               05 ws-prm-value         pic x(20).
               05 ws-prm-effective     pic 9(8).

      *> the best line found so far for this call: one for the
      *>  program itself beats a * line, then the later effective
      *>  date wins.
       01 ws-best-value            pic x(20).
       01 ws-best-effective        pic 9(8).
       01 ws-best-own-flag         pic x.
           88 ws-best-is-own           value "Y".
       01 ws-best-found-flag       pic x.
           88 ws-best-found            value "Y".
       01 ws-env-value             pic x(20).
       01 ws-parm-source           pic x.

       linkage section.
       01 lnk-program-name         pic x(20).
       01 lnk-parm-name            pic x(30).
       01 lnk-parm-value           pic x(20).

       procedure division using lnk-program-name,
                                lnk-parm-name,
                                lnk-parm-value.

      *>--------------------------------------------------------------
      *> RunParmValue - the value of lnk-parm-name for
      *>  lnk-program-name tonight, or spaces when neither an
      *>  override nor the table sets it.
      *>--------------------------------------------------------------
       run-parm-value section.
       entry "RunParmValue" using lnk-program-name,
                                  lnk-parm-name,
                                  lnk-parm-value.
           if not ws-table-loaded
               call "datechkProcessingDate" using
                   by reference ws-business-date
               end-call
               perform load-parm-table
               set ws-table-loaded to true
           end-if
           move spaces to lnk-parm-value

           move spaces to ws-env-value
           accept ws-env-value from environment lnk-parm-name
           if ws-env-value not = spaces
               move ws-env-value to lnk-parm-value
               move "E" to ws-parm-source
           else
               move spaces to ws-best-value
               move 0 to ws-best-effective
               move "N" to ws-best-own-flag
               move "N" to ws-best-found-flag
               perform consider-one-line
                   varying parm-idx from 1 by 1
                   until parm-idx > ws-parm-count
               if ws-best-found
                   move ws-best-value to lnk-parm-value
                   move "T" to ws-parm-source
               else
                   move "D" to ws-parm-source
               end-if
           end-if

           call "BatchRunLogParm" using
               by reference lnk-program-name
               by reference lnk-parm-name
               by reference lnk-parm-value
               by reference ws-parm-source
               on exception
                   continue
           end-call
           goback.

       consider-one-line section.
           if ws-prm-name (parm-idx) not = lnk-parm-name
                   or ws-prm-effective (parm-idx) > ws-business-date
               exit section
           end-if
           evaluate true
               when ws-prm-program (parm-idx) = lnk-program-name
                   if not ws-best-is-own
                           or ws-prm-effective (parm-idx)
                               >= ws-best-effective
                       move ws-prm-value (parm-idx) to ws-best-value
                       move ws-prm-effective (parm-idx)
                           to ws-best-effective
                       set ws-best-is-own to true
                       set ws-best-found to true
                   end-if
               when ws-prm-program (parm-idx) = "*"
                   if not ws-best-is-own
                           and ws-prm-effective (parm-idx)
                               >= ws-best-effective
                       move ws-prm-value (parm-idx) to ws-best-value
                       move ws-prm-effective (parm-idx)
                           to ws-best-effective
                       set ws-best-found to true
                   end-if
           end-evaluate
           .

       load-parm-table section.
           move 0 to ws-parm-count
           open input run-parm-table
           if ws-table-status = "00"
               perform load-one-parm-line
                   until ws-table-status not = "00"
                       or ws-parm-count = 1000
               close run-parm-table
           end-if
           .

      *> a line with no usable effective date never takes effect.
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
           .

       end program "runparm".
