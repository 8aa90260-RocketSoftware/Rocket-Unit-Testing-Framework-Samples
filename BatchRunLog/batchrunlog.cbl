      *>  thousand records with a records-processed count and a
      *>  short phase tag, updated in place, so a died run shows
      *>  WHERE it died, not just that it did.
      *>
      *>  Every run parameter a program takes through runparm is
      *>  recorded by BatchRunLogParm on the run log's parameter
      *>  file (RUNLOGPRM.DAT: business date 1-8, time 10-15,
      *>  program 17-36, parameter 38-67, value 69-88, source 90 -
      *>  T parameter table / E environment override / D the
      *>  program's own default), so what last night ran with is
      *>  on file next to how it ran.
      *>--------------------------------------------------------------
       program-id. "batchrunlog".
       environment division.
                   organization is line sequential
                   file status  is ws-runlog-status.

           select run-parm-file assign to "RUNLOGPRM.DAT"
                   organization is line sequential
                   file status  is ws-runparm-status.

       data division.
       file section.
       fd  run-log-file.
           03                          pic x.
           03 rlf-progress-phase       pic x(8).

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

       working-storage section.
       01 ws-runlog-status         pic xx.
       01 ws-runparm-status        pic xx.
       01 ws-now-date              pic 9(8).
       01 ws-now-time              pic 9(8).
      *> the shop's official business date, from datechk's
       01 lnk-return-code          pic 9(4).
       01 lnk-progress-count       pic 9(9).
       01 lnk-progress-phase       pic x(8).
       01 lnk-parm-name            pic x(30).
       01 lnk-parm-value           pic x(20).
       01 lnk-parm-source          pic x.

       procedure division using lnk-program-name, lnk-run-id.

           perform save-run-log
           goback returning 0.

      *>--------------------------------------------------------------
      *> BatchRunLogParm - one parameter value a run took, with
      *>  where it came from, appended to the parameter file for
      *>  tonight's business date.
      *>--------------------------------------------------------------
       run-log-parm section.
       entry "BatchRunLogParm" using lnk-program-name,
                                     lnk-parm-name,
                                     lnk-parm-value,
                                     lnk-parm-source.
           call "datechkProcessingDate" using
               by reference ws-business-date
           end-call
           accept ws-now-time from time

           open extend run-parm-file
           if ws-runparm-status not equal "00"
               open output run-parm-file
           end-if
           move spaces to run-parm-record
           move ws-business-date to rpf-business-date
           move ws-now-time(1:6) to rpf-time
           move lnk-program-name to rpf-program-name
           move lnk-parm-name to rpf-parm-name
           move lnk-parm-value to rpf-parm-value
           move lnk-parm-source to rpf-parm-source
           write run-parm-record
           close run-parm-file
           goback returning 0.

       find-run-entry section.
           move "N" to ws-found-flag
           set log-idx to 1
