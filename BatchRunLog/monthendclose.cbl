      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> monthendclose - the month-end close control and sign-off
      *>  sheet. The close is a set of runs that must all have
      *>  happened, once each and clean, for the same period; this
      *>  run checks them from the run log (RUNLOG.DAT) and each
      *>  step's own run-control file, cross-checks the control
      *>  totals between the step that produced a figure and the
      *>  file that consumed it, and prints MonthEndClose.txt - one
      *>  line per step, COMPLETE, MISSING or OUT OF BALANCE, with
      *>  its control totals under it - ending in the sign-off
      *>  block. The steps:
      *>   - commission period close (CalcSalesCommClosePeriod):
      *>      the period's rows on REPPTDARC.DAT, each rep once
      *>   - commission release (CommRunRelease): exactly one
      *>      RELEASED run for the period on COMMRUNCTL.DAT and no
      *>      run left HELD; the released total against the
      *>      GLJOURNAL.DAT trailer (within a cent per journal line
      *>      for rounding), the journal's debits against its
      *>      credits, and the run's payroll queue on COMMPAYREL.DAT
      *>      against the journal's debits
      *>   - fee posting (BBANK31P): the period's postings on
      *>      FEEPOSTH.DAT from one run date, their total against
      *>      FEEGLJRNL.DAT's fee-income credits, and the fee
      *>      journal's debits against its credits
      *>   - credit audit rollover (creditAuditRollover): one
      *>      CreditAuditCatalog.txt entry for the period, its count
      *>      against the records on the archive it names
      *>   - flyer re-tiering (FlyerTierBatch): exactly one clean
      *>      run in the period on the run log
      *>   - flyer master promotion (FlyerPromote): a clean run
      *>      after that re-tiering, promoting the count it wrote
      *>   - at year end (period month 12) the rep earnings summary
      *>      (RepEarningsSummary): RepEarningsSummary.txt for the
      *>      period's year, reconciled
      *>  The period (yyyymm) is the CLOSE_PERIOD run parameter,
      *>  default the business date's month. The run ends with
      *>  return-code 0 only when every step due is COMPLETE - 4
      *>  while steps are still missing, 8 when any step is out of
      *>  balance - so the close cannot be signed off early.
      *>--------------------------------------------------------------
       program-id. "monthendclose".
       environment division.
       input-output section.
       file-control.
           select run-log-file assign to "RUNLOG.DAT"
                   organization is line sequential
                   file status  is ws-runlog-status.

           select ptd-archive-file assign to "REPPTDARC.DAT"
                   organization is line sequential
                   file status  is ws-archive-status.

           select comm-control-file assign to "COMMRUNCTL.DAT"
                   organization is line sequential
                   file status  is ws-commctl-status.

           select gl-journal-file assign to ws-journal-name
                   organization is line sequential
                   file status  is ws-journal-status.

           select pay-release-file assign to "COMMPAYREL.DAT"
                   organization is line sequential
                   file status  is ws-payrel-status.

           select fee-history-file assign to "FEEPOSTH.DAT"
                   organization is line sequential
                   file status  is ws-feehist-status.

           select audit-catalog-file assign to "CreditAuditCatalog.txt"
                   organization is line sequential
                   file status  is ws-catalog-status.

           select audit-archive-file assign to ws-archive-name
                   organization is line sequential
                   file status  is ws-audit-arc-status.

           select earnings-summary-file
                   assign to "RepEarningsSummary.txt"
                   organization is line sequential
                   file status  is ws-summary-status.

           select close-report assign to "MonthEndClose.txt"
                   organization is line sequential.

       data division.
       file section.
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

      *> the archived row as CalcSalesComm's close-ptd-period lays it
      *>  out.
       fd  ptd-archive-file.
       01  ptd-archive-record.
           03 arc-period               pic x(20).
           03                          pic x.
           03 arc-rep-name             pic x(40).
           03                          pic x.
           03 arc-sign                 pic x.
           03 arc-amount               pic 9(16)v99.

       fd  comm-control-file.
       01  comm-control-record.
           03 ccf-run-date             pic 9(8).
           03                          pic x.
           03 ccf-run-id               pic x(8).
           03                          pic x.
           03 ccf-period               pic x(6).
           03                          pic x.
           03 ccf-maker                pic x(20).
           03                          pic x.
           03 ccf-total-sign           pic x.
           03 ccf-total                pic 9(13)v99.
           03                          pic x.
           03 ccf-status               pic x(8).
           03                          pic x.
           03 ccf-approver             pic x(20).

      *> the ledger's journal-import layout, shared by GLJOURNAL.DAT
      *>  and FEEGLJRNL.DAT.
       fd  gl-journal-file.
       01  gl-journal-record           pic x(80).
       01  gl-header-record.
           03 glh-type                 pic x.
           03 glh-period               pic x(6).
           03 glh-run-id               pic x(8).
       01  gl-trailer-record.
           03 glt-type                 pic x.
           03 glt-debits               pic 9(13)v99.
           03 glt-credits              pic 9(13)v99.

       fd  pay-release-file.
       01  pay-release-record.
           03 prl-run-id               pic x(8).
           03                          pic x.
           03 prl-rep-name             pic x(40).
           03                          pic x.
           03 prl-sign                 pic x.
           03 prl-amount               pic 9(11)v99.
           03                          pic x.
           03 prl-status               pic x(4).
           03                          pic x.
           03 prl-sent-date            pic 9(8).

       fd  fee-history-file.
       01  fee-history-record.
           03 fph-period               pic 9(6).
           03                          pic x.
           03 fph-entry-type           pic x.
           03                          pic x.
           03 fph-account-no           pic 9(10).
           03                          pic x.
           03 fph-customer-no          pic x(9).
           03                          pic x.
           03 fph-fee-code             pic x(2).
           03                          pic x.
           03 fph-fee-amount           pic 9(3)v99.
           03                          pic x.
           03 fph-waiver-rule          pic x(2).
           03                          pic x.
           03 fph-reason               pic x(2).
           03                          pic x.
           03 fph-requested-by         pic x(20).
           03                          pic x.
           03 fph-approved-by          pic x(20).
           03                          pic x.
           03 fph-entry-date           pic 9(8).

       fd  audit-catalog-file.
       01  audit-catalog-record.
           03 cat-archive-name         pic x(30).
           03                          pic x.
           03 cat-month                pic 9(6).
           03                          pic x.
           03 cat-record-count         pic 9(9).

       fd  audit-archive-file.
       01  audit-archive-record        pic x(80).

       fd  earnings-summary-file.
       01  earnings-summary-record     pic x(80).

       fd  close-report.
       01  close-report-record         pic x(110).

       working-storage section.
       01 ws-runlog-status         pic xx.
       01 ws-archive-status        pic xx.
       01 ws-commctl-status        pic xx.
       01 ws-journal-status        pic xx.
       01 ws-payrel-status         pic xx.
       01 ws-feehist-status        pic xx.
       01 ws-catalog-status        pic xx.
       01 ws-audit-arc-status      pic xx.
       01 ws-summary-status        pic xx.
       01 ws-journal-name          pic x(20).
       01 ws-archive-name          pic x(30).

       01 ws-run-date              pic 9(8).
       01 ws-close-period          pic x(6).
       01 ws-close-period-text     pic x(20).
       01 ws-parm-program          pic x(20) value "monthendclose".
       01 ws-parm-name             pic x(30).
       01 ws-parm-value            pic x(20).

      *> the step being checked, and what the sheet says about it.
       01 ws-step-name             pic x(30).
       01 ws-step-program          pic x(26).
       01 ws-step-status           pic x(14).
           88 ws-step-complete         value "COMPLETE".
           88 ws-step-missing          value "MISSING".
           88 ws-step-out-of-balance   value "OUT OF BALANCE".
           88 ws-step-not-due          value "NOT DUE".
       01 ws-step-detail           pic x(60).

       01 ws-steps-due             pic 9(3) value 0.
       01 ws-steps-complete        pic 9(3) value 0.
       01 ws-steps-missing         pic 9(3) value 0.
       01 ws-steps-unbalanced      pic 9(3) value 0.
       01 ws-close-rc              pic 9(4) value 0.

      *> the run log scanned for one program's runs in the period.
       01 ws-scan-program          pic x(20).
       01 ws-scan-after-run-id     pic x(14).
       01 ws-scan-clean-runs       pic 9(5).
       01 ws-scan-failed-runs      pic 9(5).
       01 ws-scan-open-runs        pic 9(5).
       01 ws-scan-last-run-id      pic x(14).
       01 ws-scan-last-read        pic 9(9).
       01 ws-scan-last-written     pic 9(9).
       01 ws-tier-run-id           pic x(14).
       01 ws-tier-written          pic 9(9).
       01 ws-tier-clean-flag       pic x.
           88 ws-tier-clean            value "Y".

      *> commission period close: each rep archived once.
       01 ws-arc-rows              pic 9(7).
       01 ws-arc-duplicates        pic 9(7).
       01 ws-arc-total             pic s9(16)v99.
       01 ws-arc-rep-count         pic 9(5) comp-5 value 0.
       01 ws-arc-rep-table.
           03 ws-arc-rep               pic x(40)
                   occurs 2000 times indexed by arc-idx.

      *> commission release.
       01 ws-released-runs         pic 9(5).
       01 ws-held-runs             pic 9(5).
       01 ws-released-run-id       pic x(8).
       01 ws-released-total        pic s9(13)v99.
       01 ws-payroll-total         pic s9(13)v99.
       01 ws-payroll-lines         pic 9(7).
       01 ws-difference            pic s9(13)v99.
       01 ws-tolerance             pic 9(9)v99.

      *> whichever journal was last read.
       01 ws-jrnl-found-flag       pic x.
           88 ws-jrnl-found            value "Y".
       01 ws-jrnl-period           pic x(6).
       01 ws-jrnl-run-id           pic x(8).
       01 ws-jrnl-debits           pic 9(13)v99.
       01 ws-jrnl-credits          pic 9(13)v99.
       01 ws-jrnl-lines            pic 9(7).

      *> fee posting.
       01 ws-fee-rows              pic 9(7).
       01 ws-fee-total             pic 9(13)v99.
       01 ws-fee-run-dates         pic 9(3).
       01 ws-fee-first-date        pic 9(8).
       01 ws-fee-last-date         pic 9(8).

      *> credit audit rollover.
       01 ws-catalog-entries       pic 9(5).
       01 ws-catalog-count         pic 9(9).
       01 ws-archive-records       pic 9(9).

      *> year-end summary.
       01 ws-summary-year-flag     pic x.
           88 ws-summary-for-year      value "Y".
       01 ws-summary-agree-flag    pic x.
           88 ws-summary-agrees        value "Y".
       01 ws-summary-line-count    pic 9(7).

       01 ws-runlog-program        pic x(20) value "monthendclose".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-read           pic 9(9).
       01 ws-runlog-written        pic 9(9).
       01 ws-runlog-exceptions     pic 9(9).
       01 ws-runlog-rc             pic 9(4).

       01 ws-step-line.
           03 ws-stl-name              pic x(30).
           03                          pic x(2).
           03 ws-stl-program           pic x(26).
           03                          pic x(2).
           03 ws-stl-status            pic x(14).
       01 ws-detail-line.
           03                          pic x(4).
           03 ws-dtl-text              pic x(100).
       01 ws-control-line.
           03                          pic x(4).
           03 ws-ctl-label             pic x(36).
           03 ws-ctl-amount            pic -(13)9.99.
       01 ws-amount-edit           pic -(13)9.99.
       01 ws-count-edit            pic z(6)9.
       01 ws-count-edit-2          pic z(6)9.
       01 ws-count-start           pic 9(2) comp-5.

       01 ws-count-line.
           03 ws-cnt-label             pic x(30).
           03 ws-cnt-value             pic z(4)9.

       procedure division.
       main-line section.
           perform initialize-run
           perform check-commission-close
           perform check-commission-release
           perform check-fee-posting
           perform check-audit-rollover
           perform check-flyer-retier
           perform check-flyer-promote
           perform check-year-end-summary
           perform finish-run
           goback returning ws-close-rc.

       initialize-run section.
           call "datechkProcessingDate" using
               by reference ws-run-date
           end-call
           move "CLOSE_PERIOD" to ws-parm-name
           call "RunParmValue" using
               by reference ws-parm-program
               by reference ws-parm-name
               by reference ws-parm-value
           end-call
           if ws-parm-value(1:6) is numeric
                   and ws-parm-value(7:14) = spaces
               move ws-parm-value(1:6) to ws-close-period
           else
               move ws-run-date(1:6) to ws-close-period
           end-if
           move ws-close-period to ws-close-period-text

           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call

           open output close-report
           move spaces to close-report-record
           string "Month-end close control - period " delimited by size
                  ws-close-period delimited by size
                  " - checked " delimited by size
                  ws-run-date delimited by size
               into close-report-record
           end-string
           write close-report-record
           move all "=" to close-report-record
           write close-report-record
           move spaces to ws-step-line
           move "STEP" to ws-stl-name
           move "PROGRAM" to ws-stl-program
           move "STATUS" to ws-stl-status
           write close-report-record from ws-step-line
           .

      *>--------------------------------------------------------------
      *> commission period close - the period's per-rep rows on the
      *>  period-to-date archive; a rep archived twice means the
      *>  close ran twice and the next period started from zero
      *>  twice over.
      *>--------------------------------------------------------------
       check-commission-close section.
           move "COMMISSION PERIOD CLOSE" to ws-step-name
           move "CalcSalesCommClosePeriod" to ws-step-program
           move 0 to ws-arc-rows
           move 0 to ws-arc-duplicates
           move 0 to ws-arc-total
           move 0 to ws-arc-rep-count
           open input ptd-archive-file
           if ws-archive-status = "00"
               perform take-one-archive-row
                   until ws-archive-status not = "00"
               close ptd-archive-file
           end-if

           evaluate true
               when ws-arc-rows = 0
                   set ws-step-missing to true
                   move "NO REPPTDARC.DAT ROWS FOR THE PERIOD"
                       to ws-step-detail
               when ws-arc-duplicates > 0
                   set ws-step-out-of-balance to true
                   move ws-arc-duplicates to ws-count-edit
                   perform find-count-start
                   move spaces to ws-step-detail
                   string ws-count-edit(ws-count-start:) delimited by size
                          " REP(S) ARCHIVED MORE THAN ONCE - CLOSE RAN TWICE"
                              delimited by size
                       into ws-step-detail
                   end-string
               when other
                   set ws-step-complete to true
                   move ws-arc-rows to ws-count-edit
                   perform find-count-start
                   move spaces to ws-step-detail
                   string ws-count-edit(ws-count-start:) delimited by size
                          " REP(S) ARCHIVED" delimited by size
                       into ws-step-detail
                   end-string
           end-evaluate
           perform write-step
           if ws-arc-rows > 0
               move "ARCHIVED PERIOD-TO-DATE TOTAL" to ws-ctl-label
               move ws-arc-total to ws-ctl-amount
               write close-report-record from ws-control-line
           end-if
           .

       take-one-archive-row section.
           read ptd-archive-file
           if ws-archive-status not = "00"
               exit section
           end-if
           if arc-period not = ws-close-period-text
               exit section
           end-if
           add 1 to ws-arc-rows
           if arc-amount is numeric
               if arc-sign = "-"
                   subtract arc-amount from ws-arc-total
               else
                   add arc-amount to ws-arc-total
               end-if
           end-if
           set arc-idx to 1
           if ws-arc-rep-count > 0
               search ws-arc-rep
                   at end
                       perform add-archived-rep
                   when arc-idx > ws-arc-rep-count
                       perform add-archived-rep
                   when ws-arc-rep (arc-idx) = arc-rep-name
                       add 1 to ws-arc-duplicates
               end-search
           else
               perform add-archived-rep
           end-if
           .

       add-archived-rep section.
           if ws-arc-rep-count < 2000
               add 1 to ws-arc-rep-count
               set arc-idx to ws-arc-rep-count
               move arc-rep-name to ws-arc-rep (arc-idx)
           end-if
           .

      *>--------------------------------------------------------------
      *> commission release - one RELEASED run for the period, none
      *>  still HELD, and the released total carried through to the
      *>  journal finance imports and the payroll queue.
      *>--------------------------------------------------------------
       check-commission-release section.
           move "COMMISSION JOURNAL RELEASE" to ws-step-name
           move "CommRunRelease" to ws-step-program
           move 0 to ws-released-runs
           move 0 to ws-held-runs
           move spaces to ws-released-run-id
           move 0 to ws-released-total
           open input comm-control-file
           if ws-commctl-status = "00"
               perform take-one-comm-control
                   until ws-commctl-status not = "00"
               close comm-control-file
           end-if

           evaluate true
               when ws-released-runs = 0 and ws-held-runs > 0
                   set ws-step-missing to true
                   move "RUN HELD ON COMMRUNCTL.DAT - JOURNAL NOT RELEASED"
                       to ws-step-detail
                   perform write-step
                   exit section
               when ws-released-runs = 0
                   set ws-step-missing to true
                   move "NO COMMISSION RUN FOR THE PERIOD ON COMMRUNCTL.DAT"
                       to ws-step-detail
                   perform write-step
                   exit section
               when ws-released-runs > 1
                   set ws-step-out-of-balance to true
                   move ws-released-runs to ws-count-edit
                   perform find-count-start
                   move spaces to ws-step-detail
                   string ws-count-edit(ws-count-start:) delimited by size
                          " RUNS RELEASED FOR THE PERIOD" delimited by size
                       into ws-step-detail
                   end-string
               when ws-held-runs > 0
                   set ws-step-out-of-balance to true
                   move "A RERUN IS HELD AFTER THE RELEASE"
                       to ws-step-detail
               when other
                   set ws-step-complete to true
                   move spaces to ws-step-detail
                   string "RUN " delimited by size
                          ws-released-run-id delimited by size
                          " RELEASED" delimited by size
                       into ws-step-detail
                   end-string
           end-evaluate

           move "GLJOURNAL.DAT" to ws-journal-name
           perform read-journal
           move 0 to ws-payroll-total
           move 0 to ws-payroll-lines
           open input pay-release-file
           if ws-payrel-status = "00"
               perform take-one-payroll-line
                   until ws-payrel-status not = "00"
               close pay-release-file
           end-if

      *> the released total is the run's unrounded commission cut to
      *>  the cent; the journal rounds each line, so up to a cent a
      *>  line between them is rounding, not a difference.
           compute ws-tolerance = ws-jrnl-lines * 0.01
           compute ws-difference = ws-released-total - ws-jrnl-debits
           if ws-difference < 0
               compute ws-difference = 0 - ws-difference
           end-if
           if ws-step-complete
               evaluate true
                   when not ws-jrnl-found
                       set ws-step-out-of-balance to true
                       move "GLJOURNAL.DAT NOT FOUND" to ws-step-detail
                   when ws-jrnl-period not = ws-close-period
                           or ws-jrnl-run-id not = ws-released-run-id
                       set ws-step-out-of-balance to true
                       move "GLJOURNAL.DAT IS NOT THE RELEASED RUN'S JOURNAL"
                           to ws-step-detail
                   when ws-difference > ws-tolerance
                       set ws-step-out-of-balance to true
                       move "RELEASED TOTAL DIFFERS FROM JOURNAL DEBITS"
                           to ws-step-detail
                   when ws-jrnl-debits not = ws-jrnl-credits
                       set ws-step-out-of-balance to true
                       move "JOURNAL DEBITS DO NOT EQUAL CREDITS"
                           to ws-step-detail
                   when ws-payroll-total not = ws-jrnl-debits
                       set ws-step-out-of-balance to true
                       move "PAYROLL QUEUE DIFFERS FROM JOURNAL DEBITS"
                           to ws-step-detail
               end-evaluate
           end-if
           perform write-step

           move "RELEASED RUN TOTAL (COMMRUNCTL.DAT)" to ws-ctl-label
           move ws-released-total to ws-ctl-amount
           write close-report-record from ws-control-line
           move "JOURNAL DEBITS (GLJOURNAL.DAT)" to ws-ctl-label
           move ws-jrnl-debits to ws-ctl-amount
           write close-report-record from ws-control-line
           move "JOURNAL CREDITS (GLJOURNAL.DAT)" to ws-ctl-label
           move ws-jrnl-credits to ws-ctl-amount
           write close-report-record from ws-control-line
           move "PAYROLL QUEUED (COMMPAYREL.DAT)" to ws-ctl-label
           move ws-payroll-total to ws-ctl-amount
           write close-report-record from ws-control-line
           .

      *> a rerun's HELD record is REPLACED once a later run is
      *>  released, so any HELD left for the period is waiting.
       take-one-comm-control section.
           read comm-control-file
           if ws-commctl-status not = "00"
               exit section
           end-if
           if ccf-period not = ws-close-period
               exit section
           end-if
           evaluate ccf-status
               when "RELEASED"
                   add 1 to ws-released-runs
                   move ccf-run-id to ws-released-run-id
                   move ccf-total to ws-released-total
                   if ccf-total-sign = "-"
                       compute ws-released-total =
                           0 - ws-released-total
                   end-if
               when "HELD"
                   add 1 to ws-held-runs
           end-evaluate
           .

       take-one-payroll-line section.
           read pay-release-file
           if ws-payrel-status not = "00"
               exit section
           end-if
           if prl-run-id not = ws-released-run-id
                   or prl-amount is not numeric
               exit section
           end-if
           add 1 to ws-payroll-lines
           if prl-sign = "-"
               subtract prl-amount from ws-payroll-total
           else
               add prl-amount to ws-payroll-total
           end-if
           .

      *> the header's period and run id, the trailer's totals and a
      *>  count of the detail lines of the journal in ws-journal-name.
       read-journal section.
           move "N" to ws-jrnl-found-flag
           move spaces to ws-jrnl-period
           move spaces to ws-jrnl-run-id
           move 0 to ws-jrnl-debits
           move 0 to ws-jrnl-credits
           move 0 to ws-jrnl-lines
           open input gl-journal-file
           if ws-journal-status not = "00"
               exit section
           end-if
           set ws-jrnl-found to true
           perform take-one-journal-line
               until ws-journal-status not = "00"
           close gl-journal-file
           .

       take-one-journal-line section.
           read gl-journal-file
           if ws-journal-status not = "00"
               exit section
           end-if
           evaluate glh-type
               when "H"
                   move glh-period to ws-jrnl-period
                   move glh-run-id to ws-jrnl-run-id
               when "T"
                   if glt-debits is numeric
                       move glt-debits to ws-jrnl-debits
                   end-if
                   if glt-credits is numeric
                       move glt-credits to ws-jrnl-credits
                   end-if
               when other
                   add 1 to ws-jrnl-lines
           end-evaluate
           .

      *>--------------------------------------------------------------
      *> fee posting - the period's postings on the fee history, all
      *>  from one run date, totalling the fee journal's income
      *>  credits.
      *>--------------------------------------------------------------
       check-fee-posting section.
           move "MONTHLY FEE POSTING" to ws-step-name
           move "BBANK31P" to ws-step-program
           move 0 to ws-fee-rows
           move 0 to ws-fee-total
           move 0 to ws-fee-run-dates
           move 0 to ws-fee-first-date
           move 0 to ws-fee-last-date
           open input fee-history-file
           if ws-feehist-status = "00"
               perform take-one-fee-posting
                   until ws-feehist-status not = "00"
               close fee-history-file
           end-if
           move "FEEGLJRNL.DAT" to ws-journal-name
           perform read-journal

           evaluate true
               when ws-fee-rows = 0
                   set ws-step-missing to true
                   move "NO FEEPOSTH.DAT POSTINGS FOR THE PERIOD"
                       to ws-step-detail
               when ws-fee-run-dates > 1
                   set ws-step-out-of-balance to true
                   move spaces to ws-step-detail
                   string "POSTED ON MORE THAN ONE RUN DATE - "
                              delimited by size
                          ws-fee-first-date delimited by size
                          " AND " delimited by size
                          ws-fee-last-date delimited by size
                       into ws-step-detail
                   end-string
               when not ws-jrnl-found
                   set ws-step-out-of-balance to true
                   move "FEEGLJRNL.DAT NOT FOUND" to ws-step-detail
               when ws-jrnl-period not = ws-close-period
                   set ws-step-out-of-balance to true
                   move "FEEGLJRNL.DAT IS NOT THE PERIOD'S JOURNAL"
                       to ws-step-detail
               when ws-fee-total not = ws-jrnl-credits
                   set ws-step-out-of-balance to true
                   move "FEES POSTED DIFFER FROM FEE JOURNAL CREDITS"
                       to ws-step-detail
               when ws-jrnl-debits not = ws-jrnl-credits
                   set ws-step-out-of-balance to true
                   move "FEE JOURNAL DEBITS DO NOT EQUAL CREDITS"
                       to ws-step-detail
               when other
                   set ws-step-complete to true
                   move ws-fee-rows to ws-count-edit
                   perform find-count-start
                   move spaces to ws-step-detail
                   string ws-count-edit(ws-count-start:) delimited by size
                          " POSTING(S) ON " delimited by size
                          ws-fee-first-date delimited by size
                       into ws-step-detail
                   end-string
           end-evaluate
           perform write-step

           move "FEES POSTED (FEEPOSTH.DAT)" to ws-ctl-label
           move ws-fee-total to ws-ctl-amount
           write close-report-record from ws-control-line
           move "FEE INCOME CREDITS (FEEGLJRNL.DAT)" to ws-ctl-label
           move ws-jrnl-credits to ws-ctl-amount
           write close-report-record from ws-control-line
           move "RECEIVABLE DEBITS (FEEGLJRNL.DAT)" to ws-ctl-label
           move ws-jrnl-debits to ws-ctl-amount
           write close-report-record from ws-control-line
           .

      *> postings only - an approved reversal (R) is BBANK33P's, on
      *>  its own journal.
       take-one-fee-posting section.
           read fee-history-file
           if ws-feehist-status not = "00"
               exit section
           end-if
           if fph-period not = ws-close-period
                   or fph-entry-type not = "P"
               exit section
           end-if
           add 1 to ws-fee-rows
           if fph-fee-amount is numeric
               add fph-fee-amount to ws-fee-total
           end-if
           if fph-entry-date not = ws-fee-last-date
               add 1 to ws-fee-run-dates
               if ws-fee-first-date = 0
                   move fph-entry-date to ws-fee-first-date
               end-if
               move fph-entry-date to ws-fee-last-date
           end-if
           .

      *>--------------------------------------------------------------
      *> credit audit rollover - the period catalogued once, and the
      *>  archive it names holding the count catalogued.
      *>--------------------------------------------------------------
       check-audit-rollover section.
           move "CREDIT AUDIT ROLLOVER" to ws-step-name
           move "creditAuditRollover" to ws-step-program
           move 0 to ws-catalog-entries
           move 0 to ws-catalog-count
           move 0 to ws-archive-records
           move spaces to ws-archive-name
           open input audit-catalog-file
           if ws-catalog-status = "00"
               perform take-one-catalog-entry
                   until ws-catalog-status not = "00"
               close audit-catalog-file
           end-if
           if ws-catalog-entries > 0
               open input audit-archive-file
               if ws-audit-arc-status = "00"
                   perform count-one-archive-record
                       until ws-audit-arc-status not = "00"
                   close audit-archive-file
               end-if
           end-if

           evaluate true
               when ws-catalog-entries = 0
                   set ws-step-missing to true
                   move "PERIOD NOT ON CreditAuditCatalog.txt"
                       to ws-step-detail
               when ws-catalog-entries > 1
                   set ws-step-out-of-balance to true
                   move ws-catalog-entries to ws-count-edit
                   perform find-count-start
                   move spaces to ws-step-detail
                   string "PERIOD CATALOGUED " delimited by size
                          ws-count-edit(ws-count-start:) delimited by size
                          " TIMES" delimited by size
                       into ws-step-detail
                   end-string
               when ws-archive-records not = ws-catalog-count
                   set ws-step-out-of-balance to true
                   move spaces to ws-step-detail
                   string ws-archive-name delimited by space
                          " DOES NOT HOLD THE COUNT CATALOGUED"
                              delimited by size
                       into ws-step-detail
                   end-string
               when other
                   set ws-step-complete to true
                   move spaces to ws-step-detail
                   string "ARCHIVED TO " delimited by size
                          ws-archive-name delimited by space
                       into ws-step-detail
                   end-string
           end-evaluate
           perform write-step
           if ws-catalog-entries > 0
               move ws-catalog-count to ws-count-edit
               move ws-archive-records to ws-count-edit-2
               move spaces to ws-detail-line
               string "RECORDS CATALOGUED " delimited by size
                      ws-count-edit delimited by size
                      "   ON ARCHIVE " delimited by size
                      ws-count-edit-2 delimited by size
                   into ws-dtl-text
               end-string
               write close-report-record from ws-detail-line
           end-if
           .

       take-one-catalog-entry section.
           read audit-catalog-file
           if ws-catalog-status not = "00"
               exit section
           end-if
           if cat-month not = ws-close-period
               exit section
           end-if
           add 1 to ws-catalog-entries
           move cat-archive-name to ws-archive-name
           if cat-record-count is numeric
               move cat-record-count to ws-catalog-count
           end-if
           .

       count-one-archive-record section.
           read audit-archive-file
           if ws-audit-arc-status = "00"
               add 1 to ws-archive-records
           end-if
           .

      *>--------------------------------------------------------------
      *> flyer re-tiering and promotion - from the run log. A failed
      *>  run that was put right by a clean rerun is no exception;
      *>  two clean runs are.
      *>--------------------------------------------------------------
       check-flyer-retier section.
           move "FLYER RE-TIERING" to ws-step-name
           move "FlyerTierBatch" to ws-step-program
           move "FlyerTierBatch" to ws-scan-program
           move low-values to ws-scan-after-run-id
           perform scan-run-log
           move "N" to ws-tier-clean-flag
           move ws-scan-last-run-id to ws-tier-run-id
           move ws-scan-last-written to ws-tier-written

           evaluate true
               when ws-scan-clean-runs > 1
                   set ws-step-out-of-balance to true
                   move ws-scan-clean-runs to ws-count-edit
                   perform find-count-start
                   move spaces to ws-step-detail
                   string ws-count-edit(ws-count-start:) delimited by size
                          " CLEAN RUNS IN THE PERIOD" delimited by size
                       into ws-step-detail
                   end-string
               when ws-scan-clean-runs = 1
                   set ws-step-complete to true
                   set ws-tier-clean to true
                   move ws-tier-written to ws-count-edit
                   perform find-count-start
                   move spaces to ws-step-detail
                   string "RUN " delimited by size
                          ws-tier-run-id delimited by size
                          " - " delimited by size
                          ws-count-edit(ws-count-start:) delimited by size
                          " MEMBER(S) RE-TIERED" delimited by size
                       into ws-step-detail
                   end-string
               when ws-scan-failed-runs > 0
                   set ws-step-missing to true
                   move "RUN FAILED - NO CLEAN RUN IN THE PERIOD"
                       to ws-step-detail
               when ws-scan-open-runs > 0
                   set ws-step-missing to true
                   move "RUN STARTED BUT NEVER ENDED" to ws-step-detail
               when other
                   set ws-step-missing to true
                   move "NOT RUN IN THE PERIOD" to ws-step-detail
           end-evaluate
           perform write-step
           .

       check-flyer-promote section.
           move "FLYER MASTER PROMOTION" to ws-step-name
           move "FlyerPromote" to ws-step-program
           if not ws-tier-clean
               set ws-step-missing to true
               move "WAITING FOR ONE CLEAN RE-TIERING RUN"
                   to ws-step-detail
               perform write-step
               exit section
           end-if
           move "FlyerPromote" to ws-scan-program
           move ws-tier-run-id to ws-scan-after-run-id
           perform scan-run-log

           evaluate true
               when ws-scan-clean-runs > 1
                   set ws-step-out-of-balance to true
                   move ws-scan-clean-runs to ws-count-edit
                   perform find-count-start
                   move spaces to ws-step-detail
                   string ws-count-edit(ws-count-start:) delimited by size
                          " CLEAN PROMOTIONS AFTER THE RE-TIERING"
                              delimited by size
                       into ws-step-detail
                   end-string
               when ws-scan-clean-runs = 1
                       and ws-scan-last-read not = ws-tier-written
                   set ws-step-out-of-balance to true
                   move "PROMOTED COUNT DIFFERS FROM RE-TIERED COUNT"
                       to ws-step-detail
               when ws-scan-clean-runs = 1
                   set ws-step-complete to true
                   move spaces to ws-step-detail
                   string "RUN " delimited by size
                          ws-scan-last-run-id delimited by size
                          " PROMOTED FLYMAST.NEW" delimited by size
                       into ws-step-detail
                   end-string
               when ws-scan-failed-runs > 0
                   set ws-step-missing to true
                   move "PROMOTION REFUSED OR FAILED - NOT PROMOTED"
                       to ws-step-detail
               when other
                   set ws-step-missing to true
                   move "NOT RUN AFTER THE RE-TIERING" to ws-step-detail
           end-evaluate
           perform write-step
           if ws-scan-clean-runs > 0
               move ws-tier-written to ws-count-edit
               move ws-scan-last-read to ws-count-edit-2
               move spaces to ws-detail-line
               string "MEMBERS RE-TIERED " delimited by size
                      ws-count-edit delimited by size
                      "   PROMOTED " delimited by size
                      ws-count-edit-2 delimited by size
                   into ws-dtl-text
               end-string
               write close-report-record from ws-detail-line
           end-if
           .

      *> ws-scan-program's runs on the run log for the period's
      *>  business dates, after ws-scan-after-run-id: ended clean
      *>  (return code 0), ended with a failure, or never ended; the
      *>  last clean run's figures are kept.
       scan-run-log section.
           move 0 to ws-scan-clean-runs
           move 0 to ws-scan-failed-runs
           move 0 to ws-scan-open-runs
           move spaces to ws-scan-last-run-id
           move 0 to ws-scan-last-read
           move 0 to ws-scan-last-written
           open input run-log-file
           if ws-runlog-status = "00"
               perform take-one-run-log-record
                   until ws-runlog-status not = "00"
               close run-log-file
           end-if
           .

       take-one-run-log-record section.
           read run-log-file
           if ws-runlog-status not = "00"
               exit section
           end-if
           if rlf-program-name not = ws-scan-program
                   or rlf-start-date(1:6) not = ws-close-period
                   or rlf-run-id not > ws-scan-after-run-id
               exit section
           end-if
           evaluate true
               when rlf-end-date = 0
                   add 1 to ws-scan-open-runs
               when rlf-return-code not = 0
                   add 1 to ws-scan-failed-runs
               when other
                   add 1 to ws-scan-clean-runs
                   move rlf-run-id to ws-scan-last-run-id
                   move rlf-records-read to ws-scan-last-read
                   move rlf-records-written to ws-scan-last-written
           end-evaluate
           .

      *>--------------------------------------------------------------
      *> year-end earnings summary - December's close only: the
      *>  summary printed for the period's year and reconciled.
      *>--------------------------------------------------------------
       check-year-end-summary section.
           move "YEAR-END REP EARNINGS SUMMARY" to ws-step-name
           move "RepEarningsSummary" to ws-step-program
           if ws-close-period(5:2) not = "12"
               set ws-step-not-due to true
               move "DUE WITH THE DECEMBER CLOSE ONLY" to ws-step-detail
               perform write-step
               exit section
           end-if
           move "N" to ws-summary-year-flag
           move "N" to ws-summary-agree-flag
           move 0 to ws-summary-line-count
           open input earnings-summary-file
           if ws-summary-status = "00"
               perform take-one-summary-line
                   until ws-summary-status not = "00"
               close earnings-summary-file
           end-if

           evaluate true
               when ws-summary-line-count = 0
                   set ws-step-missing to true
                   move "RepEarningsSummary.txt NOT FOUND"
                       to ws-step-detail
               when not ws-summary-for-year
                   set ws-step-missing to true
                   move spaces to ws-step-detail
                   string "NO SUMMARY FOR " delimited by size
                          ws-close-period(1:4) delimited by size
                          " - LAST ONE PRINTED IS FOR ANOTHER YEAR"
                              delimited by size
                       into ws-step-detail
                   end-string
               when not ws-summary-agrees
                   set ws-step-out-of-balance to true
                   move "SUMMARY DID NOT RECONCILE TO THE PERIOD TOTALS"
                       to ws-step-detail
               when other
                   set ws-step-complete to true
                   move spaces to ws-step-detail
                   string ws-close-period(1:4) delimited by size
                          " SUMMARY PRINTED AND RECONCILED"
                              delimited by size
                       into ws-step-detail
                   end-string
           end-evaluate
           perform write-step
           .

       take-one-summary-line section.
           read earnings-summary-file
           if ws-summary-status not = "00"
               exit section
           end-if
           add 1 to ws-summary-line-count
           if ws-summary-line-count = 1
                   and earnings-summary-record(1:30)
                       = "ANNUAL REP EARNINGS SUMMARY - "
                   and earnings-summary-record(31:4)
                       = ws-close-period(1:4)
               set ws-summary-for-year to true
           end-if
           if earnings-summary-record(1:25)
                   = "RECONCILED - TOTALS AGREE"
               set ws-summary-agrees to true
           end-if
           .

      *>--------------------------------------------------------------
      *> one step's line on the sheet, with its detail under it.
      *>--------------------------------------------------------------
       write-step section.
           evaluate true
               when ws-step-complete
                   add 1 to ws-steps-due
                   add 1 to ws-steps-complete
               when ws-step-missing
                   add 1 to ws-steps-due
                   add 1 to ws-steps-missing
               when ws-step-out-of-balance
                   add 1 to ws-steps-due
                   add 1 to ws-steps-unbalanced
           end-evaluate
           move spaces to close-report-record
           write close-report-record
           move spaces to ws-step-line
           move ws-step-name to ws-stl-name
           move ws-step-program to ws-stl-program
           move ws-step-status to ws-stl-status
           write close-report-record from ws-step-line
           move spaces to ws-detail-line
           move ws-step-detail to ws-dtl-text
           write close-report-record from ws-detail-line
           move spaces to ws-control-line
           .

      *> where the figure in ws-count-edit starts, for a count run
      *>  into a sentence.
       find-count-start section.
           move 1 to ws-count-start
           inspect ws-count-edit tallying ws-count-start
               for leading spaces
           .

       finish-run section.
           evaluate true
               when ws-steps-unbalanced > 0
                   move 8 to ws-close-rc
               when ws-steps-missing > 0
                   move 4 to ws-close-rc
               when other
                   move 0 to ws-close-rc
           end-evaluate

           move spaces to close-report-record
           write close-report-record
           move spaces to ws-count-line
           move "STEPS DUE" to ws-cnt-label
           move ws-steps-due to ws-cnt-value
           write close-report-record from ws-count-line
           move "STEPS COMPLETE" to ws-cnt-label
           move ws-steps-complete to ws-cnt-value
           write close-report-record from ws-count-line
           move "STEPS MISSING" to ws-cnt-label
           move ws-steps-missing to ws-cnt-value
           write close-report-record from ws-count-line
           move "STEPS OUT OF BALANCE" to ws-cnt-label
           move ws-steps-unbalanced to ws-cnt-value
           write close-report-record from ws-count-line

           move spaces to close-report-record
           write close-report-record
           if ws-close-rc = 0
               move "CLOSE COMPLETE - READY FOR SIGN-OFF"
                   to close-report-record
           else
               move "** CLOSE NOT COMPLETE - DO NOT SIGN OFF **"
                   to close-report-record
           end-if
           write close-report-record
           move spaces to close-report-record
           write close-report-record
           move "PREPARED BY  ______________________    DATE  __________"
               to close-report-record
           write close-report-record
           move spaces to close-report-record
           write close-report-record
           move "APPROVED BY  ______________________    DATE  __________"
               to close-report-record
           write close-report-record
           close close-report

           move ws-steps-due to ws-runlog-read
           move ws-steps-complete to ws-runlog-written
           compute ws-runlog-exceptions =
               ws-steps-missing + ws-steps-unbalanced
           move ws-close-rc to ws-runlog-rc
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-runlog-read
               by reference ws-runlog-written
               by reference ws-runlog-exceptions
               by reference ws-runlog-rc
           end-call
           .

       end program "monthendclose".
