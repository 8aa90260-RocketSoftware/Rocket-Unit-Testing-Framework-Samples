      *>  markers &LASTNAME and &CUSTID) to CollectionsLetters.txt,
      *>  and the pipeline report by stage finally answers "how many
      *>  are at final notice".
      *>  Booked loans 31+ days past due arrive from the loan aging
      *>  run on LoanDelinquents.txt and ride the same ladder as
      *>  their own cases (one per loan, marked L on the stage file,
      *>  named from the customer file by getCustomerLastName),
      *>  with the loan letters LETTER_LOAN_NOTICE1.TPL,
      *>  LETTER_LOAN_NOTICE2.TPL, LETTER_LOAN_FINAL.TPL and
      *>  LETTER_LOAN_REFER.TPL (marker &LOANNO as well). A loan that
      *>  is no longer on the hand-off has been brought up to date
      *>  and clears; with no hand-off file at all the loan cases are
      *>  left exactly as they were.
      *>  A promise to pay or payment arrangement the collector has
      *>  recorded (collectionsPromise, CollectionsPromises.txt) on a
      *>  case - the credit case or one loan - holds that case at its
      *>  stage until the promise date. On that date the promise is
      *>  settled: KEPT if the case is off tonight's list, BROKEN if
      *>  not - and a broken promise escalates the case a stage at
      *>  once, whatever the stage clock says. A loan promise falling
      *>  due on a night with no loan hand-off stays open until there
      *>  is one. The pipeline report counts promises kept and broken
      *>  by collector.
      *>  Every stage a case enters (and so every letter it is sent)
      *>  is logged on CollectionsHistory.txt for the agency
      *>  placement. Once collectionsAgency has placed a REFER case
      *>  with the agency it sits at PLACED: no letters, no clearing
      *>  here - the agency's status file closes it. A case the
      *>  agency recalls sits at RECALLED for our own collectors and
      *>  clears like any other once the customer recovers.
      *>  A stage letter to a customer whose address the post has
      *>  returned mail from (an open return on mailReturnRegister)
      *>  is not printed: the case still moves up the ladder, but its
      *>  letter goes to CollectionsLettersHeld.txt until the address
      *>  is changed, and the pipeline report counts those held.
      *>  Every letter opens with a MAILTO addressee line for
      *>  printVendorFile's presort.
      *>  The run is logged through BatchRunLog so that
      *>  collectionsAgency can be held behind it on the schedule.
      *>--------------------------------------------------------------
       program-id. "collectionsWorkflow".
       environment division.
                   organization is line sequential
                   file status  is ws-stage-status.

           select loan-delinquent-file
                                   assign to "LoanDelinquents.txt"
                   organization is line sequential
                   file status  is ws-loan-delinquent-status.

           select cleared-file     assign to "CollectionsCleared.txt"
                   organization is line sequential
                   file status  is ws-cleared-status.
                   organization is line sequential
                   file status  is ws-template-status.

           select promise-file     assign to "CollectionsPromises.txt"
                   organization is line sequential
                   file status  is ws-promise-status.

           select history-file     assign to "CollectionsHistory.txt"
                   organization is line sequential
                   file status  is ws-history-status.

           select letters-file     assign to "CollectionsLetters.txt"
                   organization is line sequential.

           select held-letters-file
                                   assign to "CollectionsLettersHeld.txt"
                   organization is line sequential.

           select pipeline-report  assign to "CollectionsPipeline.txt"
                   organization is line sequential.

           03 stg-entered              pic 9(8).
           03                          pic x.
           03 stg-lastname             pic x(40).
           03                          pic x.
           03 stg-source               pic x.
           03                          pic x.
           03 stg-loan-no              pic x(14).

      *> the loan aging hand-off.
       fd  loan-delinquent-file.
       01  loan-delinquent-record.
           03 dlq-custid               pic 9(9).
           03                          pic x.
           03 dlq-loan-no              pic x(14).
           03                          pic x.
           03 dlq-days-past-due        pic 9(5).
           03                          pic x.
           03 dlq-bucket               pic x(7).
           03                          pic x.
           03 dlq-amount-past-due      pic 9(9)v99.

       fd  cleared-file.
       01  cleared-record.
           03 clr-date                 pic 9(8).
           03                          pic x.
           03 clr-lastname             pic x(40).
           03                          pic x.
           03 clr-loan-no              pic x(14).

      *> the collectors' promises, as collectionsPromise keeps them.
       fd  promise-file.
       01  promise-record.
           03 prm-custid               pic 9(9).
           03                          pic x.
           03 prm-type                 pic x.
           03                          pic x.
           03 prm-amount               pic 9(10)v99.
           03                          pic x.
           03 prm-promise-date         pic 9(8).
           03                          pic x.
           03 prm-collector            pic x(20).
           03                          pic x.
           03 prm-recorded             pic 9(8).
           03                          pic x.
           03 prm-status               pic x(8).
           03                          pic x.
           03 prm-resolved             pic 9(8).
           03                          pic x.
           03 prm-source               pic x.
           03                          pic x.
           03 prm-loan-no              pic x(14).

      *> one line per stage entered - the case's stage history.
       fd  history-file.
       01  history-record.
           03 hst-custid               pic 9(9).
           03                          pic x.
           03 hst-source               pic x.
           03                          pic x.
           03 hst-loan-no              pic x(14).
           03                          pic x.
           03 hst-stage                pic x(8).
           03                          pic x.
           03 hst-entered              pic 9(8).

       fd  template-file.
       01  template-record         pic x(80).
       fd  letters-file.
       01  letters-record          pic x(80).

      *> letters not printed, and why.
       fd  held-letters-file.
       01  held-letters-record.
           03 hld-custid               pic 9(9).
           03                          pic x(2).
           03 hld-lastname             pic x(40).
           03                          pic x(2).
           03 hld-stage                pic x(8).
           03                          pic x(2).
           03 hld-loan-no              pic x(14).
           03                          pic x(2).
           03 hld-reason               pic x(17).

       fd  pipeline-report.
       01  pipeline-record         pic x(80).

       01 ws-exceptions-status     pic xx.
       01 ws-stage-status          pic xx.
       01 ws-cleared-status        pic xx.
       01 ws-loan-delinquent-status pic xx.
       01 ws-template-status       pic xx.
       01 ws-promise-status        pic xx.
       01 ws-history-status        pic xx.
       01 ws-template-name         pic x(30).
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".
       01 ws-exceptions-missing-flag pic x value "N".
           88 ws-exceptions-missing    value "Y".
       01 ws-loans-missing-flag    pic x value "N".
           88 ws-loans-missing         value "Y".

       01 ws-run-date              pic 9(8).
       01 ws-stage-days            pic 9(4) value 10.
       01 ws-stage-days-env        pic x(4).
       01 ws-parm-program          pic x(20) value "collectionsWorkflow".
       01 ws-parm-name             pic x(30).
       01 ws-parm-value            pic x(20).
       01 ws-calendar-id           pic x(8) value "US".

       01 ws-runlog-program        pic x(20)
                                    value "collectionsWorkflow".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4) value 0.
       01 ws-letters-written       pic 9(9) value 0.
       01 ws-exceptions            pic 9(9) value 0.
       01 ws-cases-read            pic 9(9) value 0.

      *> the customer file names the loan cases; the batch session
      *> is opened only when there is a loan hand-off to name.
       01 ws-session-flag          pic x value "N".
           88 ws-session-open          value "Y".
       01 ws-lookup-custid         pic 9(9).
       01 ws-lookup-lastname       pic x(40).

      *> the exception line as creditReviewBatch lays it out.
       01 ws-exception-line.
           03 ws-exc-custid            pic x(9).
           03 ws-exc-reason            pic x(8).
           03                          pic x(12).

      *> the customers under threshold tonight, and the loans
      *> handed over by the aging run (source L, with the loan).
       01 ws-tonight-count         pic 9(4) value 0.
       01 ws-tonight-table.
           03 ws-tonight-entry occurs 2000 times
                   indexed by night-idx.
               05 ws-night-custid      pic 9(9).
               05 ws-night-lastname    pic x(40).
               05 ws-night-source      pic x.
               05 ws-night-loan-no     pic x(14).
               05 ws-night-staged-sw   pic x.
                   88 ws-night-staged      value "Y".

               05 ws-stg-stage         pic x(8).
               05 ws-stg-entered       pic 9(8).
               05 ws-stg-lastname      pic x(40).
               05 ws-stg-source        pic x.
                   88 ws-stg-loan-case     value "L".
               05 ws-stg-loan-no       pic x(14).
               05 ws-stg-state-sw      pic x.
                   88 ws-stg-keep          value "K".
                   88 ws-stg-cleared       value "C".
           03 ws-ladder-stage          pic x(8) occurs 4 times.
       01 ws-ladder-idx            pic 9.
       01 ws-cur-rung              pic 9.
       01 ws-force-advance-flag    pic x value "N".
           88 ws-force-advance         value "Y".

      *> the promise file, loaded whole, settled and rewritten.
       01 ws-promise-count         pic 9(4) value 0.
       01 ws-promise-table.
           03 ws-promise-entry occurs 2000 times
                   indexed by prm-idx.
               05 ws-prm-custid        pic 9(9).
               05 ws-prm-type          pic x.
               05 ws-prm-amount        pic 9(10)v99.
               05 ws-prm-promise-date  pic 9(8).
               05 ws-prm-collector     pic x(20).
               05 ws-prm-recorded      pic 9(8).
               05 ws-prm-status        pic x(8).
                   88 ws-prm-open          value "OPEN".
                   88 ws-prm-kept          value "KEPT".
                   88 ws-prm-broken        value "BROKEN".
               05 ws-prm-resolved      pic 9(8).
               05 ws-prm-source        pic x.
                   88 ws-prm-loan-case     value "L".
               05 ws-prm-loan-no       pic x(14).
       01 ws-promise-hold-flag     pic x.
           88 ws-promise-hold          value "H".
           88 ws-promise-broken-today  value "B".
           88 ws-promise-none          value "N".
       01 ws-promises-kept         pic 9(4) value 0.
       01 ws-promises-broken       pic 9(4) value 0.
       01 ws-cases-held            pic 9(4) value 0.

      *> kept and broken promises by collector for the pipeline.
       01 ws-collector-count       pic 9(3) value 0.
       01 ws-collector-table.
           03 ws-collector-entry occurs 200 times
                   indexed by coll-idx.
               05 ws-coll-id           pic x(20).
               05 ws-coll-kept         pic 9(4).
               05 ws-coll-broken       pic 9(4).
       01 ws-total-kept            pic 9(4) value 0.
       01 ws-total-broken          pic 9(4) value 0.

      *> business-day arithmetic through datechk.
       01 ws-range-date-1.
       01 ws-letter-custid         pic 9(9).
       01 ws-letter-lastname       pic x(40).
       01 ws-letter-stage          pic x(8).
       01 ws-letter-source         pic x.
       01 ws-letter-loan-no        pic x(14).
       01 ws-template-line-count   pic 9(2) value 0.
       01 ws-template-lines.
           03 ws-template-line     pic x(80) occurs 50 times.
           88 ws-marker-found          value "Y".
       01 ws-custid-edit           pic 9(9).

      *> the addressee line opening every letter - printVendorFile
      *> presorts the day's mail on it.
       01 ws-mailto-line.
           03                          pic x(6) value "MAILTO".
           03                          pic x value space.
           03 ws-mto-party-type        pic x.
           03                          pic x value space.
           03 ws-mto-party-id          pic 9(9).
           03                          pic x value space.
           03 ws-mto-country           pic x(2).
           03                          pic x value space.
           03 ws-mto-postcode          pic x(10).
           03                          pic x value space.
           03 ws-mto-name              pic x(40).

       01 ws-letters-sent          pic 9(4) value 0.
       01 ws-letters-held          pic 9(4) value 0.

      *> returned-mail register receivers.
       01 ws-party-type            pic x value "C".
       01 ws-undeliverable-flag    pic x.
           88 ws-undeliverable         value "Y".
       01 ws-cleared-count         pic 9(4) value 0.
       01 ws-pipeline-counts.
           03 ws-pipe-count        pic 9(4) occurs 4 times.
           03 ws-pipe-loan-count   pic 9(4) occurs 4 times.
       01 ws-pipe-placed           pic 9(4).
       01 ws-pipe-recalled         pic 9(4).

       01 ws-count-line.
           03 ws-cnt-label             pic x(24).
           03 ws-cnt-value             pic z(6)9.
           03 ws-cnt-loan-label        pic x(11).
           03 ws-cnt-loan-value        pic z(6)9.

       01 ws-collector-line.
           03 ws-col-collector         pic x(24).
           03 ws-col-kept              pic z(6)9.
           03                          pic x(4).
           03 ws-col-broken            pic z(6)9.

       procedure division.
       main-line section.
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call
           perform initialize-run
      *> no exceptions report means the sweep didn't run, not that
      *> everyone cleared the threshold - clearing and rewriting the
      *> and empty the pipeline. Leave the stages alone and fail.
           if ws-exceptions-missing
               close letters-file
               close held-letters-file
               close history-file
               move 8 to ws-runlog-rc
               perform finish-run
               goback returning 8
           end-if
           perform settle-due-promises
           perform stage-tonights-exceptions
           perform clear-recovered-customers
           perform rewrite-stage-file
           perform rewrite-promise-file
           perform write-pipeline-report
           close letters-file
           close held-letters-file
           close history-file
           display "collectionsWorkflow: " ws-letters-sent
               " letter(s), " ws-letters-held " held, "
               ws-cleared-count " cleared, "
               ws-promises-kept " promise(s) kept, "
               ws-promises-broken " broken"
           perform finish-run
           goback.

       finish-run section.
           if ws-session-open
               call "EndBatchSession"
               move "N" to ws-session-flag
           end-if
           move ws-tonight-count to ws-cases-read
           compute ws-letters-written = ws-letters-sent
                                      + ws-letters-held
           move ws-letters-held to ws-exceptions
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-cases-read
               by reference ws-letters-written
               by reference ws-exceptions
               by reference ws-runlog-rc
           end-call
           .

       initialize-run section.
           call "datechkProcessingDate" using
               by reference ws-run-date
           call "datechkSelectCalendar" using
               by reference ws-calendar-id
           end-call
           move "COLLECT_STAGE_DAYS" to ws-parm-name
           call "RunParmValue" using
               by reference ws-parm-program
               by reference ws-parm-name
               by reference ws-parm-value
           end-call
           move ws-parm-value to ws-stage-days-env
           if ws-stage-days-env is numeric
                   and ws-stage-days-env not = spaces
               move ws-stage-days-env to ws-stage-days
           end-if

           perform load-tonights-exceptions
           if not ws-exceptions-missing
               perform load-loan-delinquents
           end-if
           perform load-stage-file
           perform load-promise-file
           open output letters-file
           open output held-letters-file
           open extend history-file
           if ws-history-status not equal "00"
               open output history-file
           end-if
           .

       load-tonights-exceptions section.
                           to ws-night-custid (night-idx)
                       move ws-exc-lastname
                           to ws-night-lastname (night-idx)
                       move "C" to ws-night-source (night-idx)
                       move spaces to ws-night-loan-no (night-idx)
                       move "N" to ws-night-staged-sw (night-idx)
                   end-if
           end-read
           .

       load-loan-delinquents section.
           open input loan-delinquent-file
           if ws-loan-delinquent-status not equal "00"
               display "collectionsWorkflow: no loan delinquency "
                       "hand-off - loan cases left untouched"
               set ws-loans-missing to true
               exit section
           end-if
           call "BeginBatchSession"
           if return-code equal 0
               set ws-session-open to true
           else
               display "collectionsWorkflow: customer file not "
                       "available - loan cases not named"
           end-if
           perform load-one-loan-delinquent
               until ws-loan-delinquent-status not equal "00"
           close loan-delinquent-file
           .

       load-one-loan-delinquent section.
           read loan-delinquent-file
           if ws-loan-delinquent-status equal "00"
                   and dlq-custid is numeric
                   and ws-tonight-count < 2000
               add 1 to ws-tonight-count
               set night-idx to ws-tonight-count
               move dlq-custid to ws-night-custid (night-idx)
               perform look-up-loan-customer-name
               move ws-lookup-lastname to ws-night-lastname (night-idx)
               move "L" to ws-night-source (night-idx)
               move dlq-loan-no to ws-night-loan-no (night-idx)
               move "N" to ws-night-staged-sw (night-idx)
           end-if
           .

       look-up-loan-customer-name section.
           move spaces to ws-lookup-lastname
           if not ws-session-open
               exit section
           end-if
           move dlq-custid to ws-lookup-custid
           call "getCustomerLastName" using
               by reference ws-lookup-custid
               by reference ws-lookup-lastname
           end-call
           if return-code not equal 0
               move spaces to ws-lookup-lastname
           end-if
           .

       load-stage-file section.
           move 0 to ws-stage-count
           open input stage-file
               move stg-stage to ws-stg-stage (stage-idx)
               move stg-entered to ws-stg-entered (stage-idx)
               move stg-lastname to ws-stg-lastname (stage-idx)
               if stg-source equal "L"
                   move "L" to ws-stg-source (stage-idx)
                   move stg-loan-no to ws-stg-loan-no (stage-idx)
               else
                   move "C" to ws-stg-source (stage-idx)
                   move spaces to ws-stg-loan-no (stage-idx)
               end-if
      *> without tonight's loan hand-off a loan case can neither
      *> clear nor advance; a case placed with the agency is the
      *> agency's to close.
               if (ws-stg-loan-case (stage-idx) and ws-loans-missing)
                       or ws-stg-stage (stage-idx) equal "PLACED"
                   set ws-stg-keep (stage-idx) to true
               else
                   move "C" to ws-stg-state-sw (stage-idx)
               end-if
           end-if
           .

           perform find-stage-entry
           if ws-night-staged (night-idx)
               set ws-stg-keep (stage-idx) to true
      *> loan cases staged before they were named pick up the name.
               if ws-stg-lastname (stage-idx) equal spaces
                   move ws-night-lastname (night-idx)
                       to ws-stg-lastname (stage-idx)
               end-if
               perform check-customer-promise
               evaluate true
                   when ws-promise-hold
                       add 1 to ws-cases-held
                   when ws-promise-broken-today
                       set ws-force-advance to true
                       perform advance-if-due
                       move "N" to ws-force-advance-flag
                   when other
                       perform advance-if-due
               end-evaluate
           else
               perform enter-first-stage
           end-if
                       continue
                   when ws-stg-custid (stage-idx)
                           equal ws-night-custid (night-idx)
                       and ws-stg-source (stage-idx)
                           equal ws-night-source (night-idx)
                       and ws-stg-loan-no (stage-idx)
                           equal ws-night-loan-no (night-idx)
                       set ws-night-staged (night-idx) to true
               end-search
           end-if
               move ws-run-date to ws-stg-entered (stage-idx)
               move ws-night-lastname (night-idx)
                   to ws-stg-lastname (stage-idx)
               move ws-night-source (night-idx)
                   to ws-stg-source (stage-idx)
               move ws-night-loan-no (night-idx)
                   to ws-stg-loan-no (stage-idx)
               set ws-stg-keep (stage-idx) to true
               perform send-stage-letter
           end-if
           end-call

           if ws-business-day-count >= ws-stage-days
                   or ws-force-advance
               add 1 to ws-cur-rung
               move ws-ladder-stage (ws-cur-rung)
                   to ws-stg-stage (stage-idx)
           end-if
           .

      *>--------------------------------------------------------------
      *> promises to pay - an open promise holds its case's stage
      *>  until its date; on the date it is settled against tonight's
      *>  list: the case off it has cleared and the promise was KEPT;
      *>  still on it, the promise is BROKEN.
      *>--------------------------------------------------------------
       load-promise-file section.
           move 0 to ws-promise-count
           open input promise-file
           if ws-promise-status equal "00"
               perform load-one-promise
                   until ws-promise-status not equal "00"
                       or ws-promise-count equal 2000
               close promise-file
           end-if
           .

       load-one-promise section.
           read promise-file
           if ws-promise-status equal "00" and prm-custid is numeric
               add 1 to ws-promise-count
               set prm-idx to ws-promise-count
               move prm-custid to ws-prm-custid (prm-idx)
               move prm-type to ws-prm-type (prm-idx)
               move prm-amount to ws-prm-amount (prm-idx)
               move prm-promise-date to ws-prm-promise-date (prm-idx)
               move prm-collector to ws-prm-collector (prm-idx)
               move prm-recorded to ws-prm-recorded (prm-idx)
               move prm-status to ws-prm-status (prm-idx)
               move prm-resolved to ws-prm-resolved (prm-idx)
               if prm-source equal "L"
                   move "L" to ws-prm-source (prm-idx)
                   move prm-loan-no to ws-prm-loan-no (prm-idx)
               else
                   move "C" to ws-prm-source (prm-idx)
                   move spaces to ws-prm-loan-no (prm-idx)
               end-if
           end-if
           .

       settle-due-promises section.
           perform settle-one-promise
               varying prm-idx from 1 by 1
               until prm-idx > ws-promise-count
           .

       settle-one-promise section.
           if not ws-prm-open (prm-idx)
                   or ws-prm-promise-date (prm-idx) > ws-run-date
               exit section
           end-if
      *> with no loan hand-off tonight a loan can't be judged.
           if ws-prm-loan-case (prm-idx) and ws-loans-missing
               exit section
           end-if
           set night-idx to 1
           search ws-tonight-entry
               at end
                   set ws-prm-kept (prm-idx) to true
                   add 1 to ws-promises-kept
               when night-idx > ws-tonight-count
                   set ws-prm-kept (prm-idx) to true
                   add 1 to ws-promises-kept
               when ws-night-custid (night-idx)
                       equal ws-prm-custid (prm-idx)
                   and ws-night-source (night-idx)
                       equal ws-prm-source (prm-idx)
                   and ws-night-loan-no (night-idx)
                       equal ws-prm-loan-no (prm-idx)
                   set ws-prm-broken (prm-idx) to true
                   add 1 to ws-promises-broken
           end-search
           move ws-run-date to ws-prm-resolved (prm-idx)
           .

      *> H - an open promise holds this case's stage; B - its promise
      *>  was broken tonight; N - no promise in play.
       check-customer-promise section.
           set ws-promise-none to true
           perform check-one-customer-promise
               varying prm-idx from 1 by 1
               until prm-idx > ws-promise-count
           .

       check-one-customer-promise section.
           if ws-prm-custid (prm-idx) equal ws-night-custid (night-idx)
                   and ws-prm-source (prm-idx)
                       equal ws-night-source (night-idx)
                   and ws-prm-loan-no (prm-idx)
                       equal ws-night-loan-no (night-idx)
               evaluate true
                   when ws-prm-open (prm-idx)
                       set ws-promise-hold to true
                   when ws-prm-broken (prm-idx)
                           and ws-prm-resolved (prm-idx)
                               equal ws-run-date
                           and not ws-promise-hold
                       set ws-promise-broken-today to true
               end-evaluate
           end-if
           .

       rewrite-promise-file section.
           if ws-promise-count equal 0
               exit section
           end-if
           open output promise-file
           perform rewrite-one-promise
               varying prm-idx from 1 by 1
               until prm-idx > ws-promise-count
           close promise-file
           .

       rewrite-one-promise section.
           move spaces to promise-record
           move ws-prm-custid (prm-idx) to prm-custid
           move ws-prm-type (prm-idx) to prm-type
           move ws-prm-amount (prm-idx) to prm-amount
           move ws-prm-promise-date (prm-idx) to prm-promise-date
           move ws-prm-collector (prm-idx) to prm-collector
           move ws-prm-recorded (prm-idx) to prm-recorded
           move ws-prm-status (prm-idx) to prm-status
           move ws-prm-resolved (prm-idx) to prm-resolved
           move ws-prm-source (prm-idx) to prm-source
           move ws-prm-loan-no (prm-idx) to prm-loan-no
           write promise-record
           .

      *> a staged customer absent from tonight's exceptions has
      *> cleared the threshold - dropped with a CLEARED disposition
      *> rather than left to ripen toward a letter they no longer
               move "CLEARED" to clr-disposition
               move ws-run-date to clr-date
               move ws-stg-lastname (stage-idx) to clr-lastname
               move ws-stg-loan-no (stage-idx) to clr-loan-no
               write cleared-record
           end-if
           .
               move ws-stg-stage (stage-idx) to stg-stage
               move ws-stg-entered (stage-idx) to stg-entered
               move ws-stg-lastname (stage-idx) to stg-lastname
               move ws-stg-source (stage-idx) to stg-source
               move ws-stg-loan-no (stage-idx) to stg-loan-no
               write stage-record
           end-if
           .

       send-stage-letter section.
           move ws-stg-custid (stage-idx) to ws-letter-custid
           move ws-stg-lastname (stage-idx) to ws-letter-lastname
           move ws-stg-stage (stage-idx) to ws-letter-stage
           move ws-stg-source (stage-idx) to ws-letter-source
           move ws-stg-loan-no (stage-idx) to ws-letter-loan-no
           move spaces to history-record
           move ws-stg-custid (stage-idx) to hst-custid
           move ws-stg-source (stage-idx) to hst-source
           move ws-stg-loan-no (stage-idx) to hst-loan-no
           move ws-stg-stage (stage-idx) to hst-stage
           move ws-run-date to hst-entered
           write history-record

           call "isMailUndeliverable" using
               by reference ws-party-type
               by reference ws-letter-custid
               by reference ws-undeliverable-flag
           end-call
           if ws-undeliverable
               add 1 to ws-letters-held
               move spaces to held-letters-record
               move ws-letter-custid to hld-custid
               move ws-letter-lastname to hld-lastname
               move ws-letter-stage to hld-stage
               move ws-letter-loan-no to hld-loan-no
               move "RETURNED MAIL" to hld-reason
               write held-letters-record
               exit section
           end-if

           add 1 to ws-letters-sent
      *> the address is the customer's row - printVendorFile fills
      *> the postcode in from it.
           move "C" to ws-mto-party-type
           move ws-letter-custid to ws-mto-party-id
           move spaces to ws-mto-country ws-mto-postcode
           move ws-letter-lastname to ws-mto-name
           write letters-record from ws-mailto-line
           if ws-letter-source equal "L"
               evaluate ws-letter-stage
                   when "NOTICE-1"
                       move "LETTER_LOAN_NOTICE1.TPL"
                           to ws-template-name
                   when "NOTICE-2"
                       move "LETTER_LOAN_NOTICE2.TPL"
                           to ws-template-name
                   when "FINAL"
                       move "LETTER_LOAN_FINAL.TPL" to ws-template-name
                   when other
                       move "LETTER_LOAN_REFER.TPL" to ws-template-name
               end-evaluate
           else
               evaluate ws-letter-stage
                   when "NOTICE-1"
                       move "LETTER_NOTICE1.TPL" to ws-template-name
                   when "NOTICE-2"
                       move "LETTER_NOTICE2.TPL" to ws-template-name
                   when "FINAL"
                       move "LETTER_FINAL.TPL" to ws-template-name
                   when other
                       move "LETTER_REFER.TPL" to ws-template-name
               end-evaluate
           end-if
           perform load-template
           perform merge-one-template-line
               varying ws-template-idx from 1 by 1
           move ws-custid-edit to ws-subst-value
           perform substitute-marker

           move "&LOANNO" to ws-marker
           move 7 to ws-marker-len
           move ws-letter-loan-no to ws-subst-value
           perform substitute-marker

           write letters-record from ws-merge-in
           .

       write-pipeline-report section.
           move 0 to ws-pipe-count (1) ws-pipe-count (2)
                     ws-pipe-count (3) ws-pipe-count (4)
           move 0 to ws-pipe-loan-count (1) ws-pipe-loan-count (2)
                     ws-pipe-loan-count (3) ws-pipe-loan-count (4)
           move 0 to ws-pipe-placed ws-pipe-recalled
           perform tally-one-pipeline
               varying stage-idx from 1 by 1
               until stage-idx > ws-stage-count
               varying ws-ladder-idx from 1 by 1
               until ws-ladder-idx > 4
           move spaces to ws-count-line
           move "PLACED WITH AGENCY" to ws-cnt-label
           move ws-pipe-placed to ws-cnt-value
           write pipeline-record from ws-count-line
           move "RECALLED FROM AGENCY" to ws-cnt-label
           move ws-pipe-recalled to ws-cnt-value
           write pipeline-record from ws-count-line
           move "CLEARED THIS RUN" to ws-cnt-label
           move ws-cleared-count to ws-cnt-value
           write pipeline-record from ws-count-line
           move "HELD ON A PROMISE" to ws-cnt-label
           move ws-cases-held to ws-cnt-value
           write pipeline-record from ws-count-line
           move "LETTERS HELD - RETURNED" to ws-cnt-label
           move ws-letters-held to ws-cnt-value
           write pipeline-record from ws-count-line
           perform write-promise-scorecard
           close pipeline-report
           .

      *> kept and broken promises by collector, over every promise
      *>  settled on the file.
       write-promise-scorecard section.
           move 0 to ws-collector-count
           move 0 to ws-total-kept ws-total-broken
           perform tally-one-promise
               varying prm-idx from 1 by 1
               until prm-idx > ws-promise-count
           move spaces to pipeline-record
           write pipeline-record
           write pipeline-record from
               "Promises to pay by collector        KEPT     BROKEN"
           move all "-" to pipeline-record
           write pipeline-record
           perform write-one-collector-line
               varying coll-idx from 1 by 1
               until coll-idx > ws-collector-count
           move spaces to ws-collector-line
           move "ALL COLLECTORS" to ws-col-collector
           move ws-total-kept to ws-col-kept
           move ws-total-broken to ws-col-broken
           write pipeline-record from ws-collector-line
           .

       tally-one-promise section.
           if ws-prm-open (prm-idx)
               exit section
           end-if
           set coll-idx to 1
           search ws-collector-entry
               at end
                   continue
               when coll-idx > ws-collector-count
                   if ws-collector-count < 200
                       add 1 to ws-collector-count
                       set coll-idx to ws-collector-count
                       move ws-prm-collector (prm-idx)
                           to ws-coll-id (coll-idx)
                       move 0 to ws-coll-kept (coll-idx)
                       move 0 to ws-coll-broken (coll-idx)
                       perform count-one-settled-promise
                   end-if
               when ws-coll-id (coll-idx) equal ws-prm-collector (prm-idx)
                   perform count-one-settled-promise
           end-search
           .

       count-one-settled-promise section.
           if ws-prm-kept (prm-idx)
               add 1 to ws-coll-kept (coll-idx)
               add 1 to ws-total-kept
           end-if
           if ws-prm-broken (prm-idx)
               add 1 to ws-coll-broken (coll-idx)
               add 1 to ws-total-broken
           end-if
           .

       write-one-collector-line section.
           move spaces to ws-collector-line
           move ws-coll-id (coll-idx) to ws-col-collector
           move ws-coll-kept (coll-idx) to ws-col-kept
           move ws-coll-broken (coll-idx) to ws-col-broken
           write pipeline-record from ws-collector-line
           .

       tally-one-pipeline section.
           if ws-stg-keep (stage-idx)
               perform rank-current-stage
               if ws-cur-rung > 0
                   add 1 to ws-pipe-count (ws-cur-rung)
                   if ws-stg-loan-case (stage-idx)
                       add 1 to ws-pipe-loan-count (ws-cur-rung)
                   end-if
               end-if
               if ws-stg-stage (stage-idx) equal "PLACED"
                   add 1 to ws-pipe-placed
               end-if
               if ws-stg-stage (stage-idx) equal "RECALLED"
                   add 1 to ws-pipe-recalled
               end-if
           end-if
           .
           move spaces to ws-count-line
           move ws-ladder-stage (ws-ladder-idx) to ws-cnt-label
           move ws-pipe-count (ws-ladder-idx) to ws-cnt-value
           move "  OF LOANS " to ws-cnt-loan-label
           move ws-pipe-loan-count (ws-ladder-idx) to ws-cnt-loan-value
           write pipeline-record from ws-count-line
           .

