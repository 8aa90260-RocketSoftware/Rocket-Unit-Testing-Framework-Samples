      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> creditIncreaseBatch - quarterly credit-limit increase
      *>  proposals. Good customers used to get an increase only by
      *>  phoning for one. This run considers every active customer
      *>  and proposes an increase for those who qualify:
      *>    - on the books at least CREDIT_INC_TENURE_MONTHS (default
      *>      24) - their oldest deposit account's age on ACCTMAST
      *>    - no credit review exception open now
      *>      (CreditExceptions.hist) or cleared within the last
      *>      CREDIT_INC_CLEAN_MONTHS (default 12) months
      *>      (CreditExceptions.cleared)
      *>    - never staged in collections (not on CollectionsStages
      *>      and never cleared out of it on CollectionsCleared)
      *>    - a bureau score above CREDIT_INC_MIN_SCORE (default 700)
      *>  The increase comes from the policy table CREDITINC.TBL, one
      *>  band per line: lowest bureau score for the band in cols
      *>  1-3, percentage increase in cols 5-7, largest increase in
      *>  dollars in cols 9-17 - the highest band the score reaches
      *>  applies. Each proposal is filed through
      *>  requestCreditLimitChange under the maker id CREDITINC-BATCH,
      *>  so a second person still approves it exactly as they would
      *>  a keyed request. CreditIncreaseProposals.txt lists every
      *>  customer considered, with the rule that disqualified them
      *>  or the limit proposed.
      *>--------------------------------------------------------------
       program-id. "creditIncreaseBatch".
       environment division.
       input-output section.
       file-control.
           select policy-file      assign to "CREDITINC.TBL"
                   organization is line sequential
                   file status  is ws-policy-status.

           select history-file     assign to "CreditExceptions.hist"
                   organization is line sequential
                   file status  is ws-history-status.

           select cleared-archive  assign to "CreditExceptions.cleared"
                   organization is line sequential
                   file status  is ws-cleared-status.

           select stage-file       assign to "CollectionsStages.txt"
                   organization is line sequential
                   file status  is ws-stage-status.

           select collect-cleared-file
                                   assign to "CollectionsCleared.txt"
                   organization is line sequential
                   file status  is ws-collect-cleared-status.

           select account-master-file assign to "ACCTMAST.DAT"
                   organization is line sequential
                   file status  is ws-account-status.

           select proposal-report  assign to "CreditIncreaseProposals.txt"
                   organization is line sequential.

       data division.
       file section.
       fd  policy-file.
       01  policy-record.
           03 pol-score-floor          pic 9(3).
           03                          pic x.
           03 pol-increase-pct         pic 9(3).
           03                          pic x.
           03 pol-increase-cap         pic 9(9).

       fd  history-file.
       01  history-record.
           03 hst-custid               pic 9(9).
           03                          pic x.
           03 hst-first-seen           pic 9(8).

       fd  cleared-archive.
       01  cleared-archive-record.
           03 clr-custid               pic 9(9).
           03                          pic x.
           03 clr-first-seen           pic 9(8).
           03                          pic x.
           03 clr-cleared-date         pic 9(8).

       fd  stage-file.
       01  stage-record.
           03 stg-custid               pic 9(9).

       fd  collect-cleared-file.
       01  collect-cleared-record.
           03 ccl-custid               pic 9(9).

       fd  account-master-file.
       01  account-master-record.
           05 acm-account-no        pic 9(10).
           05                       pic x.
           05 acm-balance-sign      pic x.
           05 acm-balance           pic 9(7)v99.
           05                       pic x.
           05 acm-direct-deposit    pic x.
           05                       pic x.
           05 acm-combined-bal      pic 9(9)v99.
           05                       pic x.
           05 acm-acct-age-months   pic 9(3).
           05                       pic x.
           05 acm-customer-no       pic 9(9).

       fd  proposal-report.
       01  proposal-report-record  pic x(120).

       working-storage section.
       exec sql include sqlca end-exec.

       exec sql begin declare section end-exec.
       01 ws-customer-id           pic 9(9).
       01 ws-lastname              pic x(40).
       exec sql end declare section end-exec.

       01 ws-policy-status         pic xx.
       01 ws-history-status        pic xx.
       01 ws-cleared-status        pic xx.
       01 ws-stage-status          pic xx.
       01 ws-collect-cleared-status pic xx.
       01 ws-account-status        pic xx.

       01 ws-today                 pic 9(8).
       01 ws-tenure-months         pic 9(3) value 24.
       01 ws-clean-months          pic 9(3) value 12.
       01 ws-min-score             pic 9(3) value 700.
       01 ws-param-env             pic x(3).
       01 ws-maker-id              pic x(20) value "CREDITINC-BATCH".

      *> the start of the clean window - today less the clean months.
       01 ws-clean-cutoff          pic 9(8).
       01 ws-month-count           pic 9(6).
       01 ws-cutoff-ymd.
           03 ws-cut-year              pic 9(4).
           03 ws-cut-month             pic 99.
           03 ws-cut-day               pic 99.

      *> the increase policy bands.
       01 ws-band-count            pic 9(2) value 0.
       01 ws-band-table.
           03 ws-band occurs 20 times
                   indexed by band-idx.
               05 ws-band-floor        pic 9(3).
               05 ws-band-pct          pic 9(3).
               05 ws-band-cap          pic 9(9).
       01 ws-best-floor            pic 9(3).
       01 ws-best-pct              pic 9(3).
       01 ws-best-cap              pic 9(9).
       01 ws-band-found-flag       pic x.
           88 ws-band-found            value "Y".

      *> customers with a credit review exception in the window.
       01 ws-exc-count             pic 9(5) value 0.
       01 ws-exc-table.
           03 ws-exc-custid        pic 9(9) occurs 5000 times
                   indexed by exc-idx.

      *> customers ever staged in collections.
       01 ws-coll-count            pic 9(5) value 0.
       01 ws-coll-table.
           03 ws-coll-custid       pic 9(9) occurs 5000 times
                   indexed by coll-idx.

      *> oldest deposit account age per customer.
       01 ws-ten-count             pic 9(5) value 0.
       01 ws-ten-table.
           03 ws-ten-entry occurs 10000 times
                   indexed by ten-idx.
               05 ws-ten-custid        pic 9(9).
               05 ws-ten-months        pic 9(3).
       01 ws-cust-tenure           pic 9(3).

       01 ws-found-flag            pic x.
           88 ws-found                 value "Y".
       01 ws-eof-flag              pic x.
           88 ws-eof                   value "Y".

      *> receivers for the account, score and maker calls.
       01 ws-max-credit            pic 9(9).
       01 ws-account-active        pic x.
       01 ws-lookup-rc             pic 9(4).
       01 ws-current-score         pic 9(3).
       01 ws-prior-score           pic 9(3).
       01 ws-score-date            pic 9(8).
       01 ws-derog-count           pic 9(3).
       01 ws-increase              pic 9(9).
       01 ws-new-limit             pic 9(9).
       01 ws-maint-status          pic x.
           88 ws-maint-ok              value "0".
           88 ws-maint-duplicate       value "D".

       01 ws-disqualify-reason     pic x(40).

       01 ws-considered-count      pic 9(9) value 0.
       01 ws-proposed-count        pic 9(9) value 0.
       01 ws-disqualified-count    pic 9(9) value 0.
       01 ws-error-count           pic 9(9) value 0.

       01 ws-runlog-program        pic x(20)
                                    value "creditIncreaseBatch".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4) value 0.

       01 ws-heading-line.
           03                          pic x(11) value "CUSTOMER".
           03                          pic x(26) value "LAST NAME".
           03                          pic x(11) value "   LIMIT".
           03                          pic x(7) value "SCORE".
           03                          pic x(8) value "TENURE".
           03                          pic x(11) value "  PROPOSED".
           03                          pic x(40) value "RESULT".

       01 ws-proposal-line.
           03 ws-prp-custid            pic 9(9).
           03                          pic x(2).
           03 ws-prp-lastname          pic x(25).
           03                          pic x.
           03 ws-prp-limit             pic z(8)9.
           03                          pic x(2).
           03 ws-prp-score             pic zz9.
           03                          pic x(4).
           03 ws-prp-tenure            pic zz9.
           03                          pic x(5).
           03 ws-prp-proposed          pic z(8)9.
           03                          pic x(2).
           03 ws-prp-result            pic x(40).

       01 ws-count-line.
           03 ws-cnt-label             pic x(28).
           03 ws-cnt-value             pic z(8)9.

       procedure division.
       main-line section.
           call "BeginBatchSession"
           if return-code not equal 0
               goback returning 2
           end-if
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call

           perform initialize-run
           perform load-policy-bands
           if ws-band-count equal 0
               display "creditIncreaseBatch: no increase policy on "
                       "CREDITINC.TBL - nothing proposed"
               move 8 to ws-runlog-rc
               perform finish-run
               call "EndBatchSession"
               goback returning 8
           end-if
           perform load-exception-customers
           perform load-collections-customers
           perform load-account-tenure

           open output proposal-report
           perform write-report-heading
           perform consider-customers
           perform write-report-counts
           close proposal-report

           if ws-error-count > 0
               move 4 to ws-runlog-rc
           end-if
           perform finish-run
           call "EndBatchSession"
           goback.

       initialize-run section.
           call "datechkProcessingDate" using
               by reference ws-today
           end-call
           accept ws-param-env from environment
               "CREDIT_INC_TENURE_MONTHS"
           if ws-param-env is numeric and ws-param-env not = spaces
               move ws-param-env to ws-tenure-months
           end-if
           accept ws-param-env from environment
               "CREDIT_INC_CLEAN_MONTHS"
           if ws-param-env is numeric and ws-param-env not = spaces
               move ws-param-env to ws-clean-months
           end-if
           accept ws-param-env from environment
               "CREDIT_INC_MIN_SCORE"
           if ws-param-env is numeric and ws-param-env not = spaces
               move ws-param-env to ws-min-score
           end-if

      *> back the clean-window months off today's year and month; the
      *>  cutoff is only ever compared against, so a day past the end
      *>  of a short month does no harm.
           move ws-today to ws-cutoff-ymd
           compute ws-month-count =
               ws-cut-year * 12 + ws-cut-month - 1 - ws-clean-months
           divide ws-month-count by 12 giving ws-cut-year
               remainder ws-cut-month
           add 1 to ws-cut-month
           move ws-cutoff-ymd to ws-clean-cutoff
           .

       load-policy-bands section.
           move 0 to ws-band-count
           open input policy-file
           if ws-policy-status equal "00"
               perform load-one-band
                   until ws-policy-status not equal "00"
                       or ws-band-count equal 20
               close policy-file
           end-if
           .

       load-one-band section.
           read policy-file
           if ws-policy-status equal "00"
               if pol-score-floor is numeric
                       and pol-increase-pct is numeric
                       and pol-increase-cap is numeric
                   add 1 to ws-band-count
                   set band-idx to ws-band-count
                   move pol-score-floor to ws-band-floor (band-idx)
                   move pol-increase-pct to ws-band-pct (band-idx)
                   move pol-increase-cap to ws-band-cap (band-idx)
               end-if
           end-if
           .

      *> every customer open on the review history now, plus every
      *>  one whose exception cleared inside the clean window.
       load-exception-customers section.
           move 0 to ws-exc-count
           open input history-file
           if ws-history-status equal "00"
               perform load-one-history
                   until ws-history-status not equal "00"
               close history-file
           end-if
           open input cleared-archive
           if ws-cleared-status equal "00"
               perform load-one-cleared
                   until ws-cleared-status not equal "00"
               close cleared-archive
           end-if
           .

       load-one-history section.
           read history-file
           if ws-history-status equal "00"
                   and hst-custid is numeric
               move hst-custid to ws-customer-id
               perform add-exception-customer
           end-if
           .

       load-one-cleared section.
           read cleared-archive
           if ws-cleared-status equal "00"
                   and clr-custid is numeric
                   and clr-cleared-date >= ws-clean-cutoff
               move clr-custid to ws-customer-id
               perform add-exception-customer
           end-if
           .

       add-exception-customer section.
           perform find-exception-customer
           if not ws-found and ws-exc-count < 5000
               add 1 to ws-exc-count
               set exc-idx to ws-exc-count
               move ws-customer-id to ws-exc-custid (exc-idx)
           end-if
           .

       find-exception-customer section.
           move "N" to ws-found-flag
           set exc-idx to 1
           if ws-exc-count > 0
               search ws-exc-custid
                   at end
                       continue
                   when ws-exc-custid (exc-idx) equal ws-customer-id
                       set ws-found to true
               end-search
           end-if
           .

      *> the live ladder and everyone who has ever left it.
       load-collections-customers section.
           move 0 to ws-coll-count
           open input stage-file
           if ws-stage-status equal "00"
               perform load-one-stage
                   until ws-stage-status not equal "00"
               close stage-file
           end-if
           open input collect-cleared-file
           if ws-collect-cleared-status equal "00"
               perform load-one-collect-cleared
                   until ws-collect-cleared-status not equal "00"
               close collect-cleared-file
           end-if
           .

       load-one-stage section.
           read stage-file
           if ws-stage-status equal "00"
                   and stg-custid is numeric
               move stg-custid to ws-customer-id
               perform add-collections-customer
           end-if
           .

       load-one-collect-cleared section.
           read collect-cleared-file
           if ws-collect-cleared-status equal "00"
                   and ccl-custid is numeric
               move ccl-custid to ws-customer-id
               perform add-collections-customer
           end-if
           .

       add-collections-customer section.
           perform find-collections-customer
           if not ws-found and ws-coll-count < 5000
               add 1 to ws-coll-count
               set coll-idx to ws-coll-count
               move ws-customer-id to ws-coll-custid (coll-idx)
           end-if
           .

       find-collections-customer section.
           move "N" to ws-found-flag
           set coll-idx to 1
           if ws-coll-count > 0
               search ws-coll-custid
                   at end
                       continue
                   when ws-coll-custid (coll-idx) equal ws-customer-id
                       set ws-found to true
               end-search
           end-if
           .

       load-account-tenure section.
           move 0 to ws-ten-count
           move "N" to ws-eof-flag
           open input account-master-file
           if ws-account-status not equal "00"
               exit section
           end-if
           perform load-one-account until ws-eof
           close account-master-file
           .

       load-one-account section.
           read account-master-file
               at end
                   set ws-eof to true
               not at end
                   if acm-customer-no is numeric
                           and acm-acct-age-months is numeric
                       move acm-customer-no to ws-customer-id
                       perform find-tenure-entry
                       if ws-found
                           if acm-acct-age-months
                                   > ws-ten-months (ten-idx)
                               move acm-acct-age-months
                                   to ws-ten-months (ten-idx)
                           end-if
                       else
                           if ws-ten-count < 10000
                               add 1 to ws-ten-count
                               set ten-idx to ws-ten-count
                               move ws-customer-id
                                   to ws-ten-custid (ten-idx)
                               move acm-acct-age-months
                                   to ws-ten-months (ten-idx)
                           end-if
                       end-if
                   end-if
           end-read
           .

       find-tenure-entry section.
           move "N" to ws-found-flag
           set ten-idx to 1
           if ws-ten-count > 0
               search ws-ten-entry
                   at end
                       continue
                   when ws-ten-custid (ten-idx) equal ws-customer-id
                       set ws-found to true
               end-search
           end-if
           .

      *> every active customer in Id order - a merged-away duplicate
      *>  is inactive and so never considered.
       consider-customers section.
           EXEC SQL
               DECLARE INCCUST CURSOR FOR
                   SELECT Id, LastName FROM customers
                    WHERE Active = 'Y'
                    ORDER BY Id
           END-EXEC
           EXEC SQL
               OPEN INCCUST
           END-EXEC
           if SQLCODE not equal 0
               add 1 to ws-error-count
               exit section
           end-if
           perform consider-one-customer
               until SQLCODE not equal 0
           EXEC SQL
               CLOSE INCCUST
           END-EXEC
           .

       consider-one-customer section.
           EXEC SQL
               FETCH INCCUST INTO :ws-customer-id, :ws-lastname
           END-EXEC
           if SQLCODE not equal 0
               exit section
           end-if
           add 1 to ws-considered-count
           move spaces to ws-proposal-line
           move ws-customer-id to ws-prp-custid
           move ws-lastname to ws-prp-lastname
           move 0 to ws-current-score
           move 0 to ws-cust-tenure
           move 0 to ws-new-limit

           perform check-qualification
           if ws-disqualify-reason equal spaces
               perform file-increase-proposal
           else
               add 1 to ws-disqualified-count
               move ws-disqualify-reason to ws-prp-result
           end-if

           move ws-max-credit to ws-prp-limit
           move ws-current-score to ws-prp-score
           move ws-cust-tenure to ws-prp-tenure
           move ws-new-limit to ws-prp-proposed
           write proposal-report-record from ws-proposal-line
           .

      *> the rules in the order the desk asks them; the first one a
      *>  customer fails is the one reported.
       check-qualification section.
           move spaces to ws-disqualify-reason
           move 0 to ws-max-credit
           call "getCustomerAccountInfoById" using
               by reference ws-customer-id
               by reference ws-max-credit
               by reference ws-account-active
           end-call
           move return-code to ws-lookup-rc
           if ws-lookup-rc equal 3
               add 1 to ws-error-count
               move "DATABASE ERROR" to ws-disqualify-reason
               exit section
           end-if
           if ws-lookup-rc not equal 0 or ws-account-active not equal "y"
               move "NOT ACTIVE" to ws-disqualify-reason
               exit section
           end-if

           perform find-tenure-entry
           if ws-found
               move ws-ten-months (ten-idx) to ws-cust-tenure
           end-if
           if ws-cust-tenure < ws-tenure-months
               string "TENURE UNDER " delimited by size
                      ws-tenure-months delimited by size
                      " MONTHS" delimited by size
                   into ws-disqualify-reason
               end-string
               exit section
           end-if

           perform find-exception-customer
           if ws-found
               string "REVIEW EXCEPTION IN LAST " delimited by size
                      ws-clean-months delimited by size
                      " MONTHS" delimited by size
                   into ws-disqualify-reason
               end-string
               exit section
           end-if

           perform find-collections-customer
           if ws-found
               move "STAGED IN COLLECTIONS" to ws-disqualify-reason
               exit section
           end-if

           call "getCustomerBureauScore" using
               by reference ws-customer-id
               by reference ws-current-score
               by reference ws-prior-score
               by reference ws-score-date
               by reference ws-derog-count
           end-call
           if return-code not equal 0
               move "NO BUREAU SCORE" to ws-disqualify-reason
               exit section
           end-if
           if ws-current-score not > ws-min-score
               string "BUREAU SCORE NOT ABOVE " delimited by size
                      ws-min-score delimited by size
                   into ws-disqualify-reason
               end-string
               exit section
           end-if

           if ws-max-credit equal 0
               move "NO CURRENT LIMIT TO INCREASE"
                   to ws-disqualify-reason
               exit section
           end-if
           perform find-policy-band
           if not ws-band-found
               move "NO POLICY BAND FOR SCORE" to ws-disqualify-reason
               exit section
           end-if
           .

       find-policy-band section.
           move "N" to ws-band-found-flag
           move 0 to ws-best-floor
           perform check-one-band
               varying band-idx from 1 by 1
               until band-idx > ws-band-count
           .

       check-one-band section.
           if ws-current-score >= ws-band-floor (band-idx)
               if not ws-band-found
                       or ws-band-floor (band-idx) > ws-best-floor
                   set ws-band-found to true
                   move ws-band-floor (band-idx) to ws-best-floor
                   move ws-band-pct (band-idx) to ws-best-pct
                   move ws-band-cap (band-idx) to ws-best-cap
               end-if
           end-if
           .

      *> the proposal goes into the same maker/checker queue a teller's
      *>  request would - nothing touches ActiveCreditLimit here.
       file-increase-proposal section.
           compute ws-increase rounded =
               ws-max-credit * ws-best-pct / 100
           if ws-increase > ws-best-cap
               move ws-best-cap to ws-increase
           end-if
           if ws-increase equal 0
               add 1 to ws-disqualified-count
               move "POLICY GIVES NO INCREASE" to ws-prp-result
               exit section
           end-if
           add ws-max-credit ws-increase giving ws-new-limit

           call "requestCreditLimitChange" using
               by reference ws-customer-id
               by reference ws-new-limit
               by reference ws-maker-id
               by reference ws-maint-status
           end-call
           evaluate true
               when ws-maint-ok
                   add 1 to ws-proposed-count
                   move "PROPOSED - AWAITING APPROVAL"
                       to ws-prp-result
               when ws-maint-duplicate
                   add 1 to ws-disqualified-count
                   move "LIMIT CHANGE ALREADY PENDING"
                       to ws-prp-result
               when other
                   add 1 to ws-error-count
                   move "NOT FILED - PENDING QUEUE FULL OR FAILED"
                       to ws-prp-result
           end-evaluate
           .

       write-report-heading section.
           move spaces to proposal-report-record
           string "Credit limit increase proposals - run "
                      delimited by size
                  ws-today delimited by size
               into proposal-report-record
           end-string
           write proposal-report-record
           move all "=" to proposal-report-record
           write proposal-report-record
           write proposal-report-record from ws-heading-line
           move spaces to proposal-report-record
           write proposal-report-record
           .

       write-report-counts section.
           move spaces to proposal-report-record
           write proposal-report-record
           move spaces to ws-count-line
           move "CUSTOMERS CONSIDERED" to ws-cnt-label
           move ws-considered-count to ws-cnt-value
           write proposal-report-record from ws-count-line
           move "INCREASES PROPOSED" to ws-cnt-label
           move ws-proposed-count to ws-cnt-value
           write proposal-report-record from ws-count-line
           move "NOT PROPOSED" to ws-cnt-label
           move ws-disqualified-count to ws-cnt-value
           write proposal-report-record from ws-count-line
           move "ERRORS" to ws-cnt-label
           move ws-error-count to ws-cnt-value
           write proposal-report-record from ws-count-line
           .

       finish-run section.
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-considered-count
               by reference ws-proposed-count
               by reference ws-error-count
               by reference ws-runlog-rc
           end-call
           .

       end program "creditIncreaseBatch".
