      *>  prompts for the database login once.  Any account that
      *>  comes back inactive, not found, or under the configured
      *>  credit-limit threshold is written to an exceptions report.
      *>  An active customer whose bureau score (imported monthly by
      *>  creditBureauImport) has fallen by more than
      *>  CREDIT_SCORE_DROP_POINTS (default 50) since the prior bureau
      *>  month gets a SCORE DROP line as well, whatever their limit.
      *>
      *>  The sweep checkpoints its position and running counters
      *>  every few records (the way MFJDEM10's CHKPTFIL restart

       01 ws-credit-threshold           pic 9(9) value 500.
       01 ws-threshold-env              pic x(9).
       01 ws-score-drop-points          pic 9(3) value 50.
       01 ws-score-drop-env             pic x(3).
       01 ws-current-score              pic 9(3).
       01 ws-prior-score                pic 9(3).
       01 ws-score-date                 pic 9(8).
       01 ws-derog-count                pic 9(3).
       01 ws-score-fall                 pic 9(3).

       01 ws-exceptions-found           pic 9(9) value 0.
       01 ws-customers-reviewed         pic 9(9) value 0.
       01 ws-sql-errors-found           pic 9(9) value 0.
       01 ws-exception-reason           pic x(20).
       01 ws-merged-into                pic 9(9).

      *> checkpoint/restart control - a restarted run skips the input
      *>  records a prior run already reviewed and carries that run's
           if ws-threshold-env is numeric and ws-threshold-env not = spaces
               move ws-threshold-env to ws-credit-threshold
           end-if
           accept ws-score-drop-env from environment
               "CREDIT_SCORE_DROP_POINTS"
           if ws-score-drop-env is numeric
                   and ws-score-drop-env not = spaces
               move ws-score-drop-env to ws-score-drop-points
           end-if

           accept ws-restart-env from environment
               "CREDIT_REVIEW_RESTART"
               move 0 to ws-household-exposure
               move "DATABASE ERROR" to ws-exception-reason
               perform write-exception-line
               exit section
           end-if

      *> return-code 4 - a duplicate Id retired by a customer merge.
      *>  Its business now sits under the surviving Id, which is
      *>  reviewed in its own right; name it on the exception line
      *>  instead of calling the retired Id inactive.
           if return-code equal 4
               move 0 to ws-household-exposure
               move 0 to ws-merged-into
               call "getCustomerMergedInto" using
                   by reference ws-customer-id
                   by reference ws-merged-into
               end-call
               move spaces to ws-exception-reason
               string "MERGED TO " delimited by size
                      ws-merged-into delimited by size
                   into ws-exception-reason
               end-string
               perform write-exception-line
           else
               if ws-account-active not equal "y"
                   move 0 to ws-household-exposure
                       move "BELOW THRESHOLD" to ws-exception-reason
                       perform write-exception-line
                   end-if
                   perform check-score-drop
               end-if
           end-if
           .

      *> the bureau's view alongside our own limit - a fall of more
      *>  than the configured points between the prior and current
      *>  bureau months is its own exception line. No score on file,
      *>  or only one month of it, is not a drop.
       check-score-drop section.
           call "getCustomerBureauScore" using
               by reference ws-customer-id
               by reference ws-current-score
               by reference ws-prior-score
               by reference ws-score-date
               by reference ws-derog-count
           end-call
           if return-code not equal 0
               exit section
           end-if
           if ws-prior-score equal 0
                   or ws-current-score >= ws-prior-score
               exit section
           end-if
           subtract ws-current-score from ws-prior-score
               giving ws-score-fall
           if ws-score-fall > ws-score-drop-points
               perform fetch-household-exposure
               move "SCORE DROP" to ws-exception-reason
               perform write-exception-line
           end-if
           .

      *> the lending cap is per household - show the combined linked
      *>  exposure next to the individual limit so the review sees a
      *>  couple's second account, not just the one on this record.
