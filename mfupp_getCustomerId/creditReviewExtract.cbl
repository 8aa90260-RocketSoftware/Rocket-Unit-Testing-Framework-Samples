      *>  report is promoted to daily until they clear it. The
      *>  trailer carries the due and skipped counts so coverage can
      *>  be proven from the file itself.
      *>
      *>  The run is logged through BatchRunLog; no batch session, or
      *>  a customers cursor that will not open, logs return code 8
      *>  so creditReviewBatch is held behind it.
      *>--------------------------------------------------------------
       program-id. "creditReviewExtract".
       environment division.
       01 ws-run-date                  pic 9(8).
       01 ws-skipped-count             pic 9(9) value 0.

       01 ws-runlog-program            pic x(20)
                                        value "creditReviewExtract".
       01 ws-runlog-run-id             pic x(14).
       01 ws-runlog-rc                 pic 9(4) value 0.
       01 ws-runlog-read               pic 9(9) value 0.
       01 ws-runlog-written            pic 9(9) value 0.
       01 ws-runlog-exceptions         pic 9(9) value 0.

      *> the per-customer review-cycle table. A customer with no
      *> entry is reviewed nightly, the historical behavior.
       01 ws-cycle-status              pic xx.

       procedure division.
       main-line section.
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call
           call "BeginBatchSession"
           if return-code not equal 0
               move 8 to ws-runlog-rc
               perform finish-run
               goback returning 2
           end-if

               EXEC SQL
                   CLOSE ACTIVECUST
               END-EXEC
           else
               move 8 to ws-runlog-rc
           end-if

           move spaces to review-trailer-record
           display "creditReviewExtract: " ws-extracted-count
               " customer(s) due, " ws-skipped-count
               " skipped by cycle"
           perform finish-run
           goback.

       finish-run section.
           compute ws-runlog-read = ws-extracted-count
                                  + ws-skipped-count
           move ws-extracted-count to ws-runlog-written
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-runlog-read
               by reference ws-runlog-written
               by reference ws-runlog-exceptions
               by reference ws-runlog-rc
           end-call
           .

       extract-one-customer section.
           EXEC SQL
               FETCH ACTIVECUST
