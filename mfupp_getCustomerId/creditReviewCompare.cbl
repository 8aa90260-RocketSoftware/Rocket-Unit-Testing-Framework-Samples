      *>    CLEARED    - on the last report, gone tonight
      *>    STILL OPEN - on both, with the first-appeared date
      *>  then rewrites the history from tonight's report so the
      *>  morning meeting can start at the NEW section. Each CLEARED
      *>  exception is also appended to CreditExceptions.cleared
      *>  with the night it cleared, so "any exception in the last N
      *>  months" can still be answered once it is off the history.
      *>
      *>  An exception is a customer and a reason together - a
      *>  customer already BELOW THRESHOLD who tonight also shows a
      *>  bureau SCORE DROP is a NEW exception, not an old one. History
      *>  lines written before the reason was kept carry a blank
      *>  reason and match that customer on any reason.
      *>
      *>  The run is logged through BatchRunLog; no exceptions report
      *>  logs return code 8, so the steps scheduled behind the
      *>  compare are held.
      *>--------------------------------------------------------------
       program-id. "creditReviewCompare".
       environment division.
           select trend-report     assign to "CreditExceptionsTrend.txt"
                   organization is line sequential.

           select cleared-archive  assign to "CreditExceptions.cleared"
                   organization is line sequential
                   file status  is ws-cleared-status.

       data division.
       file section.
       fd  exceptions-file.
           03 hst-first-seen           pic 9(8).
           03                          pic x.
           03 hst-lastname             pic x(40).
           03                          pic x.
           03 hst-reason               pic x(20).

       fd  trend-report.
       01  trend-record            pic x(100).

       fd  cleared-archive.
       01  cleared-archive-record.
           03 clr-custid               pic 9(9).
           03                          pic x.
           03 clr-first-seen           pic 9(8).
           03                          pic x.
           03 clr-cleared-date         pic 9(8).
           03                          pic x.
           03 clr-reason               pic x(20).
           03                          pic x.
           03 clr-lastname             pic x(40).

       working-storage section.
       01 ws-exceptions-status     pic xx.
       01 ws-history-status        pic xx.
       01 ws-cleared-status        pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".
       01 ws-exceptions-missing-flag pic x value "N".
           03                          pic x(2).
           03 ws-exc-lastname          pic x(40).
           03                          pic x(29).
           03 ws-exc-reason            pic x(20).

      *> tonight's exceptions, one entry per customer.
       01 ws-tonight-count         pic 9(4) value 0.
                   indexed by night-idx.
               05 ws-night-custid      pic 9(9).
               05 ws-night-lastname    pic x(40).
               05 ws-night-reason      pic x(20).
               05 ws-night-matched-sw  pic x.
                   88 ws-night-matched     value "Y".

               05 ws-prior-custid      pic 9(9).
               05 ws-prior-first-seen  pic 9(8).
               05 ws-prior-lastname    pic x(40).
               05 ws-prior-reason      pic x(20).
               05 ws-prior-matched-sw  pic x.
                   88 ws-prior-matched     value "Y".

       01 ws-cleared-count         pic 9(4) value 0.
       01 ws-open-count            pic 9(4) value 0.

       01 ws-runlog-program        pic x(20)
                                    value "creditReviewCompare".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4) value 0.
       01 ws-runlog-read           pic 9(9) value 0.
       01 ws-runlog-written        pic 9(9) value 0.
       01 ws-runlog-exceptions     pic 9(9) value 0.

       01 ws-trend-line.
           03                          pic x(2).
           03 ws-trd-custid            pic 9(9).
           03                          pic x(2).
           03 ws-trd-lastname          pic x(30).
           03                          pic x(2).
           03 ws-trd-reason            pic x(20).
           03                          pic x(2).
           03 ws-trd-note              pic x(30).
       01 ws-first-seen-edit       pic 9999/99/99.

       procedure division.
       main-line section.
           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call
           accept ws-run-date from date yyyymmdd
           perform load-tonights-exceptions
      *> no exceptions report means the sweep didn't run, not that
      *> empty) would report every open exception CLEARED and lose
      *> every first-seen date. Leave the history alone and fail.
           if ws-exceptions-missing
               move 8 to ws-runlog-rc
               perform finish-run
               goback returning 8
           end-if
           perform load-prior-history
           perform match-both-runs
           perform write-trend-report
           perform archive-cleared-exceptions
           perform rewrite-history
           perform finish-run
           goback.

       finish-run section.
           move ws-tonight-count to ws-runlog-read
           compute ws-runlog-written = ws-new-count
                                     + ws-cleared-count
                                     + ws-open-count
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-runlog-read
               by reference ws-runlog-written
               by reference ws-runlog-exceptions
               by reference ws-runlog-rc
           end-call
           .

       load-tonights-exceptions section.
           open input exceptions-file
           if ws-exceptions-status not equal "00"
                           to ws-night-custid (night-idx)
                       move ws-exc-lastname
                           to ws-night-lastname (night-idx)
                       move ws-exc-reason
                           to ws-night-reason (night-idx)
                       move "N" to ws-night-matched-sw (night-idx)
                   end-if
           end-read
               move hst-custid to ws-prior-custid (prior-idx)
               move hst-first-seen to ws-prior-first-seen (prior-idx)
               move hst-lastname to ws-prior-lastname (prior-idx)
               move hst-reason to ws-prior-reason (prior-idx)
               move "N" to ws-prior-matched-sw (prior-idx)
           end-if
           .
       match-one-prior-entry section.
           if ws-prior-custid (prior-idx)
                   equal ws-night-custid (night-idx)
                   and not ws-prior-matched (prior-idx)
                   and (ws-prior-reason (prior-idx) equal spaces
                     or ws-prior-reason (prior-idx)
                          equal ws-night-reason (night-idx))
               set ws-night-matched (night-idx) to true
               set ws-prior-matched (prior-idx) to true
      *> PERFORM VARYING steps prior-idx past the match - step it
               move spaces to ws-trend-line
               move ws-night-custid (night-idx) to ws-trd-custid
               move ws-night-lastname (night-idx) to ws-trd-lastname
               move ws-night-reason (night-idx) to ws-trd-reason
               move "FIRST APPEARANCE" to ws-trd-note
               write trend-record from ws-trend-line
           end-if
               move spaces to ws-trend-line
               move ws-prior-custid (prior-idx) to ws-trd-custid
               move ws-prior-lastname (prior-idx) to ws-trd-lastname
               move ws-prior-reason (prior-idx) to ws-trd-reason
               move ws-prior-first-seen (prior-idx)
                   to ws-first-seen-edit
               string "OPEN SINCE " delimited by size
               move spaces to ws-trend-line
               move ws-night-custid (night-idx) to ws-trd-custid
               move ws-night-lastname (night-idx) to ws-trd-lastname
               move ws-night-reason (night-idx) to ws-trd-reason
               string "FIRST SEEN " delimited by size
                      ws-first-seen-edit delimited by size
                   into ws-trd-note
       check-one-first-seen section.
           if ws-prior-custid (prior-idx)
                   equal ws-night-custid (night-idx)
                   and (ws-prior-reason (prior-idx) equal spaces
                     or ws-prior-reason (prior-idx)
                          equal ws-night-reason (night-idx))
               move ws-prior-first-seen (prior-idx)
                   to ws-first-seen-edit
           end-if
           .

       archive-cleared-exceptions section.
           open extend cleared-archive
           if ws-cleared-status not equal "00"
               open output cleared-archive
           end-if
           perform archive-one-cleared
               varying prior-idx from 1 by 1
               until prior-idx > ws-prior-count
           close cleared-archive
           .

       archive-one-cleared section.
           if not ws-prior-matched (prior-idx)
               move spaces to cleared-archive-record
               move ws-prior-custid (prior-idx) to clr-custid
               move ws-prior-first-seen (prior-idx) to clr-first-seen
               move ws-run-date to clr-cleared-date
               move ws-prior-reason (prior-idx) to clr-reason
               move ws-prior-lastname (prior-idx) to clr-lastname
               write cleared-archive-record
           end-if
           .

      *> tonight's exceptions become the next run's history: a
      *> still-open customer keeps their original first-seen date, a
      *> new one is stamped with tonight's.
               varying prior-idx from 1 by 1
               until prior-idx > ws-prior-count
           move ws-night-lastname (night-idx) to hst-lastname
           move ws-night-reason (night-idx) to hst-reason
           write history-record
           .

       carry-prior-first-seen section.
           if ws-prior-custid (prior-idx)
                   equal ws-night-custid (night-idx)
                   and (ws-prior-reason (prior-idx) equal spaces
                     or ws-prior-reason (prior-idx)
                          equal ws-night-reason (night-idx))
               move ws-prior-first-seen (prior-idx) to hst-first-seen
           end-if
           .
