      $set sourceformat"variable"
      *>--------------------------------------------------------------
      *> datainventory - nightly inventory of the shop's data files
      *>  and tables against the capacity of the program that reads
      *>  them. Several programs still load a file whole into a
      *>  fixed in-memory table (batchrunlog's 2000 run-log entries,
      *>  CICSHello's 50 OPERAUTH.TBL entries, CalcSalesComm's 2000
      *>  roster reps, the flyer tier and award tables) and quietly
      *>  stop at the limit; others (FLYACT.DAT, CreditLimitAudit.txt,
      *>  QUOTEFIL.DAT) just grow.
      *>
      *>  The maintained list (DATAINV.TBL, one file per line: file
      *>  name cols 1-40, consuming program cols 42-61, the record
      *>  capacity that program can hold cols 63-71 - zero when it
      *>  has no fixed limit, so only growth is reported - the warn
      *>  percentage cols 73-75, blank for DATAINV_WARN_PCT (default
      *>  80), an eight-character alert name cols 77-84, and the
      *>  file organization col 86 - I for an indexed file, read in
      *>  key order, blank for a line sequential one) is walked in
      *>  order and each file's records are counted. An indexed file
      *>  is opened on a prime key in its first 14 bytes, as the
      *>  bank's loan and quote files are keyed. The
      *>  count is compared with the file's latest count from an
      *>  earlier night on the history (DATAINVHIST.DAT: run date
      *>  1-8, file name 10-49, record count 51-59, appended every
      *>  run) for its growth per day, and with its capacity. A file
      *>  at or past its warn percentage, or growing fast enough to
      *>  reach capacity within DATAINV_HORIZON_DAYS (default 30)
      *>  days, raises ABENDALRT under its alert name with condition
      *>  code CAP. The night's figures go to DataInventory.txt; a
      *>  listed file not found is reported, not counted.
      *>--------------------------------------------------------------
       program-id. "datainventory".
       environment division.
       input-output section.
       file-control.
           select inventory-list-file assign to "DATAINV.TBL"
                   organization is line sequential
                   file status  is ws-list-status.

           select history-file assign to "DATAINVHIST.DAT"
                   organization is line sequential
                   file status  is ws-history-status.

           select counted-file assign to ws-counted-name
                   organization is line sequential
                   file status  is ws-counted-status.

           select counted-indexed-file assign to ws-counted-name
                   organization is indexed
                   access mode  is sequential
                   record key   is cix-prime-key
                   file status  is ws-counted-status.

           select inventory-report assign to "DataInventory.txt"
                   organization is line sequential.

       data division.
       file section.
       fd  inventory-list-file.
       01  inventory-list-record.
           03 inl-file-name            pic x(40).
           03                          pic x.
           03 inl-program-name         pic x(20).
           03                          pic x.
           03 inl-capacity             pic 9(9).
           03                          pic x.
           03 inl-warn-pct             pic x(3).
           03                          pic x.
           03 inl-alert-name           pic x(8).
           03                          pic x.
           03 inl-organization         pic x.

       fd  history-file.
       01  history-record.
           03 hst-run-date             pic 9(8).
           03                          pic x.
           03 hst-file-name            pic x(40).
           03                          pic x.
           03 hst-record-count         pic 9(9).

      *> any listed file, read only to be counted.
       fd  counted-file.
       01  counted-record              pic x(512).

      *> any listed indexed file, whatever its record length.
       fd  counted-indexed-file
           record is varying in size from 14 to 512 characters.
       01  counted-indexed-record.
           03 cix-prime-key            pic x(14).
           03                          pic x(498).

       fd  inventory-report.
       01  inventory-report-record     pic x(110).

       working-storage section.
       01 ws-list-status           pic xx.
       01 ws-history-status        pic xx.
       01 ws-counted-status        pic xx.
       01 ws-counted-name          pic x(40).

       01 ws-run-date              pic 9(8).
       01 ws-run-date-env          pic x(8).
       01 ws-warn-pct              pic 9(3) value 80.
       01 ws-warn-pct-env          pic x(3).
       01 ws-horizon-days          pic 9(5) value 30.
       01 ws-horizon-days-env      pic x(5).

      *> the maintained list, with each file's figures for tonight
      *>  and its latest count from an earlier night.
       01 ws-inv-count             pic 9(3) comp-5 value 0.
       01 ws-inv-table.
           03 ws-inv-entry occurs 200 times
                   indexed by inv-idx.
               05 ws-inv-file-name     pic x(40).
               05 ws-inv-program       pic x(20).
               05 ws-inv-capacity      pic 9(9).
               05 ws-inv-warn-pct      pic 9(3).
               05 ws-inv-alert-name    pic x(8).
               05 ws-inv-organization  pic x.
                   88 ws-inv-indexed       value "I".
               05 ws-inv-found-sw      pic x.
                   88 ws-inv-found         value "Y".
               05 ws-inv-records       pic 9(9).
               05 ws-inv-prev-date     pic 9(8).
               05 ws-inv-prev-records  pic 9(9).

       01 ws-growth                pic s9(9).
       01 ws-growth-days           pic 9(5).
       01 ws-growth-per-day        pic s9(9)v99.
       01 ws-room-left             pic s9(9).
       01 ws-days-to-full          pic 9(7).
       01 ws-pct-used              pic 9(5).
       01 ws-warn-flag             pic x.
           88 ws-warn-file             value "Y".
       01 ws-days-known-flag       pic x.
           88 ws-days-known            value "Y".

       01 ws-files-listed          pic 9(5) value 0.
       01 ws-files-counted         pic 9(5) value 0.
       01 ws-files-missing         pic 9(5) value 0.
       01 ws-files-warned          pic 9(5) value 0.

      *> parameter block for the ABENDALRT operator alert.
       01 ws-alert-parm.
           03 ws-alert-job-name        pic x(8).
           03 ws-alert-step-name       pic x(8).
           03 ws-alert-cond-type-sys   pic x.
           03 ws-alert-cond-code       pic x(3).
           03 ws-alert-raised-sw       pic x.

       01 ws-runlog-program        pic x(20) value "datainventory".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-read           pic 9(9).
       01 ws-runlog-written        pic 9(9).
       01 ws-runlog-exceptions     pic 9(9).
       01 ws-runlog-rc             pic 9(4).

       01 ws-report-line.
           03 ws-rpt-file              pic x(24).
           03                          pic x(2).
           03 ws-rpt-records           pic z(8)9.
           03                          pic x(2).
           03 ws-rpt-growth            pic x(10).
           03                          pic x(2).
           03 ws-rpt-capacity          pic x(9).
           03                          pic x(2).
           03 ws-rpt-pct               pic x(4).
           03                          pic x(2).
           03 ws-rpt-days              pic x(7).
           03                          pic x(2).
           03 ws-rpt-note              pic x(35).
       01 ws-growth-edit           pic -(9)9.
       01 ws-capacity-edit         pic z(8)9.
       01 ws-pct-edit              pic zz9.
       01 ws-days-edit             pic z(6)9.
       01 ws-warn-pct-edit         pic zz9.
       01 ws-horizon-edit          pic z(4)9.

       01 ws-count-line.
           03 ws-cnt-label             pic x(30).
           03 ws-cnt-value             pic z(4)9.

       procedure division.
       main-line section.
           perform initialize-run
           perform load-inventory-list
           perform load-previous-counts
           perform inventory-one-file
               varying inv-idx from 1 by 1
               until inv-idx > ws-inv-count
           perform finish-run
           goback.

       initialize-run section.
           accept ws-run-date-env from environment "DATAINV_RUN_DATE"
           if ws-run-date-env is numeric
                   and ws-run-date-env not = spaces
               move ws-run-date-env to ws-run-date
           else
               call "datechkProcessingDate" using
                   by reference ws-run-date
               end-call
           end-if
           accept ws-warn-pct-env from environment "DATAINV_WARN_PCT"
           if ws-warn-pct-env is numeric
                   and ws-warn-pct-env not = spaces
               move ws-warn-pct-env to ws-warn-pct
           end-if
           accept ws-horizon-days-env from environment
               "DATAINV_HORIZON_DAYS"
           if ws-horizon-days-env not = spaces
               compute ws-horizon-days =
                   function numval(ws-horizon-days-env)
           end-if

           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call

           open output inventory-report
           move spaces to inventory-report-record
           move ws-warn-pct to ws-warn-pct-edit
           move ws-horizon-days to ws-horizon-edit
           string "Data file inventory for " delimited by size
                  ws-run-date delimited by size
                  " - warn at " delimited by size
                  ws-warn-pct-edit delimited by size
                  "% of capacity or full within " delimited by size
                  ws-horizon-edit delimited by size
                  " days" delimited by size
               into inventory-report-record
           end-string
           write inventory-report-record
           move all "=" to inventory-report-record
           write inventory-report-record
           move spaces to inventory-report-record
           move "FILE" to inventory-report-record(1:4)
           move "RECORDS" to inventory-report-record(29:7)
           move "GROWTH" to inventory-report-record(41:6)
           move "CAPACITY" to inventory-report-record(51:8)
           move "USED" to inventory-report-record(61:4)
           move "TO FULL" to inventory-report-record(67:7)
           move "NOTE" to inventory-report-record(76:4)
           write inventory-report-record
           .

       load-inventory-list section.
           move 0 to ws-inv-count
           open input inventory-list-file
           if ws-list-status = "00"
               perform load-one-list-entry
                   until ws-list-status not = "00"
                       or ws-inv-count = 200
               close inventory-list-file
           else
               display "datainventory: no DATAINV.TBL to inventory"
           end-if
           .

       load-one-list-entry section.
           read inventory-list-file
           if ws-list-status not = "00"
               exit section
           end-if
           if inl-file-name = spaces
                   or inventory-list-record(1:1) = "*"
               exit section
           end-if
           add 1 to ws-inv-count
           set inv-idx to ws-inv-count
           move inl-file-name to ws-inv-file-name (inv-idx)
           move inl-program-name to ws-inv-program (inv-idx)
           if inl-capacity is numeric
               move inl-capacity to ws-inv-capacity (inv-idx)
           else
               move 0 to ws-inv-capacity (inv-idx)
           end-if
           if inl-warn-pct is numeric
               move inl-warn-pct to ws-inv-warn-pct (inv-idx)
           else
               move ws-warn-pct to ws-inv-warn-pct (inv-idx)
           end-if
           move inl-alert-name to ws-inv-alert-name (inv-idx)
           if ws-inv-alert-name (inv-idx) = spaces
               move inl-file-name(1:8) to ws-inv-alert-name (inv-idx)
           end-if
           move inl-organization to ws-inv-organization (inv-idx)
           move "N" to ws-inv-found-sw (inv-idx)
           move 0 to ws-inv-records (inv-idx)
           move 0 to ws-inv-prev-date (inv-idx)
           move 0 to ws-inv-prev-records (inv-idx)
           .

      *> the latest count from before tonight, per listed file - a
      *>  rerun on the same night measures against the same earlier
      *>  count, not against its own first attempt.
       load-previous-counts section.
           open input history-file
           if ws-history-status = "00"
               perform check-one-history-row
                   until ws-history-status not = "00"
               close history-file
           end-if
           .

       check-one-history-row section.
           read history-file
           if ws-history-status not = "00"
               exit section
           end-if
           if hst-run-date >= ws-run-date
               exit section
           end-if
           set inv-idx to 1
           if ws-inv-count > 0
               search ws-inv-entry
                   at end
                       continue
                   when inv-idx > ws-inv-count
                       continue
                   when ws-inv-file-name (inv-idx) = hst-file-name
                       if hst-run-date >= ws-inv-prev-date (inv-idx)
                           move hst-run-date
                               to ws-inv-prev-date (inv-idx)
                           move hst-record-count
                               to ws-inv-prev-records (inv-idx)
                       end-if
               end-search
           end-if
           .

       inventory-one-file section.
           add 1 to ws-files-listed
           perform count-file-records
           move spaces to ws-report-line
           move ws-inv-file-name (inv-idx) to ws-rpt-file
           if not ws-inv-found (inv-idx)
               add 1 to ws-files-missing
               move "NOT FOUND" to ws-rpt-note
               write inventory-report-record from ws-report-line
               exit section
           end-if
           add 1 to ws-files-counted
           move ws-inv-records (inv-idx) to ws-rpt-records
           perform work-out-growth
           perform work-out-capacity
           if ws-warn-file
               add 1 to ws-files-warned
               perform raise-capacity-alert
           end-if
           write inventory-report-record from ws-report-line
           perform record-tonights-count
           .

       count-file-records section.
           move ws-inv-file-name (inv-idx) to ws-counted-name
           if ws-inv-indexed (inv-idx)
               perform count-indexed-records
               exit section
           end-if
           open input counted-file
           if ws-counted-status not = "00"
               exit section
           end-if
           set ws-inv-found (inv-idx) to true
           perform count-one-record
               until ws-counted-status not = "00"
           close counted-file
           .

       count-one-record section.
           read counted-file
           if ws-counted-status = "00"
               add 1 to ws-inv-records (inv-idx)
           end-if
           .

       count-indexed-records section.
           open input counted-indexed-file
           if ws-counted-status not = "00"
               exit section
           end-if
           set ws-inv-found (inv-idx) to true
           perform count-one-indexed-record
               until ws-counted-status not = "00"
           close counted-indexed-file
           .

       count-one-indexed-record section.
           read counted-indexed-file next
           if ws-counted-status = "00"
               add 1 to ws-inv-records (inv-idx)
           end-if
           .

      *> growth since the latest earlier night on the history, and
      *>  the rate per day over the nights between.
       work-out-growth section.
           move 0 to ws-growth-per-day
           if ws-inv-prev-date (inv-idx) = 0
               move "NEW" to ws-rpt-growth
               exit section
           end-if
           compute ws-growth = ws-inv-records (inv-idx)
               - ws-inv-prev-records (inv-idx)
           move ws-growth to ws-growth-edit
           move ws-growth-edit to ws-rpt-growth
           compute ws-growth-days =
               function integer-of-date(ws-run-date)
               - function integer-of-date(ws-inv-prev-date (inv-idx))
           if ws-growth-days > 0
               compute ws-growth-per-day rounded =
                   ws-growth / ws-growth-days
           end-if
           .

      *> a file with no fixed capacity is reported for its growth
      *>  only; one with a capacity warns at its percentage, or when
      *>  tonight's rate of growth fills it within the horizon.
       work-out-capacity section.
           move "N" to ws-warn-flag
           move "N" to ws-days-known-flag
           if ws-inv-capacity (inv-idx) = 0
               move "NO LIMIT" to ws-rpt-capacity
               exit section
           end-if
           move ws-inv-capacity (inv-idx) to ws-capacity-edit
           move ws-capacity-edit to ws-rpt-capacity
           compute ws-pct-used =
               ws-inv-records (inv-idx) * 100
               / ws-inv-capacity (inv-idx)
           if ws-pct-used > 999
               move 999 to ws-pct-used
           end-if
           move ws-pct-used to ws-pct-edit
           string ws-pct-edit delimited by size
                  "%" delimited by size
               into ws-rpt-pct
           end-string

           compute ws-room-left = ws-inv-capacity (inv-idx)
               - ws-inv-records (inv-idx)
           if ws-room-left <= 0
               move 0 to ws-days-to-full
               set ws-days-known to true
           else
               if ws-growth-per-day > 0
                   compute ws-days-to-full =
                       ws-room-left / ws-growth-per-day
                   set ws-days-known to true
               end-if
           end-if
           if ws-days-known
               move ws-days-to-full to ws-days-edit
               move ws-days-edit to ws-rpt-days
           end-if

           evaluate true
               when ws-room-left < 0
                   set ws-warn-file to true
                   move "OVER CAPACITY - TABLE TRUNCATES"
                       to ws-rpt-note
               when ws-inv-records (inv-idx) * 100 >=
                       ws-inv-capacity (inv-idx)
                       * ws-inv-warn-pct (inv-idx)
                   set ws-warn-file to true
                   move ws-inv-warn-pct (inv-idx) to ws-warn-pct-edit
                   string "PAST " delimited by size
                          ws-warn-pct-edit delimited by size
                          "% OF CAPACITY" delimited by size
                       into ws-rpt-note
                   end-string
               when ws-days-known
                       and ws-days-to-full <= ws-horizon-days
                   set ws-warn-file to true
                   move "FULL WITHIN HORIZON AT THIS RATE"
                       to ws-rpt-note
           end-evaluate
           .

       raise-capacity-alert section.
           move spaces to ws-alert-parm
           move ws-inv-alert-name (inv-idx) to ws-alert-job-name
           move "DATAINV" to ws-alert-step-name
           move "Y" to ws-alert-cond-type-sys
           move "CAP" to ws-alert-cond-code
           move "N" to ws-alert-raised-sw
           call "ABENDALRT" using ws-alert-parm
               on exception
                   continue
           end-call
           .

       record-tonights-count section.
           open extend history-file
           if ws-history-status not = "00"
               open output history-file
           end-if
           move spaces to history-record
           move ws-run-date to hst-run-date
           move ws-inv-file-name (inv-idx) to hst-file-name
           move ws-inv-records (inv-idx) to hst-record-count
           write history-record
           close history-file
           .

       finish-run section.
           move spaces to inventory-report-record
           write inventory-report-record
           move spaces to ws-count-line
           move "FILES LISTED" to ws-cnt-label
           move ws-files-listed to ws-cnt-value
           write inventory-report-record from ws-count-line
           move "FILES COUNTED" to ws-cnt-label
           move ws-files-counted to ws-cnt-value
           write inventory-report-record from ws-count-line
           move "FILES NOT FOUND" to ws-cnt-label
           move ws-files-missing to ws-cnt-value
           write inventory-report-record from ws-count-line
           move "FILES WARNED" to ws-cnt-label
           move ws-files-warned to ws-cnt-value
           write inventory-report-record from ws-count-line
           close inventory-report

           move ws-files-listed to ws-runlog-read
           move ws-files-counted to ws-runlog-written
           move ws-files-warned to ws-runlog-exceptions
           move 0 to ws-runlog-rc
           if ws-files-warned > 0 or ws-files-missing > 0
               move 4 to ws-runlog-rc
           end-if
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-runlog-read
               by reference ws-runlog-written
               by reference ws-runlog-exceptions
               by reference ws-runlog-rc
           end-call
           .

       end program "datainventory".
