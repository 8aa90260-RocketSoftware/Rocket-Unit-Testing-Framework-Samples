       program-id. FlyerTransfer.
      *> points transfer between members - a gift of points to a
      *> relative or friend outside the household, as one linked
      *> transaction instead of two FlyerAdjust entries that don't
      *> reference each other. Reads transfer requests
      *> (FLYXFERIN.DAT: from member, to member, date, points,
      *> free-text note) and for each one:
      *>   - checks both members are on FLYMAST.DAT
      *>   - prices the transfer fee (in points, charged to the
      *>     donor) from the maintained fee table FLYXFEE.TBL:
      *>     transfers up to 9(7) cols 1-7 pay the fee 9(7) in
      *>     cols 9-15, rows in ascending order, the last row
      *>     pricing anything larger
      *>   - checks the donor's decayed balance (GetFlyerLevelDecay,
      *>     as FlyerRedeem does) covers points plus fee
      *>   - holds each member to FLYER_TRANSFER_LIMIT points
      *>     (default 50000) given, and the same again received,
      *>     per calendar year
      *> and posts the debit and credit legs (and the fee) to
      *> FLYACT.DAT under one transfer reference, each leg naming
      *> the member on the other side. The legs are typed "T" and
      *> the fee "F" - balance moves, tier qualification does not.
      *> Every request, posted or refused, goes on the transfer
      *> register (FlyerTransferRegister.txt) with who keyed it.
      *>
      *> The monthly transfer report (FlyerTransferReport.txt) for
      *> FLYER_TRANSFER_MONTH (yyyymm, default the run month) gives
      *> the month's volumes from FLYACT.DAT and lists any pair of
      *> members with FLYER_TRANSFER_PAIR_ALERT (default 3) or more
      *> transfers between them, either way, in the month.
       input-output section.
       file-control.
           select transfer-in-file assign to "FLYXFERIN.DAT"
               organization is line sequential
               file status is ws-transfer-file-status.
           select member-master-file assign to "FLYMAST.DAT"
               organization is line sequential
               file status is ws-master-file-status.
           select activity-file assign to "FLYACT.DAT"
               organization is line sequential
               file status is ws-activity-file-status.
           select fee-table-file assign to "FLYXFEE.TBL"
               organization is line sequential
               file status is ws-fee-file-status.
           select transfer-register
               assign to "FlyerTransferRegister.txt"
               organization is line sequential
               file status is ws-register-file-status.
           select transfer-report assign to "FlyerTransferReport.txt"
               organization is line sequential.

       data division.
       file section.
       fd  transfer-in-file.
       01  transfer-in-record.
           03 xfr-from-member       pic x(9).
           03                       pic x.
           03 xfr-to-member         pic x(9).
           03                       pic x.
           03 xfr-date              pic x(8).
           03                       pic x.
           03 xfr-points            pic x(7).
           03                       pic x.
           03 xfr-note              pic x(30).

       fd  member-master-file.
       01  member-master-record.
           03 mast-member-id        pic 9(9).
           03                       pic x.
           03 mast-member-name      pic x(20).
           03                       pic x.
           03 mast-tier             pic x(8).
           03                       pic x.
           03 mast-points           pic 9(7).
           03                       pic x.
      *> "P" marks a comped member protected from downgrade.
           03 mast-protect-flag     pic x.
               88 mast-is-protected     value "P".
           03                       pic x.
           03 mast-last-upgrade     pic 9(8).
           03                       pic x.
      *> lifetime points - added to by FlyerEarn, never decayed.
           03 mast-lifetime-points  pic 9(9).

       fd  activity-file.
       01  activity-file-record.
           03 actf-member-id        pic 9(9).
           03                       pic x.
           03 actf-date             pic 9(8).
           03                       pic x.
           03 actf-points           pic 9(7).
           03                       pic x.
           03 actf-sign             pic x.
           03                       pic x.
      *> activity type - who posted the entry: "E" earned, "A"
      *> adjustment, "R" redemption, "C" closure forfeiture (space
      *> on entries from before the column). "T" (a points-transfer
      *> leg), "F" (its fee) and "K" (co-brand card spend) move the
      *> balance but never count toward tier qualification.
           03 actf-type             pic x.
               88 actf-non-qualifying   value "T" "F" "K".
               88 actf-is-adjustment    value "A".
               88 actf-is-redemption    value "R".
           03                       pic x.
      *> transfer legs: the transfer reference and the member on
      *> the other side of it.
           03 actf-transfer-ref     pic x(8).
           03                       pic x.
           03 actf-counterpart      pic x(9).

       fd  fee-table-file.
       01  fee-table-record         pic x(80).

       fd  transfer-register.
       01  transfer-register-record pic x(132).

       fd  transfer-report.
       01  transfer-report-record   pic x(80).

       working-storage section.
       copy "GetFlyerLevel.cpy" replacing ==:prefix:== by ==ws==.
       01 ws-transfer-file-status  pic xx.
       01 ws-master-file-status    pic xx.
       01 ws-activity-file-status  pic xx.
       01 ws-fee-file-status       pic xx.
       01 ws-register-file-status  pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

       01 ws-keyed-by              pic x(20).
       01 ws-as-of-date            pic 9(8).
       01 ws-run-date-env          pic x(8).
       01 ws-now-date              pic 9(8).
       01 ws-now-time              pic 9(8).

       01 ws-transfer-limit        pic 9(7) value 50000.
       01 ws-transfer-limit-env    pic x(7).
       01 ws-pair-alert            pic 9(3) value 3.
       01 ws-pair-alert-env        pic x(3).
       01 ws-report-month          pic 9(6).
       01 ws-report-month-env      pic x(6).

      *> member ids off the master.
       01 ws-member-count          pic 9(5) comp-5 value 0.
       01 ws-member-table.
           03 ws-member-id         pic 9(9) occurs 20000 times
                   indexed by mbr-idx.
       01 ws-lookup-id             pic 9(9).
       01 ws-member-found-flag     pic x.
           88 ws-member-found          value "Y".

      *> the fee bands.
       01 ws-fee-count             pic 9(2) value 0.
       01 ws-fee-table.
           03 ws-fee-entry occurs 20 times
                   indexed by fee-idx.
               05 ws-fee-up-to         pic 9(7).
               05 ws-fee-points        pic 9(7).
       01 ws-fee-record            pic x(80).
       01 ws-fee-band-found-flag   pic x.
           88 ws-fee-band-found        value "Y".

      *> the whole activity file in memory - balances, the annual
      *> limits and the monthly report all work from it, and each
      *> posting is mirrored here so the next request sees it.
       01 ws-all-activity-count    pic 9(5) comp-5 value 0.
       01 ws-all-activity.
           03 ws-all-activity-entry occurs 20000 times
                   indexed by all-act-idx.
               05 ws-all-member-id      pic 9(9).
               05 ws-all-act-date       pic 9(8).
               05 ws-all-act-points     pic s9(7).
               05 ws-all-act-type       pic x.
               05 ws-all-counterpart    pic x(9).
       01 ws-all-act-ymd.
           03 ws-all-act-year          pic 9(4).
           03 ws-all-act-month         pic 9(2).
           03                          pic 9(2).
       01 ws-all-act-yyyymm redefines ws-all-act-ymd.
           03 ws-all-act-ym            pic 9(6).
           03                          pic 9(2).

      *> transfer references run on from the highest on file.
       01 ws-high-ref              pic 9(8) value 0.
       01 ws-ref-work              pic 9(8).
       01 ws-transfer-ref          pic 9(8).

       01 ws-from-id               pic 9(9).
       01 ws-to-id                 pic 9(9).
       01 ws-transfer-ymd.
           03 ws-transfer-year         pic 9(4).
           03                          pic 9(4).
       01 ws-transfer-points       pic 9(7).
       01 ws-fee                   pic 9(7).
       01 ws-balance               pic 9(7).
       01 ws-needed                pic 9(8).
       01 ws-sent-this-year        pic 9(9).
       01 ws-received-this-year    pic 9(9).
       01 ws-limit-member          pic 9(9).
       01 ws-limit-total           pic 9(9).

       01 ws-transfers-read        pic 9(5) value 0.
       01 ws-transfers-posted      pic 9(5) value 0.
       01 ws-transfers-refused     pic 9(5) value 0.
       01 ws-result                pic x(8).
       01 ws-detail                pic x(30).

       01 ws-register-line.
           03 ws-reg-date              pic 9999/99/99.
           03                          pic x.
           03 ws-reg-time              pic x(8).
           03                          pic x.
           03 ws-reg-keyed-by          pic x(20).
           03                          pic x.
           03 ws-reg-ref               pic x(8).
           03                          pic x.
           03 ws-reg-from              pic x(9).
           03                          pic x.
           03 ws-reg-to                pic x(9).
           03                          pic x.
           03 ws-reg-points            pic z(6)9.
           03                          pic x.
           03 ws-reg-fee               pic z(6)9.
           03                          pic x.
           03 ws-reg-result            pic x(8).
           03                          pic x.
           03 ws-reg-detail            pic x(30).

      *> the month's volumes and the member pairs behind them.
       01 ws-month-transfers       pic 9(7) value 0.
       01 ws-month-points          pic 9(9) value 0.
       01 ws-month-fees            pic 9(9) value 0.
       01 ws-month-flagged-pairs   pic 9(5) value 0.
       01 ws-pair-count            pic 9(4) comp-5 value 0.
       01 ws-pair-table.
           03 ws-pair-entry occurs 2000 times
                   indexed by pair-idx.
               05 ws-pair-low          pic 9(9).
               05 ws-pair-high         pic 9(9).
               05 ws-pair-transfers    pic 9(5).
               05 ws-pair-points       pic 9(9).
       01 ws-pair-low-work         pic 9(9).
       01 ws-pair-high-work        pic 9(9).
       01 ws-pair-found-flag       pic x.
           88 ws-pair-found            value "Y".

       01 ws-count-line.
           03 ws-cnt-label             pic x(30).
           03 ws-cnt-value             pic z(8)9.
       01 ws-pair-line.
           03 ws-prl-low               pic 9(9).
           03                          pic x(5) value " <-> ".
           03 ws-prl-high              pic 9(9).
           03                          pic x(2) value spaces.
           03 ws-prl-transfers         pic z(4)9.
           03                          pic x(12) value " transfers, ".
           03 ws-prl-points            pic z(8)9.
           03                          pic x(7) value " points".

       procedure division.
       main-line section.
           perform initialize-run
           perform transfer-points until ws-eof
           perform finish-run
           if ws-transfers-refused > 0
               goback returning 4
           end-if
           goback.

       initialize-run section.
           accept ws-keyed-by from environment "USER"
           if ws-keyed-by = spaces
               accept ws-keyed-by from environment "USERNAME"
           end-if
           accept ws-run-date-env from environment "FLYER_RUN_DATE"
           if ws-run-date-env is numeric
                   and ws-run-date-env not = spaces
               move ws-run-date-env to ws-as-of-date
           else
               call "datechkProcessingDate" using
                   by reference ws-as-of-date
               end-call
           end-if
           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time

           accept ws-transfer-limit-env from environment
               "FLYER_TRANSFER_LIMIT"
           if ws-transfer-limit-env not = spaces
                   and function numval(ws-transfer-limit-env) > 0
               move function numval(ws-transfer-limit-env)
                   to ws-transfer-limit
           end-if
           accept ws-pair-alert-env from environment
               "FLYER_TRANSFER_PAIR_ALERT"
           if ws-pair-alert-env not = spaces
                   and function numval(ws-pair-alert-env) > 0
               move function numval(ws-pair-alert-env)
                   to ws-pair-alert
           end-if
           accept ws-report-month-env from environment
               "FLYER_TRANSFER_MONTH"
           if ws-report-month-env is numeric
               move ws-report-month-env to ws-report-month
           else
               move ws-as-of-date(1:6) to ws-report-month
           end-if

           perform load-member-ids
           perform load-fee-table
           perform load-all-activity

           open input transfer-in-file
           if ws-transfer-file-status not = "00"
               display "FlyerTransfer: no FLYXFERIN.DAT to process"
               set ws-eof to true
           end-if
           open extend activity-file
           if ws-activity-file-status not = "00"
               open output activity-file
           end-if
           open extend transfer-register
           if ws-register-file-status not = "00"
               open output transfer-register
           end-if
           .

       load-member-ids section.
           move "N" to ws-eof-flag
           open input member-master-file
           if ws-master-file-status = "00"
               perform load-one-member until ws-eof
               close member-master-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-member section.
           read member-master-file
               at end
                   set ws-eof to true
               not at end
                   if ws-member-count < 20000
                       add 1 to ws-member-count
                       set mbr-idx to ws-member-count
                       move mast-member-id to ws-member-id (mbr-idx)
                   end-if
           end-read
           .

       load-fee-table section.
           move 0 to ws-fee-count
           open input fee-table-file
           if ws-fee-file-status = "00"
               perform load-one-fee-band
                   until ws-fee-file-status not = "00"
                       or ws-fee-count = 20
               close fee-table-file
           end-if
           if ws-fee-count = 0
               display "FlyerTransfer: no FLYXFEE.TBL - transfers "
                       "carry no fee"
           end-if
           .

       load-one-fee-band section.
           read fee-table-file into ws-fee-record
           if ws-fee-file-status = "00"
                   and ws-fee-record(1:7) is numeric
                   and ws-fee-record(9:7) is numeric
               add 1 to ws-fee-count
               set fee-idx to ws-fee-count
               move ws-fee-record(1:7) to ws-fee-up-to (fee-idx)
               move ws-fee-record(9:7) to ws-fee-points (fee-idx)
           end-if
           .

       load-all-activity section.
           move 0 to ws-all-activity-count
           open input activity-file
           if ws-activity-file-status = "00"
               perform load-one-activity
                   until ws-activity-file-status not = "00"
                       or ws-all-activity-count = 20000
               close activity-file
           end-if
           .

       load-one-activity section.
           read activity-file
           if ws-activity-file-status = "00"
               add 1 to ws-all-activity-count
               set all-act-idx to ws-all-activity-count
               move actf-member-id to ws-all-member-id (all-act-idx)
               move actf-date to ws-all-act-date (all-act-idx)
               move actf-points to ws-all-act-points (all-act-idx)
               if actf-sign = "-"
                   compute ws-all-act-points (all-act-idx) =
                       0 - ws-all-act-points (all-act-idx)
               end-if
               move actf-type to ws-all-act-type (all-act-idx)
               move actf-counterpart
                   to ws-all-counterpart (all-act-idx)
               if actf-transfer-ref is numeric
                   move actf-transfer-ref to ws-ref-work
                   if ws-ref-work > ws-high-ref
                       move ws-ref-work to ws-high-ref
                   end-if
               end-if
           end-if
           .

       transfer-points section.
           read transfer-in-file
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-transfers-read
                   perform transfer-one-request
                   perform write-register-entry
           end-read
           .

       transfer-one-request section.
           move spaces to ws-result
           move spaces to ws-detail
           move 0 to ws-transfer-ref
           move 0 to ws-transfer-points
           move 0 to ws-fee

           if xfr-from-member not numeric
                   or xfr-to-member not numeric
                   or xfr-date not numeric
                   or xfr-points not numeric
               move "BADLY KEYED" to ws-detail
               perform refuse-transfer
               exit section
           end-if
           move xfr-from-member to ws-from-id
           move xfr-to-member to ws-to-id
           move xfr-date to ws-transfer-ymd
           move xfr-points to ws-transfer-points
           if ws-transfer-points = 0
               move "NO POINTS TO TRANSFER" to ws-detail
               perform refuse-transfer
               exit section
           end-if
           if ws-from-id = ws-to-id
               move "DONOR AND RECIPIENT SAME" to ws-detail
               perform refuse-transfer
               exit section
           end-if

           move ws-from-id to ws-lookup-id
           perform find-member
           if not ws-member-found
               move "DONOR NOT ON MASTER" to ws-detail
               perform refuse-transfer
               exit section
           end-if
           move ws-to-id to ws-lookup-id
           perform find-member
           if not ws-member-found
               move "RECIPIENT NOT ON MASTER" to ws-detail
               perform refuse-transfer
               exit section
           end-if

           perform price-transfer-fee
           compute ws-needed = ws-transfer-points + ws-fee
           perform compute-donor-balance
           if ws-balance < ws-needed
               move "INSUFFICIENT BALANCE" to ws-detail
               perform refuse-transfer
               exit section
           end-if

           perform total-year-transfers
           if ws-sent-this-year + ws-transfer-points
                   > ws-transfer-limit
               move "DONOR ANNUAL LIMIT REACHED" to ws-detail
               perform refuse-transfer
               exit section
           end-if
           if ws-received-this-year + ws-transfer-points
                   > ws-transfer-limit
               move "RECIPIENT ANNUAL LIMIT" to ws-detail
               perform refuse-transfer
               exit section
           end-if

           perform post-transfer
           .

       find-member section.
           move "N" to ws-member-found-flag
           set mbr-idx to 1
           if ws-member-count > 0
               search ws-member-id
                   at end
                       continue
                   when ws-member-id (mbr-idx) = ws-lookup-id
                       set ws-member-found to true
               end-search
           end-if
           .

      *> the first band the transfer fits under; anything above the
      *> top band pays the top band's fee.
       price-transfer-fee section.
           move 0 to ws-fee
           move "N" to ws-fee-band-found-flag
           perform price-one-fee-band
               varying fee-idx from 1 by 1
               until fee-idx > ws-fee-count
                   or ws-fee-band-found
           if not ws-fee-band-found and ws-fee-count > 0
               move ws-fee-points (ws-fee-count) to ws-fee
           end-if
           .

       price-one-fee-band section.
           if ws-transfer-points <= ws-fee-up-to (fee-idx)
               move ws-fee-points (fee-idx) to ws-fee
               set ws-fee-band-found to true
           end-if
           .

      *> the donor's decayed current balance - transfers in and out
      *> included, as FlyerRedeem sees it.
       compute-donor-balance section.
           move 0 to ws-activity-count
           perform gather-one-activity
               varying all-act-idx from 1 by 1
               until all-act-idx > ws-all-activity-count
           move 0 to ws-award-points
           move spaces to ws-award-level
           move spaces to ws-prior-award-level
           call "GetFlyerLevelDecay" using
               by reference ws-flyer-info
               by reference ws-flyer-activity
               by reference ws-as-of-date
           end-call
           move ws-award-points to ws-balance
           .

       gather-one-activity section.
           if ws-all-member-id (all-act-idx) = ws-from-id
                   and ws-activity-count < 500
               add 1 to ws-activity-count
               set ws-activity-idx to ws-activity-count
               move ws-all-act-date (all-act-idx)
                   to ws-activity-date (ws-activity-idx)
               move ws-all-act-points (all-act-idx)
                   to ws-activity-points (ws-activity-idx)
           end-if
           .

      *> points the donor has given, and the recipient been given,
      *> in the transfer's calendar year (fees aside).
       total-year-transfers section.
           move 0 to ws-sent-this-year
           move 0 to ws-received-this-year
           perform total-one-year-transfer
               varying all-act-idx from 1 by 1
               until all-act-idx > ws-all-activity-count
           .

       total-one-year-transfer section.
           if ws-all-act-type (all-act-idx) not = "T"
               exit section
           end-if
           move ws-all-act-date (all-act-idx) to ws-all-act-ymd
           if ws-all-act-year not = ws-transfer-year
               exit section
           end-if
           if ws-all-member-id (all-act-idx) = ws-from-id
                   and ws-all-act-points (all-act-idx) < 0
               subtract ws-all-act-points (all-act-idx)
                   from ws-sent-this-year
           end-if
           if ws-all-member-id (all-act-idx) = ws-to-id
                   and ws-all-act-points (all-act-idx) > 0
               add ws-all-act-points (all-act-idx)
                   to ws-received-this-year
           end-if
           .

      *>--------------------------------------------------------------
      *> post-transfer - debit leg, credit leg and fee under one
      *> reference; each leg names the member on the other side.
      *>--------------------------------------------------------------
       post-transfer section.
           add 1 to ws-high-ref
           move ws-high-ref to ws-transfer-ref

           move spaces to activity-file-record
           move ws-from-id to actf-member-id
           move ws-transfer-ymd to actf-date
           move ws-transfer-points to actf-points
           move "-" to actf-sign
           move "T" to actf-type
           move ws-transfer-ref to actf-transfer-ref
           move ws-to-id to actf-counterpart
           perform write-one-leg

           move spaces to activity-file-record
           move ws-to-id to actf-member-id
           move ws-transfer-ymd to actf-date
           move ws-transfer-points to actf-points
           move space to actf-sign
           move "T" to actf-type
           move ws-transfer-ref to actf-transfer-ref
           move ws-from-id to actf-counterpart
           perform write-one-leg

           if ws-fee > 0
               move spaces to activity-file-record
               move ws-from-id to actf-member-id
               move ws-transfer-ymd to actf-date
               move ws-fee to actf-points
               move "-" to actf-sign
               move "F" to actf-type
               move ws-transfer-ref to actf-transfer-ref
               perform write-one-leg
           end-if

           add 1 to ws-transfers-posted
           move "POSTED" to ws-result
           move xfr-note to ws-detail
           .

      *> written, and mirrored in memory so the member's next
      *> request tonight sees the balance and the limit it left.
       write-one-leg section.
           write activity-file-record
           if ws-all-activity-count < 20000
               add 1 to ws-all-activity-count
               set all-act-idx to ws-all-activity-count
               move actf-member-id to ws-all-member-id (all-act-idx)
               move actf-date to ws-all-act-date (all-act-idx)
               move actf-points to ws-all-act-points (all-act-idx)
               if actf-sign = "-"
                   compute ws-all-act-points (all-act-idx) =
                       0 - ws-all-act-points (all-act-idx)
               end-if
               move actf-type to ws-all-act-type (all-act-idx)
               move actf-counterpart
                   to ws-all-counterpart (all-act-idx)
           end-if
           .

       refuse-transfer section.
           add 1 to ws-transfers-refused
           move "REFUSED" to ws-result
           display "FlyerTransfer: refused " xfr-from-member " -> "
                   xfr-to-member " - " ws-detail
           .

       write-register-entry section.
           move spaces to ws-register-line
           move ws-now-date to ws-reg-date
           move ws-now-time(1:2) to ws-reg-time(1:2)
           move ":" to ws-reg-time(3:1)
           move ws-now-time(3:2) to ws-reg-time(4:2)
           move ":" to ws-reg-time(6:1)
           move ws-now-time(5:2) to ws-reg-time(7:2)
           move ws-keyed-by to ws-reg-keyed-by
           if ws-transfer-ref not = 0
               move ws-transfer-ref to ws-reg-ref
           end-if
           move xfr-from-member to ws-reg-from
           move xfr-to-member to ws-reg-to
           move ws-transfer-points to ws-reg-points
           move ws-fee to ws-reg-fee
           move ws-result to ws-reg-result
           move ws-detail to ws-reg-detail
           write transfer-register-record from ws-register-line
           .

       finish-run section.
           close transfer-in-file
           close activity-file
           close transfer-register
           perform write-transfer-report
           display "FlyerTransfer: " ws-transfers-read " read, "
                   ws-transfers-posted " posted, "
                   ws-transfers-refused " refused"
           .

      *>--------------------------------------------------------------
      *> write-transfer-report - the month's transfer volumes and
      *> the member pairs transferring unusually often. Each
      *> transfer is counted once, from its debit leg.
      *>--------------------------------------------------------------
       write-transfer-report section.
           perform tally-one-month-entry
               varying all-act-idx from 1 by 1
               until all-act-idx > ws-all-activity-count

           open output transfer-report
           move spaces to transfer-report-record
           string "Points transfers - month " delimited by size
                  ws-report-month             delimited by size
               into transfer-report-record
           end-string
           write transfer-report-record
           move all "=" to transfer-report-record
           write transfer-report-record
           move "TRANSFERS" to ws-cnt-label
           move ws-month-transfers to ws-cnt-value
           write transfer-report-record from ws-count-line
           move "POINTS TRANSFERRED" to ws-cnt-label
           move ws-month-points to ws-cnt-value
           write transfer-report-record from ws-count-line
           move "FEES CHARGED (POINTS)" to ws-cnt-label
           move ws-month-fees to ws-cnt-value
           write transfer-report-record from ws-count-line
           move "MEMBER PAIRS" to ws-cnt-label
           move ws-pair-count to ws-cnt-value
           write transfer-report-record from ws-count-line

           write transfer-report-record from spaces
           move spaces to transfer-report-record
           string "PAIRS WITH " delimited by size
                  ws-pair-alert delimited by size
                  " OR MORE TRANSFERS THIS MONTH:" delimited by size
               into transfer-report-record
           end-string
           write transfer-report-record
           perform write-one-pair-line
               varying pair-idx from 1 by 1
               until pair-idx > ws-pair-count
           if ws-month-flagged-pairs = 0
               write transfer-report-record from "  (none)"
           end-if
           close transfer-report
           .

       tally-one-month-entry section.
           move ws-all-act-date (all-act-idx) to ws-all-act-ymd
           if ws-all-act-ym not = ws-report-month
               exit section
           end-if
           evaluate true
               when ws-all-act-type (all-act-idx) = "F"
                   subtract ws-all-act-points (all-act-idx)
                       from ws-month-fees
               when ws-all-act-type (all-act-idx) = "T"
                       and ws-all-act-points (all-act-idx) < 0
                   add 1 to ws-month-transfers
                   subtract ws-all-act-points (all-act-idx)
                       from ws-month-points
                   perform tally-one-pair
           end-evaluate
           .

      *> a pair is the two members whichever way the points went.
       tally-one-pair section.
           if ws-all-counterpart (all-act-idx) not numeric
               exit section
           end-if
           move ws-all-member-id (all-act-idx) to ws-pair-low-work
           move ws-all-counterpart (all-act-idx) to ws-pair-high-work
           if ws-pair-low-work > ws-pair-high-work
               move ws-pair-high-work to ws-lookup-id
               move ws-pair-low-work to ws-pair-high-work
               move ws-lookup-id to ws-pair-low-work
           end-if
           move "N" to ws-pair-found-flag
           set pair-idx to 1
           if ws-pair-count > 0
               search ws-pair-entry
                   at end
                       continue
                   when ws-pair-low (pair-idx) = ws-pair-low-work
                           and ws-pair-high (pair-idx)
                               = ws-pair-high-work
                       set ws-pair-found to true
               end-search
           end-if
           if not ws-pair-found
               if ws-pair-count = 2000
                   exit section
               end-if
               add 1 to ws-pair-count
               set pair-idx to ws-pair-count
               move ws-pair-low-work to ws-pair-low (pair-idx)
               move ws-pair-high-work to ws-pair-high (pair-idx)
               move 0 to ws-pair-transfers (pair-idx)
               move 0 to ws-pair-points (pair-idx)
           end-if
           add 1 to ws-pair-transfers (pair-idx)
           subtract ws-all-act-points (all-act-idx)
               from ws-pair-points (pair-idx)
           .

       write-one-pair-line section.
           if ws-pair-transfers (pair-idx) >= ws-pair-alert
               add 1 to ws-month-flagged-pairs
               move ws-pair-low (pair-idx) to ws-prl-low
               move ws-pair-high (pair-idx) to ws-prl-high
               move ws-pair-transfers (pair-idx) to ws-prl-transfers
               move ws-pair-points (pair-idx) to ws-prl-points
               write transfer-report-record from ws-pair-line
           end-if
           .

       end program FlyerTransfer.
