       program-id. FlyerPartnerRecon.
      *> partner-carrier claim reconciliation. Each partner sends a
      *> claim file of the segments it believes our members flew on
      *> its metal (PARTCLAIM.DAT: carrier cols 1-2, member 4-12,
      *> flight date 14-21, points 23-29, amount claimed as 9(7)v99
      *> digits 31-39). This run matches every claim to the segment
      *> FlyerEarn earned for it (PARTSEG.DAT) on carrier, member
      *> and flight date, one for one, and reports each carrier
      *> month in the claim file: matched segments with any point
      *> or money difference, segments only we have, segments only
      *> they have, and the period totals - our points priced at the
      *> PARTRATE.TBL contractual rate against their claimed amount.
      *> Our total is the figure on FlyerEarn's PartnerSettlement
      *> extract for the month.
      *>
      *> FLYER_RECON_SETTLE=Y settles (locks) every carrier month on
      *> the claim file not already settled: both sides' totals,
      *> the date and who ran it go on PARTLOCK.DAT. FlyerEarn will
      *> not re-invoice a settled month - segments that turn up for
      *> it later are marked late on PARTSEG.DAT and are counted on
      *> this report, as is any movement in our figures since the
      *> month was agreed. RC 4 when any month does not reconcile.
       input-output section.
       file-control.
           select claim-file assign to "PARTCLAIM.DAT"
               organization is line sequential
               file status is ws-claim-file-status.
           select partner-segment-file assign to "PARTSEG.DAT"
               organization is line sequential
               file status is ws-partseg-file-status.
           select partner-rate-file assign to "PARTRATE.TBL"
               organization is line sequential
               file status is ws-partner-file-status.
           select settled-period-file assign to "PARTLOCK.DAT"
               organization is line sequential
               file status is ws-lock-file-status.
           select recon-report assign to "PartnerRecon.txt"
               organization is line sequential.

       data division.
       file section.
       fd  claim-file.
       01  claim-record.
           03 clm-carrier           pic x(2).
           03                       pic x.
           03 clm-member-id         pic 9(9).
           03                       pic x.
           03 clm-flight-date       pic 9(8).
           03                       pic x.
           03 clm-points            pic 9(7).
           03                       pic x.
           03 clm-amount            pic 9(7)v99.
           03                       pic x(41).

      *> one partner segment as earned - "L" in the late flag marks
      *> one flown in a month already settled with the carrier.
       fd  partner-segment-file.
       01  partner-segment-record.
           03 pseg-carrier          pic x(2).
           03                       pic x.
           03 pseg-member-id        pic 9(9).
           03                       pic x.
           03 pseg-flight-date      pic 9(8).
           03                       pic x.
           03 pseg-distance         pic 9(5).
           03                       pic x.
           03 pseg-fare-class       pic x.
           03                       pic x.
           03 pseg-points           pic 9(7).
           03                       pic x.
           03 pseg-late-flag        pic x.
               88 pseg-is-late          value "L".
           03                       pic x(41).

       fd  partner-rate-file.
       01  partner-rate-record      pic x(80).

      *> a settled carrier month: our and their totals as agreed.
       fd  settled-period-file.
       01  settled-period-record.
           03 lock-carrier          pic x(2).
           03                       pic x.
           03 lock-month            pic 9(6).
           03                       pic x.
           03 lock-our-points       pic 9(9).
           03                       pic x.
           03 lock-our-amount       pic 9(9)v99.
           03                       pic x.
           03 lock-their-points     pic 9(9).
           03                       pic x.
           03 lock-their-amount     pic 9(9)v99.
           03                       pic x.
           03 lock-settled-date     pic 9(8).
           03                       pic x.
           03 lock-settled-by       pic x(20).

       fd  recon-report.
       01  recon-report-record      pic x(100).

       working-storage section.
       01 ws-claim-file-status     pic xx.
       01 ws-partseg-file-status   pic xx.
       01 ws-partner-file-status   pic xx.
       01 ws-lock-file-status      pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

       01 ws-as-of-date            pic 9(8).
       01 ws-run-date-env          pic x(8).
       01 ws-settle-env            pic x.
           88 ws-settle-requested      value "Y" "y".
       01 ws-keyed-by              pic x(20).

      *> contractual per-point rates, as FlyerEarn prices them.
       01 ws-prate-count           pic 9(2) value 0.
       01 ws-prate-table.
           03 ws-prate-entry occurs 20 times
                   indexed by prate-idx.
               05 ws-prate-carrier     pic x(2).
               05 ws-prate-rate        pic 9v9(4).
       01 ws-prate-record          pic x(80).
       01 ws-prate-in-rate         pic 9v9(4).
       01 ws-prate-in-rate-x redefines ws-prate-in-rate pic x(5).
       01 ws-rate                  pic 9v9(4).
       01 ws-carrier-wanted        pic x(2).

      *> settled months already on file.
       01 ws-lock-count            pic 9(4) comp-5 value 0.
       01 ws-lock-table.
           03 ws-lock-entry occurs 2000 times
                   indexed by lock-idx.
               05 ws-lock-record       pic x(83).

      *> the carrier months the claim file covers.
       01 ws-period-count          pic 9(3) comp-5 value 0.
       01 ws-period-table.
           03 ws-period-entry occurs 200 times
                   indexed by prd-idx.
               05 ws-prd-carrier       pic x(2).
               05 ws-prd-month         pic 9(6).
               05 ws-prd-rate          pic 9v9(4).
               05 ws-prd-lock-number   pic 9(4) comp-5.
               05 ws-prd-matched       pic 9(5).
               05 ws-prd-ours-only     pic 9(5).
               05 ws-prd-theirs-only   pic 9(5).
               05 ws-prd-differing     pic 9(5).
               05 ws-prd-our-points    pic 9(9).
               05 ws-prd-their-points  pic 9(9).
               05 ws-prd-our-amount    pic 9(9)v99.
               05 ws-prd-their-amount  pic 9(9)v99.
               05 ws-prd-late-count    pic 9(5).
               05 ws-prd-late-points   pic 9(9).
       01 ws-period-found-flag     pic x.
           88 ws-period-found          value "Y".
       01 ws-month-wanted          pic 9(6).

      *> the partner's claims.
       01 ws-claim-count           pic 9(5) comp-5 value 0.
       01 ws-claim-table.
           03 ws-claim-entry occurs 20000 times
                   indexed by clm-idx.
               05 ws-clm-carrier       pic x(2).
               05 ws-clm-member-id     pic 9(9).
               05 ws-clm-flight-date   pic 9(8).
               05 ws-clm-points        pic 9(7).
               05 ws-clm-amount        pic 9(7)v99.
               05 ws-clm-our-number    pic 9(5) comp-5.

      *> our segments for the claimed carrier months.
       01 ws-our-count             pic 9(5) comp-5 value 0.
       01 ws-our-table.
           03 ws-our-entry occurs 20000 times
                   indexed by our-idx.
               05 ws-our-carrier       pic x(2).
               05 ws-our-member-id     pic 9(9).
               05 ws-our-flight-date   pic 9(8).
               05 ws-our-points        pic 9(7).
               05 ws-our-matched-flag  pic x.
                   88 ws-our-matched       value "Y".

       01 ws-our-amount            pic 9(7)v99.
       01 ws-point-diff            pic s9(9).
       01 ws-amount-diff           pic s9(9)v99.
       01 ws-period-clean-flag     pic x.
           88 ws-period-clean          value "Y".
       01 ws-periods-unreconciled  pic 9(3) value 0.
       01 ws-periods-settled       pic 9(3) value 0.

       01 ws-lock-work.
           03 ws-lkw-carrier           pic x(2).
           03                          pic x.
           03 ws-lkw-month             pic 9(6).
           03                          pic x.
           03 ws-lkw-our-points        pic 9(9).
           03                          pic x.
           03 ws-lkw-our-amount        pic 9(9)v99.
           03                          pic x.
           03 ws-lkw-their-points      pic 9(9).
           03                          pic x.
           03 ws-lkw-their-amount      pic 9(9)v99.
           03                          pic x.
           03 ws-lkw-settled-date      pic 9(8).
           03                          pic x.
           03 ws-lkw-settled-by        pic x(20).

       01 ws-period-heading.
           03                          pic x(8) value "CARRIER ".
           03 ws-phd-carrier           pic x(2).
           03                          pic x(8) value "  MONTH ".
           03 ws-phd-month             pic 9(6).
           03                          pic x(9) value "  RATE ".
           03 ws-phd-rate              pic 9.9(4).
       01 ws-detail-line.
           03 ws-dtl-status            pic x(10).
           03 ws-dtl-member            pic 9(9).
           03                          pic x value space.
           03 ws-dtl-date              pic 9999/99/99.
           03                          pic x value space.
           03 ws-dtl-our-points        pic z(7)9.
           03                          pic x value space.
           03 ws-dtl-their-points      pic z(7)9.
           03                          pic x value space.
           03 ws-dtl-point-diff        pic -(7)9.
           03                          pic x value space.
           03 ws-dtl-our-amount        pic z(7)9.99.
           03                          pic x value space.
           03 ws-dtl-their-amount      pic z(7)9.99.
           03                          pic x value space.
           03 ws-dtl-amount-diff       pic -(7)9.99.
       01 ws-total-line.
           03 ws-tot-label             pic x(40).
           03 ws-tot-our-points        pic z(8)9.
           03                          pic x value space.
           03 ws-tot-their-points      pic z(8)9.
           03                          pic x value space.
           03 ws-tot-point-diff        pic -(8)9.
           03                          pic x value space.
           03 ws-tot-our-amount        pic z(8)9.99.
           03                          pic x value space.
           03 ws-tot-their-amount      pic z(8)9.99.
           03                          pic x value space.
           03 ws-tot-amount-diff       pic -(8)9.99.
       01 ws-count-line.
           03 ws-cnt-label             pic x(40).
           03 ws-cnt-value             pic z(8)9.
       01 ws-lock-line.
           03                          pic x(11) value "SETTLED ON ".
           03 ws-lkl-date              pic 9999/99/99.
           03                          pic x(4) value " BY ".
           03 ws-lkl-by                pic x(20).
           03                          pic x(8) value " AGREED ".
           03 ws-lkl-points            pic z(8)9.
           03                          pic x(5) value " PTS ".
           03 ws-lkl-amount            pic z(8)9.99.

       procedure division.
       main-line section.
           perform initialize-run
           perform match-one-claim
               varying clm-idx from 1 by 1
               until clm-idx > ws-claim-count
           perform report-one-period
               varying prd-idx from 1 by 1
               until prd-idx > ws-period-count
           perform finish-run
           if ws-periods-unreconciled > 0
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
           accept ws-settle-env from environment "FLYER_RECON_SETTLE"

           perform load-partner-rates
           perform load-settled-periods
           perform load-claims
           perform load-our-segments

           open output recon-report
           move spaces to recon-report-record
           string "Partner claim reconciliation - as of "
                      delimited by size
                  ws-as-of-date delimited by size
               into recon-report-record
           end-string
           write recon-report-record
           move all "=" to recon-report-record
           write recon-report-record
           if ws-claim-count = 0
               write recon-report-record from
                   "No claims on PARTCLAIM.DAT - nothing to reconcile"
           end-if
           .

       load-partner-rates section.
           move 0 to ws-prate-count
           open input partner-rate-file
           if ws-partner-file-status = "00"
               perform load-one-partner-rate
                   until ws-partner-file-status not = "00"
                       or ws-prate-count = 20
               close partner-rate-file
           end-if
           .

       load-one-partner-rate section.
           read partner-rate-file into ws-prate-record
           if ws-partner-file-status = "00"
               add 1 to ws-prate-count
               set prate-idx to ws-prate-count
               move ws-prate-record(1:2)
                   to ws-prate-carrier (prate-idx)
               move ws-prate-record(4:5) to ws-prate-in-rate-x
               move ws-prate-in-rate to ws-prate-rate (prate-idx)
           end-if
           .

      *> the carrier's rate - none on the table prices at zero, as
      *> on the settlement extract.
       find-partner-rate section.
           move 0 to ws-rate
           set prate-idx to 1
           if ws-prate-count > 0
               search ws-prate-entry
                   at end
                       continue
                   when prate-idx > ws-prate-count
                       continue
                   when ws-prate-carrier (prate-idx)
                           = ws-carrier-wanted
                       move ws-prate-rate (prate-idx) to ws-rate
               end-search
           end-if
           .

       load-settled-periods section.
           move 0 to ws-lock-count
           move "N" to ws-eof-flag
           open input settled-period-file
           if ws-lock-file-status = "00"
               perform load-one-settled-period until ws-eof
               close settled-period-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-settled-period section.
           read settled-period-file
               at end
                   set ws-eof to true
               not at end
                   if ws-lock-count < 2000
                           and lock-month is numeric
                       add 1 to ws-lock-count
                       set lock-idx to ws-lock-count
                       move settled-period-record
                           to ws-lock-record (lock-idx)
                   end-if
           end-read
           .

       load-claims section.
           move 0 to ws-claim-count
           move "N" to ws-eof-flag
           open input claim-file
           if ws-claim-file-status = "00"
               perform load-one-claim until ws-eof
               close claim-file
           end-if
           move "N" to ws-eof-flag
           .

      *> a claim line that does not parse is left out and shown on
      *> the console - it cannot be matched or priced.
       load-one-claim section.
           read claim-file
               at end
                   set ws-eof to true
               not at end
                   if clm-member-id is numeric
                           and clm-flight-date is numeric
                           and clm-points is numeric
                           and clm-amount is numeric
                           and ws-claim-count < 20000
                       move clm-carrier to ws-carrier-wanted
                       move clm-flight-date(1:6) to ws-month-wanted
                       perform find-period
                       if ws-period-found
                           perform add-claim
                       end-if
                   else
                       display "FlyerPartnerRecon: claim line not "
                               "loaded - " claim-record(1:39)
                   end-if
           end-read
           .

       add-claim section.
           add 1 to ws-claim-count
           set clm-idx to ws-claim-count
           move clm-carrier to ws-clm-carrier (clm-idx)
           move clm-member-id to ws-clm-member-id (clm-idx)
           move clm-flight-date to ws-clm-flight-date (clm-idx)
           move clm-points to ws-clm-points (clm-idx)
           move clm-amount to ws-clm-amount (clm-idx)
           move 0 to ws-clm-our-number (clm-idx)
           add clm-points to ws-prd-their-points (prd-idx)
           add clm-amount to ws-prd-their-amount (prd-idx)
           .

      *>--------------------------------------------------------------
      *> find-period - the claim's carrier month, opened the first
      *> time a claim names it. Our segments are only gathered for
      *> the months the partner has claimed.
      *>--------------------------------------------------------------
       find-period section.
           move "N" to ws-period-found-flag
           set prd-idx to 1
           if ws-period-count > 0
               search ws-period-entry
                   at end
                       continue
                   when prd-idx > ws-period-count
                       continue
                   when ws-prd-carrier (prd-idx) = ws-carrier-wanted
                           and ws-prd-month (prd-idx)
                               = ws-month-wanted
                       set ws-period-found to true
               end-search
           end-if
           if ws-period-found or ws-period-count = 200
               exit section
           end-if

           add 1 to ws-period-count
           set prd-idx to ws-period-count
           move ws-carrier-wanted to ws-prd-carrier (prd-idx)
           move ws-month-wanted to ws-prd-month (prd-idx)
           perform find-partner-rate
           move ws-rate to ws-prd-rate (prd-idx)
           move 0 to ws-prd-lock-number (prd-idx)
           perform find-one-lock
               varying lock-idx from 1 by 1
               until lock-idx > ws-lock-count
           move 0 to ws-prd-matched (prd-idx)
                     ws-prd-ours-only (prd-idx)
                     ws-prd-theirs-only (prd-idx)
                     ws-prd-differing (prd-idx)
                     ws-prd-our-points (prd-idx)
                     ws-prd-their-points (prd-idx)
                     ws-prd-our-amount (prd-idx)
                     ws-prd-their-amount (prd-idx)
                     ws-prd-late-count (prd-idx)
                     ws-prd-late-points (prd-idx)
           set ws-period-found to true
           .

       find-one-lock section.
           move ws-lock-record (lock-idx) to ws-lock-work
           if ws-lkw-carrier = ws-carrier-wanted
                   and ws-lkw-month = ws-month-wanted
               set ws-prd-lock-number (prd-idx) to lock-idx
           end-if
           .

       load-our-segments section.
           move 0 to ws-our-count
           move "N" to ws-eof-flag
           open input partner-segment-file
           if ws-partseg-file-status = "00"
               perform load-one-our-segment until ws-eof
               close partner-segment-file
           end-if
           move "N" to ws-eof-flag
           .

      *> segments that arrived after their month was settled are
      *> not part of the agreed invoice - counted, not matched.
       load-one-our-segment section.
           read partner-segment-file
               at end
                   set ws-eof to true
               not at end
                   if pseg-flight-date is numeric
                       perform gather-one-our-segment
                   end-if
           end-read
           .

       gather-one-our-segment section.
           move "N" to ws-period-found-flag
           set prd-idx to 1
           if ws-period-count > 0
               search ws-period-entry
                   at end
                       continue
                   when prd-idx > ws-period-count
                       continue
                   when ws-prd-carrier (prd-idx) = pseg-carrier
                           and ws-prd-month (prd-idx)
                               = pseg-flight-date(1:6)
                       set ws-period-found to true
               end-search
           end-if
           if not ws-period-found
               exit section
           end-if
           if pseg-is-late
               add 1 to ws-prd-late-count (prd-idx)
               add pseg-points to ws-prd-late-points (prd-idx)
               exit section
           end-if
           if ws-our-count < 20000
               add 1 to ws-our-count
               set our-idx to ws-our-count
               move pseg-carrier to ws-our-carrier (our-idx)
               move pseg-member-id to ws-our-member-id (our-idx)
               move pseg-flight-date to ws-our-flight-date (our-idx)
               move pseg-points to ws-our-points (our-idx)
               move "N" to ws-our-matched-flag (our-idx)
               add pseg-points to ws-prd-our-points (prd-idx)
           end-if
           .

      *>--------------------------------------------------------------
      *> match-one-claim - pair the claim with the first of our
      *> unmatched segments for the same carrier, member and date.
      *>--------------------------------------------------------------
       match-one-claim section.
           set our-idx to 1
           if ws-our-count > 0
               search ws-our-entry
                   at end
                       continue
                   when our-idx > ws-our-count
                       continue
                   when not ws-our-matched (our-idx)
                           and ws-our-carrier (our-idx)
                               = ws-clm-carrier (clm-idx)
                           and ws-our-member-id (our-idx)
                               = ws-clm-member-id (clm-idx)
                           and ws-our-flight-date (our-idx)
                               = ws-clm-flight-date (clm-idx)
                       set ws-our-matched (our-idx) to true
                       set ws-clm-our-number (clm-idx) to our-idx
               end-search
           end-if
           .

       report-one-period section.
           move "Y" to ws-period-clean-flag
           compute ws-prd-our-amount (prd-idx) rounded =
               ws-prd-our-points (prd-idx) * ws-prd-rate (prd-idx)

           write recon-report-record from spaces
           move ws-prd-carrier (prd-idx) to ws-phd-carrier
           move ws-prd-month (prd-idx) to ws-phd-month
           move ws-prd-rate (prd-idx) to ws-phd-rate
           write recon-report-record from ws-period-heading
           move spaces to recon-report-record
           move "STATUS    MEMBER    FLIGHT DATE" to
               recon-report-record(1:31)
           move "OURS  THEIRS  DIFF" to recon-report-record(39:18)
           move "OUR AMT  THEIR AMT   AMT DIFF" to
               recon-report-record(64:29)
           write recon-report-record

           perform report-one-claim
               varying clm-idx from 1 by 1
               until clm-idx > ws-claim-count
           perform report-one-ours-only
               varying our-idx from 1 by 1
               until our-idx > ws-our-count

           perform report-period-totals
           if ws-prd-lock-number (prd-idx) > 0
               perform report-settled-period
           else
               if ws-settle-requested
                   perform settle-period
               end-if
           end-if
           if not ws-period-clean
               add 1 to ws-periods-unreconciled
           end-if
           .

      *> a matched pair is listed only when the two sides differ.
       report-one-claim section.
           if ws-clm-carrier (clm-idx) not = ws-prd-carrier (prd-idx)
                   or ws-clm-flight-date (clm-idx)(1:6)
                       not = ws-prd-month (prd-idx)
               exit section
           end-if
           move spaces to ws-detail-line
           move ws-clm-member-id (clm-idx) to ws-dtl-member
           move ws-clm-flight-date (clm-idx) to ws-dtl-date
           move ws-clm-points (clm-idx) to ws-dtl-their-points
           move ws-clm-amount (clm-idx) to ws-dtl-their-amount
           if ws-clm-our-number (clm-idx) = 0
               add 1 to ws-prd-theirs-only (prd-idx)
               move "N" to ws-period-clean-flag
               move "THEIRS" to ws-dtl-status
               move 0 to ws-dtl-our-points
               move 0 to ws-dtl-our-amount
               compute ws-point-diff = 0 - ws-clm-points (clm-idx)
               compute ws-amount-diff = 0 - ws-clm-amount (clm-idx)
               move ws-point-diff to ws-dtl-point-diff
               move ws-amount-diff to ws-dtl-amount-diff
               write recon-report-record from ws-detail-line
               exit section
           end-if

           add 1 to ws-prd-matched (prd-idx)
           set our-idx to ws-clm-our-number (clm-idx)
           compute ws-our-amount rounded =
               ws-our-points (our-idx) * ws-prd-rate (prd-idx)
           compute ws-point-diff = ws-our-points (our-idx)
               - ws-clm-points (clm-idx)
           compute ws-amount-diff = ws-our-amount
               - ws-clm-amount (clm-idx)
           if ws-point-diff not = 0 or ws-amount-diff not = 0
               add 1 to ws-prd-differing (prd-idx)
               move "N" to ws-period-clean-flag
               move "DIFFERS" to ws-dtl-status
               move ws-our-points (our-idx) to ws-dtl-our-points
               move ws-our-amount to ws-dtl-our-amount
               move ws-point-diff to ws-dtl-point-diff
               move ws-amount-diff to ws-dtl-amount-diff
               write recon-report-record from ws-detail-line
           end-if
           .

       report-one-ours-only section.
           if ws-our-matched (our-idx)
                   or ws-our-carrier (our-idx)
                       not = ws-prd-carrier (prd-idx)
                   or ws-our-flight-date (our-idx)(1:6)
                       not = ws-prd-month (prd-idx)
               exit section
           end-if
           add 1 to ws-prd-ours-only (prd-idx)
           move "N" to ws-period-clean-flag
           compute ws-our-amount rounded =
               ws-our-points (our-idx) * ws-prd-rate (prd-idx)
           move spaces to ws-detail-line
           move "OURS" to ws-dtl-status
           move ws-our-member-id (our-idx) to ws-dtl-member
           move ws-our-flight-date (our-idx) to ws-dtl-date
           move ws-our-points (our-idx) to ws-dtl-our-points
           move 0 to ws-dtl-their-points
           move ws-our-points (our-idx) to ws-dtl-point-diff
           move ws-our-amount to ws-dtl-our-amount
           move 0 to ws-dtl-their-amount
           move ws-our-amount to ws-dtl-amount-diff
           write recon-report-record from ws-detail-line
           .

       report-period-totals section.
           move "MATCHED" to ws-cnt-label
           move ws-prd-matched (prd-idx) to ws-cnt-value
           write recon-report-record from ws-count-line
           move "  OF WHICH DIFFER" to ws-cnt-label
           move ws-prd-differing (prd-idx) to ws-cnt-value
           write recon-report-record from ws-count-line
           move "OURS ONLY" to ws-cnt-label
           move ws-prd-ours-only (prd-idx) to ws-cnt-value
           write recon-report-record from ws-count-line
           move "THEIRS ONLY" to ws-cnt-label
           move ws-prd-theirs-only (prd-idx) to ws-cnt-value
           write recon-report-record from ws-count-line

           move spaces to ws-total-line
           move "PERIOD TOTAL  (OURS / THEIRS / DIFF)" to ws-tot-label
           move ws-prd-our-points (prd-idx) to ws-tot-our-points
           move ws-prd-their-points (prd-idx) to ws-tot-their-points
           compute ws-point-diff = ws-prd-our-points (prd-idx)
               - ws-prd-their-points (prd-idx)
           move ws-point-diff to ws-tot-point-diff
           move ws-prd-our-amount (prd-idx) to ws-tot-our-amount
           move ws-prd-their-amount (prd-idx) to ws-tot-their-amount
           compute ws-amount-diff = ws-prd-our-amount (prd-idx)
               - ws-prd-their-amount (prd-idx)
           move ws-amount-diff to ws-tot-amount-diff
           write recon-report-record from ws-total-line
           if ws-point-diff not = 0 or ws-amount-diff not = 0
               move "N" to ws-period-clean-flag
           end-if
           if ws-period-clean
               write recon-report-record from "RECONCILED"
           else
               write recon-report-record from "DOES NOT RECONCILE"
           end-if
           .

      *> a month already agreed - show the agreed figures and say
      *> so if anything of ours has moved since.
       report-settled-period section.
           set lock-idx to ws-prd-lock-number (prd-idx)
           move ws-lock-record (lock-idx) to ws-lock-work
           move ws-lkw-settled-date to ws-lkl-date
           move ws-lkw-settled-by to ws-lkl-by
           move ws-lkw-our-points to ws-lkl-points
           move ws-lkw-our-amount to ws-lkl-amount
           write recon-report-record from ws-lock-line
           if ws-lkw-our-points not = ws-prd-our-points (prd-idx)
                   or ws-lkw-our-amount
                       not = ws-prd-our-amount (prd-idx)
               move "N" to ws-period-clean-flag
               write recon-report-record from
                   "  OUR FIGURES HAVE MOVED SINCE SETTLEMENT"
           end-if
           if ws-prd-late-count (prd-idx) > 0
               move "  LATE SEGMENTS - NOT INVOICED" to ws-cnt-label
               move ws-prd-late-count (prd-idx) to ws-cnt-value
               write recon-report-record from ws-count-line
               move "  LATE POINTS - NOT INVOICED" to ws-cnt-label
               move ws-prd-late-points (prd-idx) to ws-cnt-value
               write recon-report-record from ws-count-line
           end-if
           .

       settle-period section.
           if ws-lock-count = 2000
               write recon-report-record from
                   "NOT SETTLED - SETTLED-PERIOD TABLE FULL"
               exit section
           end-if
           move spaces to ws-lock-work
           move ws-prd-carrier (prd-idx) to ws-lkw-carrier
           move ws-prd-month (prd-idx) to ws-lkw-month
           move ws-prd-our-points (prd-idx) to ws-lkw-our-points
           move ws-prd-our-amount (prd-idx) to ws-lkw-our-amount
           move ws-prd-their-points (prd-idx) to ws-lkw-their-points
           move ws-prd-their-amount (prd-idx) to ws-lkw-their-amount
           move ws-as-of-date to ws-lkw-settled-date
           move ws-keyed-by to ws-lkw-settled-by
           add 1 to ws-lock-count
           set lock-idx to ws-lock-count
           move ws-lock-work to ws-lock-record (lock-idx)
           set ws-prd-lock-number (prd-idx) to lock-idx
           add 1 to ws-periods-settled
           move ws-lkw-settled-date to ws-lkl-date
           move ws-lkw-settled-by to ws-lkl-by
           move ws-lkw-our-points to ws-lkl-points
           move ws-lkw-our-amount to ws-lkl-amount
           write recon-report-record from ws-lock-line
           .

       finish-run section.
           if ws-periods-settled > 0
               open output settled-period-file
               perform rewrite-one-settled-period
                   varying lock-idx from 1 by 1
                   until lock-idx > ws-lock-count
               close settled-period-file
           end-if
           write recon-report-record from spaces
           move "CARRIER MONTHS ON THE CLAIM FILE" to ws-cnt-label
           move ws-period-count to ws-cnt-value
           write recon-report-record from ws-count-line
           move "CARRIER MONTHS NOT RECONCILING" to ws-cnt-label
           move ws-periods-unreconciled to ws-cnt-value
           write recon-report-record from ws-count-line
           move "CARRIER MONTHS SETTLED THIS RUN" to ws-cnt-label
           move ws-periods-settled to ws-cnt-value
           write recon-report-record from ws-count-line
           close recon-report
           display "FlyerPartnerRecon: " ws-claim-count " claim(s), "
                   ws-period-count " carrier month(s), "
                   ws-periods-unreconciled " not reconciling, "
                   ws-periods-settled " settled"
           .

       rewrite-one-settled-period section.
           write settled-period-record from ws-lock-record (lock-idx)
           .

       end program FlyerPartnerRecon.
