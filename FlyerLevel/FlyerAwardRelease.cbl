       program-id. FlyerAwardRelease.
      *> award waitlist release and inventory report. FlyerRedeem
      *> confirms an award only while its month's capacity lasts and
      *> waitlists the rest on the award ledger (FLYAWBOOK.DAT)
      *> without touching the member's points. When marketing adds
      *> capacity - a standing monthly figure on FLYAWARD.TBL cols
      *> 55-61, or a single month's figure on FLYAWCAP.TBL - this
      *> run works each award and month's waitlist in priority
      *> order: highest tier first (tier ranking from
      *> FLYERTIER.TBL, the member's current tier from FLYMAST.DAT),
      *> then earliest request, then first keyed. Each request
      *> released is re-checked against the member's decayed
      *> balance at the run date; one the balance no longer covers
      *> is lapsed off the waitlist rather than left blocking it. A
      *> confirmed request posts its redemption to FLYACT.DAT as
      *> FlyerRedeem would. A member under a FlyerScreen redemption
      *> hold keeps their place on the waitlist but is passed over
      *> until the review is cleared.
      *>
      *> FlyerAwardInventory.txt lists what was released and lapsed,
      *> then capacity, confirmed, waitlisted and remaining for each
      *> award and month on the ledger. Run it with no new capacity
      *> for the inventory report alone.
       input-output section.
       file-control.
           select award-table-file assign to "FLYAWARD.TBL"
               organization is line sequential
               file status is ws-award-file-status.
           select capacity-file assign to "FLYAWCAP.TBL"
               organization is line sequential
               file status is ws-capacity-file-status.
           select award-ledger-file assign to "FLYAWBOOK.DAT"
               organization is line sequential
               file status is ws-ledger-file-status.
           select member-master-file assign to "FLYMAST.DAT"
               organization is line sequential
               file status is ws-master-file-status.
           select activity-file assign to "FLYACT.DAT"
               organization is line sequential
               file status is ws-activity-file-status.
           select tier-table-file assign to "FLYERTIER.TBL"
               organization is line sequential
               file status is ws-tier-file-status.
           select review-file assign to "FLYREVIEW.DAT"
               organization is line sequential
               file status is ws-review-file-status.
           select inventory-report assign to "FlyerAwardInventory.txt"
               organization is line sequential.

       data division.
       file section.
       fd  award-table-file.
       01  award-table-record       pic x(80).

       fd  capacity-file.
       01  capacity-record          pic x(80).

      *> one award booking: confirmed, waitlisted, or lapsed (a
      *> waitlisted request the balance no longer covered at
      *> release).
       fd  award-ledger-file.
       01  award-ledger-record.
           03 ldg-status            pic x(4).
               88 ldg-is-confirmed      value "CONF".
               88 ldg-is-waitlisted     value "WAIT".
               88 ldg-is-lapsed         value "LAPS".
           03                       pic x.
           03 ldg-award-code        pic x(4).
           03                       pic x.
           03 ldg-month             pic 9(6).
           03                       pic x.
           03 ldg-member-id         pic 9(9).
           03                       pic x.
           03 ldg-request-date      pic 9(8).
           03                       pic x.
           03 ldg-cost              pic 9(7).
           03                       pic x.
           03 ldg-confirm-date      pic 9(8).

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

       fd  tier-table-file.
       01  tier-table-record        pic x(80).

      *> FlyerScreen's review list - only the status, member and
      *> hold columns matter here.
       fd  review-file.
       01  review-record.
           03 rvw-status            pic x(7).
               88 rvw-is-open           value "OPEN".
           03                       pic x.
           03 rvw-member-id         pic 9(9).
           03                       pic x.
           03 rvw-code              pic x(4).
           03                       pic x.
           03 rvw-hold              pic x.
               88 rvw-has-hold          value "H".
           03                       pic x(109).

       fd  inventory-report.
       01  inventory-report-record  pic x(80).

       working-storage section.
       copy "GetFlyerLevel.cpy" replacing ==:prefix:== by ==ws==.
       01 ws-award-file-status     pic xx.
       01 ws-capacity-file-status  pic xx.
       01 ws-ledger-file-status    pic xx.
       01 ws-master-file-status    pic xx.
       01 ws-activity-file-status  pic xx.
       01 ws-tier-file-status      pic xx.
       01 ws-review-file-status    pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

       01 ws-as-of-date            pic 9(8).
       01 ws-run-date-env          pic x(8).

      *> the award table.
       01 ws-award-count           pic 9(2) value 0.
       01 ws-award-table.
           03 ws-award-entry occurs 50 times
                   indexed by awd-idx.
               05 ws-awd-code          pic x(4).
               05 ws-awd-cost          pic 9(7).
               05 ws-awd-desc          pic x(40).
               05 ws-awd-capacity      pic 9(7).
               05 ws-awd-limited-flag  pic x.
                   88 ws-awd-limited       value "Y".
       01 ws-award-record          pic x(80).

      *> the month's capacity overrides.
       01 ws-cap-count             pic 9(3) value 0.
       01 ws-cap-table.
           03 ws-cap-entry occurs 500 times
                   indexed by cap-idx.
               05 ws-cap-award         pic x(4).
               05 ws-cap-month         pic 9(6).
               05 ws-cap-capacity      pic 9(7).
       01 ws-capacity-record       pic x(80).

      *> inventory per award per month.
       01 ws-inv-count             pic 9(4) comp-5 value 0.
       01 ws-inv-table.
           03 ws-inv-entry occurs 2000 times
                   indexed by inv-idx.
               05 ws-inv-award         pic x(4).
               05 ws-inv-month         pic 9(6).
               05 ws-inv-capacity      pic 9(7).
               05 ws-inv-limited-flag  pic x.
                   88 ws-inv-limited       value "Y".
               05 ws-inv-confirmed     pic 9(7).
               05 ws-inv-waitlisted    pic 9(7).
       01 ws-inv-award-wanted      pic x(4).
       01 ws-inv-month-wanted      pic 9(6).
       01 ws-inv-found-flag        pic x.
           88 ws-inv-found             value "Y".
       01 ws-inv-remaining         pic s9(7).

      *> the award ledger, held whole and rewritten at the end.
       01 ws-ldg-count             pic 9(5) comp-5 value 0.
       01 ws-ldg-table.
           03 ws-ldg-entry occurs 10000 times
                   indexed by ldg-idx, best-ldg-idx.
               05 ws-ldg-record        pic x(60).
      *> passed over this run (a member under review hold).
               05 ws-ldg-passed-flag   pic x.
                   88 ws-ldg-passed        value "Y".
       01 ws-ledger-work.
           03 ws-lw-status             pic x(4).
           03                          pic x.
           03 ws-lw-award-code         pic x(4).
           03                          pic x.
           03 ws-lw-month              pic 9(6).
           03                          pic x.
           03 ws-lw-member-id          pic 9(9).
           03                          pic x.
           03 ws-lw-request-date       pic 9(8).
           03                          pic x.
           03 ws-lw-cost               pic 9(7).
           03                          pic x.
           03 ws-lw-confirm-date       pic 9(8).
           03                          pic x(8).

      *> tier ranking, lowest first, and each member's current rank.
       01 ws-tier-count            pic 9(2) value 0.
       01 ws-tier-names.
           03 ws-tier-name         pic x(8) occurs 10 times
                   indexed by tier-idx.
       01 ws-tier-record           pic x(80).
       01 ws-member-count          pic 9(5) comp-5 value 0.
       01 ws-member-table.
           03 ws-member-entry occurs 20000 times
                   indexed by mbr-idx.
               05 ws-mbr-member-id     pic 9(9).
               05 ws-mbr-tier-rank     pic 9(2).

      *> members under a redemption hold pending review.
       01 ws-hold-count            pic 9(5) comp-5 value 0.
       01 ws-hold-table.
           03 ws-hold-member-id    pic 9(9) occurs 5000 times
                   indexed by hold-idx.
       01 ws-hold-found-flag       pic x.
           88 ws-hold-found            value "Y".

      *> the whole activity file in memory, for balances.
       01 ws-all-activity-count    pic 9(5) comp-5 value 0.
       01 ws-all-activity.
           03 ws-all-activity-entry occurs 20000 times
                   indexed by all-act-idx.
               05 ws-all-member-id      pic 9(9).
               05 ws-all-act-date       pic 9(8).
               05 ws-all-act-points     pic s9(7).

       01 ws-slot-done-flag        pic x.
           88 ws-slot-done             value "Y".
       01 ws-best-found-flag       pic x.
           88 ws-best-found            value "Y".
       01 ws-best-rank             pic 9(2).
       01 ws-best-request-date     pic 9(8).
       01 ws-candidate-rank        pic 9(2).
       01 ws-member-id             pic 9(9).
       01 ws-balance               pic 9(7).

       01 ws-released-count        pic 9(5) value 0.
       01 ws-lapsed-count          pic 9(5) value 0.
       01 ws-passed-count          pic 9(5) value 0.

       01 ws-release-line.
           03 ws-rll-action            pic x(10).
           03 ws-rll-award             pic x(4).
           03                          pic x value space.
           03 ws-rll-month             pic 9(6).
           03                          pic x value space.
           03 ws-rll-member            pic 9(9).
           03                          pic x value space.
           03 ws-rll-requested         pic 9999/99/99.
           03                          pic x value space.
           03 ws-rll-cost              pic z(6)9.
           03                          pic x value space.
           03 ws-rll-balance           pic z(6)9.
       01 ws-inventory-line.
           03 ws-ivl-award             pic x(4).
           03                          pic x value space.
           03 ws-ivl-desc              pic x(24).
           03                          pic x value space.
           03 ws-ivl-month             pic 9(6).
           03                          pic x value space.
           03 ws-ivl-capacity          pic x(7).
           03 ws-ivl-capacity-n redefines ws-ivl-capacity
                                       pic z(6)9.
           03                          pic x value space.
           03 ws-ivl-confirmed         pic z(6)9.
           03                          pic x value space.
           03 ws-ivl-waitlisted        pic z(6)9.
           03                          pic x value space.
           03 ws-ivl-remaining         pic x(7).
           03 ws-ivl-remaining-n redefines ws-ivl-remaining
                                       pic z(6)9.
       01 ws-count-line.
           03 ws-cnt-label             pic x(30).
           03 ws-cnt-value             pic z(4)9.

       procedure division.
       main-line section.
           perform initialize-run
           perform release-one-slot
               varying inv-idx from 1 by 1
               until inv-idx > ws-inv-count
           perform finish-run
           goback.

       initialize-run section.
           accept ws-run-date-env from environment "FLYER_RUN_DATE"
           if ws-run-date-env is numeric
                   and ws-run-date-env not = spaces
               move ws-run-date-env to ws-as-of-date
           else
               call "datechkProcessingDate" using
                   by reference ws-as-of-date
               end-call
           end-if

           perform load-award-table
           perform load-capacity-overrides
           perform load-award-ledger
           perform load-tier-ranking
           perform load-member-ranks
           perform load-redemption-holds
           perform load-all-activity

           open extend activity-file
           if ws-activity-file-status not = "00"
               open output activity-file
           end-if
           open output inventory-report
           move spaces to inventory-report-record
           string "Award inventory - as of " delimited by size
                  ws-as-of-date delimited by size
               into inventory-report-record
           end-string
           write inventory-report-record
           move all "=" to inventory-report-record
           write inventory-report-record
           write inventory-report-record from
               "RELEASED FROM WAITLIST / LAPSED (BALANCE SHORT):"
           .

       load-award-table section.
           move 0 to ws-award-count
           open input award-table-file
           if ws-award-file-status = "00"
               perform load-one-award
                   until ws-award-file-status not = "00"
                       or ws-award-count = 50
               close award-table-file
           end-if
           .

       load-one-award section.
           read award-table-file into ws-award-record
           if ws-award-file-status = "00"
               add 1 to ws-award-count
               set awd-idx to ws-award-count
               move ws-award-record(1:4) to ws-awd-code (awd-idx)
               move ws-award-record(6:7) to ws-awd-cost (awd-idx)
               move ws-award-record(14:40) to ws-awd-desc (awd-idx)
               move "N" to ws-awd-limited-flag (awd-idx)
               move 0 to ws-awd-capacity (awd-idx)
               if ws-award-record(55:7) is numeric
                   move ws-award-record(55:7)
                       to ws-awd-capacity (awd-idx)
                   set ws-awd-limited (awd-idx) to true
               end-if
           end-if
           .

       load-capacity-overrides section.
           move 0 to ws-cap-count
           open input capacity-file
           if ws-capacity-file-status = "00"
               perform load-one-capacity-override
                   until ws-capacity-file-status not = "00"
                       or ws-cap-count = 500
               close capacity-file
           end-if
           .

       load-one-capacity-override section.
           read capacity-file into ws-capacity-record
           if ws-capacity-file-status = "00"
                   and ws-capacity-record(6:6) is numeric
                   and ws-capacity-record(13:7) is numeric
               add 1 to ws-cap-count
               set cap-idx to ws-cap-count
               move ws-capacity-record(1:4) to ws-cap-award (cap-idx)
               move ws-capacity-record(6:6) to ws-cap-month (cap-idx)
               move ws-capacity-record(13:7)
                   to ws-cap-capacity (cap-idx)
           end-if
           .

       load-award-ledger section.
           move 0 to ws-inv-count
           move 0 to ws-ldg-count
           move "N" to ws-eof-flag
           open input award-ledger-file
           if ws-ledger-file-status = "00"
               perform load-one-ledger-entry until ws-eof
               close award-ledger-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-ledger-entry section.
           read award-ledger-file
               at end
                   set ws-eof to true
               not at end
                   if ws-ldg-count < 10000
                       add 1 to ws-ldg-count
                       set ldg-idx to ws-ldg-count
                       move award-ledger-record
                           to ws-ldg-record (ldg-idx)
                       move "N" to ws-ldg-passed-flag (ldg-idx)
                   end-if
                   move ldg-award-code to ws-inv-award-wanted
                   move ldg-month to ws-inv-month-wanted
                   perform find-inventory-slot
                   if ws-inv-found
                       evaluate true
                           when ldg-is-confirmed
                               add 1 to ws-inv-confirmed (inv-idx)
                           when ldg-is-waitlisted
                               add 1 to ws-inv-waitlisted (inv-idx)
                       end-evaluate
                   end-if
           end-read
           .

      *>--------------------------------------------------------------
      *> find-inventory-slot - the award/month's inventory line,
      *> opened on first use at the month's override capacity, else
      *> the award's standing capacity (none: unlimited).
      *>--------------------------------------------------------------
       find-inventory-slot section.
           move "N" to ws-inv-found-flag
           set inv-idx to 1
           if ws-inv-count > 0
               search ws-inv-entry
                   at end
                       continue
                   when ws-inv-award (inv-idx) = ws-inv-award-wanted
                           and ws-inv-month (inv-idx)
                               = ws-inv-month-wanted
                       set ws-inv-found to true
               end-search
           end-if
           if ws-inv-found or ws-inv-count = 2000
               exit section
           end-if

           add 1 to ws-inv-count
           set inv-idx to ws-inv-count
           move ws-inv-award-wanted to ws-inv-award (inv-idx)
           move ws-inv-month-wanted to ws-inv-month (inv-idx)
           move 0 to ws-inv-confirmed (inv-idx)
           move 0 to ws-inv-waitlisted (inv-idx)
           move 0 to ws-inv-capacity (inv-idx)
           move "N" to ws-inv-limited-flag (inv-idx)
           set awd-idx to 1
           if ws-award-count > 0
               search ws-award-entry
                   at end
                       continue
                   when ws-awd-code (awd-idx) = ws-inv-award-wanted
                       move ws-awd-capacity (awd-idx)
                           to ws-inv-capacity (inv-idx)
                       move ws-awd-limited-flag (awd-idx)
                           to ws-inv-limited-flag (inv-idx)
               end-search
           end-if
           set cap-idx to 1
           if ws-cap-count > 0
               search ws-cap-entry
                   at end
                       continue
                   when ws-cap-award (cap-idx) = ws-inv-award-wanted
                           and ws-cap-month (cap-idx)
                               = ws-inv-month-wanted
                       move ws-cap-capacity (cap-idx)
                           to ws-inv-capacity (inv-idx)
                       set ws-inv-limited (inv-idx) to true
               end-search
           end-if
           set ws-inv-found to true
           .

       load-tier-ranking section.
           move 0 to ws-tier-count
           open input tier-table-file
           if ws-tier-file-status = "00"
               perform load-one-tier-name
                   until ws-tier-file-status not = "00"
                       or ws-tier-count = 10
               close tier-table-file
           end-if
           if ws-tier-count = 0
               move 5 to ws-tier-count
               move "Bronze"   to ws-tier-name (1)
               move "Silver"   to ws-tier-name (2)
               move "Gold"     to ws-tier-name (3)
               move "Platinum" to ws-tier-name (4)
               move "Diamond"  to ws-tier-name (5)
           end-if
           .

      *> rows marked "L" in column 18 are lifetime floors, not
      *> ranks of their own.
       load-one-tier-name section.
           read tier-table-file into ws-tier-record
           if ws-tier-file-status = "00"
                   and ws-tier-record(18:1) not = "L"
               add 1 to ws-tier-count
               move ws-tier-record(1:8) to ws-tier-name (ws-tier-count)
           end-if
           .

       load-member-ranks section.
           move 0 to ws-member-count
           move "N" to ws-eof-flag
           open input member-master-file
           if ws-master-file-status = "00"
               perform load-one-member-rank until ws-eof
               close member-master-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-member-rank section.
           read member-master-file
               at end
                   set ws-eof to true
               not at end
                   if ws-member-count < 20000
                       add 1 to ws-member-count
                       set mbr-idx to ws-member-count
                       move mast-member-id
                           to ws-mbr-member-id (mbr-idx)
                       move 0 to ws-mbr-tier-rank (mbr-idx)
                       set tier-idx to 1
                       search ws-tier-name
                           at end
                               continue
                           when ws-tier-name (tier-idx) = mast-tier
                               set ws-mbr-tier-rank (mbr-idx)
                                   to tier-idx
                       end-search
                   end-if
           end-read
           .

       load-redemption-holds section.
           move 0 to ws-hold-count
           move "N" to ws-eof-flag
           open input review-file
           if ws-review-file-status = "00"
               perform load-one-hold until ws-eof
               close review-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-hold section.
           read review-file
               at end
                   set ws-eof to true
               not at end
                   if rvw-is-open and rvw-has-hold
                           and ws-hold-count < 5000
                       add 1 to ws-hold-count
                       set hold-idx to ws-hold-count
                       move rvw-member-id
                           to ws-hold-member-id (hold-idx)
                   end-if
           end-read
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
           end-if
           .

      *>--------------------------------------------------------------
      *> release-one-slot - confirm the award/month's waitlist, best
      *> first, while capacity remains.
      *>--------------------------------------------------------------
       release-one-slot section.
           if ws-inv-waitlisted (inv-idx) = 0
               exit section
           end-if
           move "N" to ws-slot-done-flag
           perform release-next-waiter until ws-slot-done
           .

       release-next-waiter section.
           if ws-inv-limited (inv-idx)
                   and ws-inv-confirmed (inv-idx)
                       >= ws-inv-capacity (inv-idx)
               set ws-slot-done to true
               exit section
           end-if

           move "N" to ws-best-found-flag
           perform consider-one-waiter
               varying ldg-idx from 1 by 1
               until ldg-idx > ws-ldg-count
           if not ws-best-found
               set ws-slot-done to true
               exit section
           end-if

           move ws-ldg-record (best-ldg-idx) to ws-ledger-work
           move ws-lw-member-id to ws-member-id
           perform find-redemption-hold
           if ws-hold-found
               set ws-ldg-passed (best-ldg-idx) to true
               add 1 to ws-passed-count
               exit section
           end-if

           perform compute-member-balance
           if ws-balance < ws-lw-cost
               perform lapse-waiter
           else
               perform confirm-waiter
           end-if
           .

      *> higher tier first, then the earlier request; on a tie the
      *> first keyed (earlier on the ledger) keeps its place.
       consider-one-waiter section.
           move ws-ldg-record (ldg-idx) to ws-ledger-work
           if ws-lw-status not = "WAIT"
                   or ws-ldg-passed (ldg-idx)
                   or ws-lw-award-code not = ws-inv-award (inv-idx)
                   or ws-lw-month not = ws-inv-month (inv-idx)
               exit section
           end-if
           move 0 to ws-candidate-rank
           set mbr-idx to 1
           if ws-member-count > 0
               search ws-member-entry
                   at end
                       continue
                   when ws-mbr-member-id (mbr-idx) = ws-lw-member-id
                       move ws-mbr-tier-rank (mbr-idx)
                           to ws-candidate-rank
               end-search
           end-if
           if not ws-best-found
                   or ws-candidate-rank > ws-best-rank
                   or (ws-candidate-rank = ws-best-rank
                       and ws-lw-request-date < ws-best-request-date)
               set ws-best-found to true
               set best-ldg-idx to ldg-idx
               move ws-candidate-rank to ws-best-rank
               move ws-lw-request-date to ws-best-request-date
           end-if
           .

       find-redemption-hold section.
           move "N" to ws-hold-found-flag
           set hold-idx to 1
           if ws-hold-count > 0
               search ws-hold-member-id
                   at end
                       continue
                   when ws-hold-member-id (hold-idx) = ws-member-id
                       set ws-hold-found to true
               end-search
           end-if
           .

      *> the member's decayed current balance - the same arithmetic
      *> FlyerRedeem uses.
       compute-member-balance section.
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
           if ws-all-member-id (all-act-idx) = ws-member-id
                   and ws-activity-count < 500
               add 1 to ws-activity-count
               set ws-activity-idx to ws-activity-count
               move ws-all-act-date (all-act-idx)
                   to ws-activity-date (ws-activity-idx)
               move ws-all-act-points (all-act-idx)
                   to ws-activity-points (ws-activity-idx)
           end-if
           .

      *> confirmed now, so the points come off now - posted as the
      *> redemption FlyerRedeem would have written.
       confirm-waiter section.
           move spaces to activity-file-record
           move ws-member-id to actf-member-id
           move ws-as-of-date to actf-date
           move ws-lw-cost to actf-points
           move "-" to actf-sign
           move "R" to actf-type
           write activity-file-record
           if ws-all-activity-count < 20000
               add 1 to ws-all-activity-count
               set all-act-idx to ws-all-activity-count
               move ws-member-id to ws-all-member-id (all-act-idx)
               move ws-as-of-date to ws-all-act-date (all-act-idx)
               compute ws-all-act-points (all-act-idx) =
                   0 - ws-lw-cost
           end-if

           move "CONF" to ws-lw-status
           move ws-as-of-date to ws-lw-confirm-date
           move ws-ledger-work to ws-ldg-record (best-ldg-idx)
           add 1 to ws-inv-confirmed (inv-idx)
           subtract 1 from ws-inv-waitlisted (inv-idx)
           add 1 to ws-released-count
           move "RELEASED" to ws-rll-action
           perform write-release-line
           .

       lapse-waiter section.
           move "LAPS" to ws-lw-status
           move ws-ledger-work to ws-ldg-record (best-ldg-idx)
           subtract 1 from ws-inv-waitlisted (inv-idx)
           add 1 to ws-lapsed-count
           move "LAPSED" to ws-rll-action
           perform write-release-line
           .

       write-release-line section.
           move ws-lw-award-code to ws-rll-award
           move ws-lw-month to ws-rll-month
           move ws-lw-member-id to ws-rll-member
           move ws-lw-request-date to ws-rll-requested
           move ws-lw-cost to ws-rll-cost
           move ws-balance to ws-rll-balance
           write inventory-report-record from ws-release-line
           .

       finish-run section.
           close activity-file
           open output award-ledger-file
           perform rewrite-one-ledger-entry
               varying ldg-idx from 1 by 1
               until ldg-idx > ws-ldg-count
           close award-ledger-file
           perform write-inventory-section
           close inventory-report
           display "FlyerAwardRelease: " ws-released-count
                   " released, " ws-lapsed-count " lapsed, "
                   ws-passed-count " passed over (review hold)"
           .

       rewrite-one-ledger-entry section.
           write award-ledger-record from ws-ldg-record (ldg-idx)
           .

       write-inventory-section section.
           if ws-released-count = 0 and ws-lapsed-count = 0
               write inventory-report-record from "  (none)"
           end-if
           write inventory-report-record from spaces
           move spaces to inventory-report-record
           move "AWD  DESCRIPTION" to inventory-report-record(1:16)
           move "MONTH" to inventory-report-record(31:5)
           move "CAPACITY" to inventory-report-record(37:8)
           move "CONFIRM" to inventory-report-record(46:7)
           move "WAITING" to inventory-report-record(54:7)
           move "REMAIN" to inventory-report-record(63:6)
           write inventory-report-record
           perform write-one-inventory-line
               varying inv-idx from 1 by 1
               until inv-idx > ws-inv-count
           write inventory-report-record from spaces
           move "RELEASED FROM WAITLIST" to ws-cnt-label
           move ws-released-count to ws-cnt-value
           write inventory-report-record from ws-count-line
           move "LAPSED - BALANCE SHORT" to ws-cnt-label
           move ws-lapsed-count to ws-cnt-value
           write inventory-report-record from ws-count-line
           move "PASSED OVER - REVIEW HOLD" to ws-cnt-label
           move ws-passed-count to ws-cnt-value
           write inventory-report-record from ws-count-line
           .

       write-one-inventory-line section.
           move spaces to ws-inventory-line
           move ws-inv-award (inv-idx) to ws-ivl-award
           set awd-idx to 1
           if ws-award-count > 0
               search ws-award-entry
                   at end
                       move "(NOT ON AWARD TABLE)" to ws-ivl-desc
                   when ws-awd-code (awd-idx) = ws-inv-award (inv-idx)
                       move ws-awd-desc (awd-idx) to ws-ivl-desc
               end-search
           end-if
           move ws-inv-month (inv-idx) to ws-ivl-month
           move ws-inv-confirmed (inv-idx) to ws-ivl-confirmed
           move ws-inv-waitlisted (inv-idx) to ws-ivl-waitlisted
           if ws-inv-limited (inv-idx)
               move ws-inv-capacity (inv-idx) to ws-ivl-capacity-n
               compute ws-inv-remaining = ws-inv-capacity (inv-idx)
                   - ws-inv-confirmed (inv-idx)
               if ws-inv-remaining < 0
                   move 0 to ws-inv-remaining
               end-if
               move ws-inv-remaining to ws-ivl-remaining-n
           else
               move "NOLIMIT" to ws-ivl-capacity
               move "      -" to ws-ivl-remaining
           end-if
           write inventory-report-record from ws-inventory-line
           .

       end program FlyerAwardRelease.
