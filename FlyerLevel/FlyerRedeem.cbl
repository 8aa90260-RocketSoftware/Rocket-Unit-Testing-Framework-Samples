      *> every member's outstanding decayed balance at
      *> FLYER_POINT_VALUE (9v9999 digits, default 0.0100) so
      *> finance books the liability from records, not a guess.
      *>
      *> Award inventory: an award may carry a monthly capacity
      *> (FLYAWARD.TBL cols 55-61; blank for no limit), overridden
      *> for a single month by FLYAWCAP.TBL (award code cols 1-4,
      *> month yyyymm cols 6-11, capacity cols 13-19). Every
      *> confirmed redemption is booked against its award and month
      *> on the award ledger (FLYAWBOOK.DAT); once the month's
      *> capacity is taken, a request the balance covers goes on the
      *> ledger's waitlist instead - no points deducted - for
      *> FlyerAwardRelease to confirm when capacity is added.
      *>
      *> A member with an open review flag carrying a redemption
      *> hold on FLYREVIEW.DAT (placed by FlyerScreen) is refused
      *> until the review is cleared.
       input-output section.
       file-control.
           select redeem-in-file assign to "FLYREDEEM.DAT"
           select award-table-file assign to "FLYAWARD.TBL"
               organization is line sequential
               file status is ws-award-file-status.
           select review-file assign to "FLYREVIEW.DAT"
               organization is line sequential
               file status is ws-review-file-status.
           select capacity-file assign to "FLYAWCAP.TBL"
               organization is line sequential
               file status is ws-capacity-file-status.
           select award-ledger-file assign to "FLYAWBOOK.DAT"
               organization is line sequential
               file status is ws-ledger-file-status.
           select rejects-report assign to "FlyerRedeemRejects.txt"
               organization is line sequential.
           select liability-report assign to "FlyerLiability.txt"
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

       fd  rejects-report.
       01  rejects-report-record    pic x(80).

               05 ws-awd-code          pic x(4).
               05 ws-awd-cost          pic 9(7).
               05 ws-awd-desc          pic x(40).
               05 ws-awd-capacity      pic 9(7).
               05 ws-awd-limited-flag  pic x.
                   88 ws-awd-limited       value "Y".
       01 ws-award-record          pic x(80).
       01 ws-award-found-flag      pic x.
           88 ws-award-found           value "Y".

      *> the month's capacity overrides.
       01 ws-capacity-file-status  pic xx.
       01 ws-cap-count             pic 9(3) value 0.
       01 ws-cap-table.
           03 ws-cap-entry occurs 500 times
                   indexed by cap-idx.
               05 ws-cap-award         pic x(4).
               05 ws-cap-month         pic 9(6).
               05 ws-cap-capacity      pic 9(7).
       01 ws-capacity-record       pic x(80).

      *> inventory per award per month - capacity, and what the
      *> ledger has confirmed and waitlisted against it.
       01 ws-ledger-file-status    pic xx.
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
       01 ws-redemptions-waitlisted pic 9(5) value 0.
       01 ws-ledger-status         pic x(4).

      *> members under a redemption hold pending review.
       01 ws-review-file-status    pic xx.
       01 ws-hold-count            pic 9(5) comp-5 value 0.
       01 ws-hold-table.
           03 ws-hold-member-id    pic 9(9) occurs 5000 times
                   indexed by hold-idx.
       01 ws-hold-found-flag       pic x.
           88 ws-hold-found            value "Y".

       01 ws-member-id             pic 9(9).
       01 ws-balance               pic 9(7).
       01 ws-redemptions-read      pic 9(5) value 0.

           perform load-all-activity
           perform load-award-table
           perform load-capacity-overrides
           perform load-award-ledger
           perform load-redemption-holds

           open input redeem-in-file
           if ws-redeem-file-status not = "00"
           if ws-activity-file-status not = "00"
               open output activity-file
           end-if
           open extend award-ledger-file
           if ws-ledger-file-status not = "00"
               open output award-ledger-file
           end-if
           open output rejects-report
           write rejects-report-record from
               "Rejected redemptions - insufficient balance"
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

      *> what is already booked against each award and month.
       load-award-ledger section.
           move 0 to ws-inv-count
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

       redeem-transactions section.
               perform reject-redemption-badly-keyed
               exit section
           end-if
           perform find-redemption-hold
           if ws-hold-found
               perform reject-redemption-on-hold
               exit section
           end-if
           perform find-award-entry
           if not ws-award-found
               perform reject-redemption-no-award
           perform compute-member-balance
           if ws-balance < ws-awd-cost (awd-idx)
               perform reject-redemption-short
               exit section
           end-if

      *> the award's inventory for the month requested.
           move rdm-award-code to ws-inv-award-wanted
           move rdm-date(1:6) to ws-inv-month-wanted
           perform find-inventory-slot
           if ws-inv-found and ws-inv-limited (inv-idx)
                   and ws-inv-confirmed (inv-idx)
                       >= ws-inv-capacity (inv-idx)
               perform waitlist-redemption
           else
               perform post-redemption
           end-if
           .

      *> a review flag holds the member's redemptions only while it
      *> is open - clearing it in FlyerScreen lifts the hold.
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

       find-redemption-hold section.
           move "N" to ws-hold-found-flag
           set hold-idx to 1
           if ws-hold-count > 0
               search ws-hold-member-id
                   at end
                       continue
                   when ws-hold-member-id (hold-idx)
                           = function numval(rdm-member-id)
                       set ws-hold-found to true
               end-search
           end-if
           .

       find-award-entry section.
           move "N" to ws-award-found-flag
           set awd-idx to 1
           move rdm-date to actf-date
           move ws-awd-cost (awd-idx) to actf-points
           move "-" to actf-sign
           move "R" to actf-type
           write activity-file-record
           add 1 to ws-redemptions-posted
           if ws-inv-found
               add 1 to ws-inv-confirmed (inv-idx)
           end-if
           move "CONF" to ws-ledger-status
           perform write-ledger-entry

      *> mirror the posting in memory so this member's next
      *> redemption tonight sees the reduced balance.
           end-if
           .

      *> capacity gone for the month - on the waitlist, balance
      *> untouched, for FlyerAwardRelease.
       waitlist-redemption section.
           add 1 to ws-redemptions-waitlisted
           add 1 to ws-inv-waitlisted (inv-idx)
           move "WAIT" to ws-ledger-status
           perform write-ledger-entry
           move spaces to ws-reject-line
           move rdm-member-id to ws-rej-member
           move rdm-award-code to ws-rej-code
           move ws-awd-cost (awd-idx) to ws-rej-cost
           move ws-balance to ws-rej-balance
           move "WAITLISTED - NO STOCK" to ws-rej-reason
           write rejects-report-record from ws-reject-line
           .

       write-ledger-entry section.
           move spaces to award-ledger-record
           move ws-ledger-status to ldg-status
           move rdm-award-code to ldg-award-code
           move rdm-date(1:6) to ldg-month
           move ws-member-id to ldg-member-id
           move rdm-date to ldg-request-date
           move ws-awd-cost (awd-idx) to ldg-cost
           if ldg-is-confirmed
               move ws-as-of-date to ldg-confirm-date
           else
               move 0 to ldg-confirm-date
           end-if
           write award-ledger-record
           .

       reject-redemption-short section.
           add 1 to ws-redemptions-rejected
           move spaces to ws-reject-line
           write rejects-report-record from ws-reject-line
           .

       reject-redemption-on-hold section.
           add 1 to ws-redemptions-rejected
           move spaces to ws-reject-line
           move rdm-member-id to ws-rej-member
           move rdm-award-code to ws-rej-code
           move "ON HOLD - UNDER REVIEW" to ws-rej-reason
           write rejects-report-record from ws-reject-line
           .

       reject-redemption-badly-keyed section.
           add 1 to ws-redemptions-rejected
           move spaces to ws-reject-line
       finish-run section.
           close redeem-in-file
           close activity-file
           close award-ledger-file
           close rejects-report
           perform write-liability-report
           display "FlyerRedeem: " ws-redemptions-read " read, "
                   ws-redemptions-posted " posted, "
                   ws-redemptions-waitlisted " waitlisted, "
                   ws-redemptions-rejected " rejected"
           .

