       program-id. FlyerScreen.
      *> nightly fraud and anomaly screening across everything that
      *> writes FLYACT.DAT - earning, adjustment, redemption - which
      *> until now nobody looked at together. Each run flags:
      *>   ADRD - a large manual adjustment (FLYER_SCREEN_LARGE_ADJ
      *>          points, default 5000) followed within
      *>          FLYER_SCREEN_ADJ_DAYS (default 7) by a redemption
      *>   KEYR - one keyer adjusting the same member
      *>          FLYER_SCREEN_KEYER_COUNT times (default 3) within
      *>          FLYER_SCREEN_KEYER_DAYS (default 30), from the
      *>          adjustment register FlyerAdjust keeps
      *>   SEGD - flight segments on FLYSEG.DAT for one member on
      *>          one day that cannot all have been flown: the same
      *>          segment twice, or more than FLYER_SCREEN_DAY_MILES
      *>          (default 15000) in the day (segments carry no
      *>          departure times, so this is the overlap test)
      *>   DRAN - a redemption that takes the balance to exactly
      *>          zero within FLYER_SCREEN_DECAY_DAYS (default 7) of
      *>          the month turning, when points were ageing out
      *>   DORM - a redemption on an account with no other activity
      *>          for FLYER_SCREEN_DORMANT_MONTHS (default 24)
      *> Redemptions and adjustments dated within FLYER_SCREEN_DAYS
      *> (default 7) of the run date are screened; a flag already on
      *> the review list (same member, rule, trigger date and
      *> triggering entries) is not raised twice, so overlapping
      *> nightly windows are harmless.
      *>
      *> Flags go on the review list (FLYREVIEW.DAT) with the
      *> triggering entries, and are printed for the desk on
      *> FlyerReviewList.txt. With FLYER_SCREEN_HOLD=Y a new flag
      *> also places a redemption hold, which FlyerRedeem honors
      *> while the flag is open. The desk clears reviews through
      *> FLYREVCLR.DAT (member id cols 1-9, rule code cols 11-14 or
      *> blank for every rule, clearance date cols 16-23, note cols
      *> 25-54): each open flag for the member raised on or before
      *> the clearance date is closed, hold and all.
       input-output section.
       file-control.
           select activity-file assign to "FLYACT.DAT"
               organization is line sequential
               file status is ws-activity-file-status.
           select adjust-register assign to "FlyerAdjustRegister.txt"
               organization is line sequential
               file status is ws-register-file-status.
           select segment-file assign to "FLYSEG.DAT"
               organization is line sequential
               file status is ws-segment-file-status.
           select member-master-file assign to "FLYMAST.DAT"
               organization is line sequential
               file status is ws-master-file-status.
           select review-file assign to "FLYREVIEW.DAT"
               organization is line sequential
               file status is ws-review-file-status.
           select clearance-file assign to "FLYREVCLR.DAT"
               organization is line sequential
               file status is ws-clearance-file-status.
           select review-report assign to "FlyerReviewList.txt"
               organization is line sequential.

       data division.
       file section.
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

      *> the register line as FlyerAdjust writes it.
       fd  adjust-register.
       01  adjust-register-record.
           03 reg-date              pic x(10).
           03                       pic x.
           03 reg-time              pic x(8).
           03                       pic x.
           03 reg-keyed-by          pic x(20).
           03                       pic x.
           03 reg-member            pic x(9).
           03                       pic x.
           03 reg-points            pic x(7).
           03                       pic x.
           03 reg-reason            pic x(4).
           03                       pic x.
           03 reg-note              pic x(30).

       fd  segment-file.
       01  segment-record.
           03 seg-member-id         pic 9(9).
           03                       pic x.
           03 seg-flight-date       pic 9(8).
           03                       pic x.
           03 seg-distance          pic 9(5).
           03                       pic x.
           03 seg-fare-class        pic x.
           03                       pic x.
           03 seg-carrier           pic x(2).

       fd  member-master-file.
       01  member-master-record.
           03 mast-member-id        pic 9(9).
           03                       pic x.
           03 mast-member-name      pic x(20).
           03                       pic x(50).

      *> one flag on the review list.
       fd  review-file.
       01  review-record.
           03 rvw-status            pic x(7).
               88 rvw-is-open           value "OPEN".
               88 rvw-is-cleared        value "CLEARED".
           03                       pic x.
           03 rvw-member-id         pic 9(9).
           03                       pic x.
           03 rvw-code              pic x(4).
           03                       pic x.
      *> "H" - a redemption hold while the flag is open.
           03 rvw-hold              pic x.
               88 rvw-has-hold          value "H".
           03                       pic x.
           03 rvw-trigger-date      pic 9(8).
           03                       pic x.
           03 rvw-flagged-on        pic 9(8).
           03                       pic x.
           03 rvw-cleared-on        pic 9(8).
           03                       pic x.
           03 rvw-cleared-by        pic x(20).
           03                       pic x.
           03 rvw-detail            pic x(60).

       fd  clearance-file.
       01  clearance-record.
           03 clr-member-id         pic x(9).
           03                       pic x.
           03 clr-code              pic x(4).
           03                       pic x.
           03 clr-date              pic x(8).
           03                       pic x.
           03 clr-note              pic x(30).

       fd  review-report.
       01  review-report-record     pic x(132).

       working-storage section.
       copy "GetFlyerLevel.cpy" replacing ==:prefix:== by ==ws==.
       01 ws-activity-file-status  pic xx.
       01 ws-register-file-status  pic xx.
       01 ws-segment-file-status   pic xx.
       01 ws-master-file-status    pic xx.
       01 ws-review-file-status    pic xx.
       01 ws-clearance-file-status pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

       01 ws-keyed-by              pic x(20).
       01 ws-as-of-date            pic 9(8).
       01 ws-run-date-env          pic x(8).
       01 ws-as-of-day-number      pic 9(7).
       01 ws-window-start          pic 9(8).

      *> screening thresholds, each overridable from the
      *> environment.
       01 ws-screen-days           pic 9(3) value 7.
       01 ws-large-adjustment      pic 9(7) value 5000.
       01 ws-adjust-days           pic 9(3) value 7.
       01 ws-keyer-count           pic 9(3) value 3.
       01 ws-keyer-days            pic 9(3) value 30.
       01 ws-day-miles             pic 9(7) value 15000.
       01 ws-decay-days            pic 9(2) value 7.
       01 ws-dormant-months        pic 9(3) value 24.
       01 ws-hold-wanted-flag      pic x value "N".
           88 ws-hold-wanted           value "Y".
       01 ws-env-value             pic x(8).

      *> the whole activity file in memory.
       01 ws-all-activity-count    pic 9(5) comp-5 value 0.
       01 ws-all-activity.
           03 ws-all-activity-entry occurs 20000 times
                   indexed by all-act-idx, prior-act-idx.
               05 ws-all-member-id      pic 9(9).
               05 ws-all-act-date       pic 9(8).
               05 ws-all-act-points     pic s9(7).
               05 ws-all-act-type       pic x.

      *> the adjustment register, in memory.
       01 ws-reg-count             pic 9(5) comp-5 value 0.
       01 ws-reg-table.
           03 ws-reg-entry occurs 10000 times
                   indexed by reg-idx, other-reg-idx.
               05 ws-reg-keyed-date     pic 9(8).
               05 ws-reg-keyer          pic x(20).
               05 ws-reg-member         pic 9(9).
       01 ws-reg-date-work.
           03 ws-reg-yyyy              pic x(4).
           03                          pic x.
           03 ws-reg-mm                pic x(2).
           03                          pic x.
           03 ws-reg-dd                pic x(2).
       01 ws-reg-ymd               pic x(8).

      *> tonight's flight segments.
       01 ws-seg-count             pic 9(4) comp-5 value 0.
       01 ws-seg-table.
           03 ws-seg-entry occurs 5000 times
                   indexed by seg-idx, other-seg-idx.
               05 ws-seg-member         pic 9(9).
               05 ws-seg-date           pic 9(8).
               05 ws-seg-distance       pic 9(5).
               05 ws-seg-class          pic x.
               05 ws-seg-carrier        pic x(2).

      *> member names for the review report.
       01 ws-name-count            pic 9(5) comp-5 value 0.
       01 ws-name-table.
           03 ws-name-entry occurs 20000 times
                   indexed by name-idx.
               05 ws-name-member-id     pic 9(9).
               05 ws-name-member-name   pic x(20).

      *> the review list, held whole and rewritten at the end.
       01 ws-rvw-count             pic 9(5) comp-5 value 0.
       01 ws-rvw-table.
           03 ws-rvw-entry occurs 10000 times
                   indexed by rvw-idx.
               05 ws-rvw-record         pic x(133).
       01 ws-review-work.
           03 ws-rvw-status            pic x(7).
           03                          pic x.
           03 ws-rvw-member-id         pic 9(9).
           03                          pic x.
           03 ws-rvw-code              pic x(4).
           03                          pic x.
           03 ws-rvw-hold              pic x.
           03                          pic x.
           03 ws-rvw-trigger-date      pic 9(8).
           03                          pic x.
           03 ws-rvw-flagged-on        pic 9(8).
           03                          pic x.
           03 ws-rvw-cleared-on        pic 9(8).
           03                          pic x.
           03 ws-rvw-cleared-by        pic x(20).
           03                          pic x.
           03 ws-rvw-detail            pic x(60).
       01 ws-flag-found-flag       pic x.
           88 ws-flag-found            value "Y".

      *> the flag being raised.
       01 ws-flag-member           pic 9(9).
       01 ws-flag-code             pic x(4).
       01 ws-flag-date             pic 9(8).
       01 ws-flag-detail           pic x(60).

       01 ws-clr-member            pic 9(9).
       01 ws-clr-date              pic 9(8).

      *> working fields for the individual rules.
       01 ws-member-id             pic 9(9).
       01 ws-entry-date            pic 9(8).
       01 ws-entry-day-number      pic 9(7).
       01 ws-other-day-number      pic 9(7).
       01 ws-days-apart            pic s9(7).
       01 ws-balance               pic 9(7).
       01 ws-entry-points          pic 9(7).
       01 ws-other-points          pic 9(7).
       01 ws-keyer-hits            pic 9(5).
       01 ws-latest-keyed          pic 9(8).
       01 ws-day-total-miles       pic 9(7).
       01 ws-day-segments          pic 9(3).
       01 ws-first-of-day-flag     pic x.
           88 ws-first-of-day          value "Y".
       01 ws-prior-activity-date   pic 9(8).
       01 ws-months-apart          pic s9(5).
       01 ws-expired-points        pic s9(9).
       01 ws-ymd-1.
           03 ws-ymd-1-year            pic 9(4).
           03 ws-ymd-1-month           pic 9(2).
           03 ws-ymd-1-day             pic 9(2).
       01 ws-ymd-2.
           03 ws-ymd-2-year            pic 9(4).
           03 ws-ymd-2-month           pic 9(2).
           03 ws-ymd-2-day             pic 9(2).
       01 ws-edit-points           pic z(6)9.
       01 ws-edit-count            pic z(4)9.

       01 ws-new-flags             pic 9(5) value 0.
       01 ws-new-holds             pic 9(5) value 0.
       01 ws-cleared-flags         pic 9(5) value 0.
       01 ws-open-flags            pic 9(5) value 0.
       01 ws-code-tally.
           03 ws-tally-entry occurs 5 times indexed by tally-idx.
               05 ws-tally-code        pic x(4).
               05 ws-tally-count       pic 9(5).

       01 ws-report-line.
           03 ws-rpl-member            pic 9(9).
           03                          pic x.
           03 ws-rpl-name              pic x(20).
           03                          pic x.
           03 ws-rpl-code              pic x(4).
           03                          pic x.
           03 ws-rpl-hold              pic x(4).
           03                          pic x.
           03 ws-rpl-trigger           pic 9999/99/99.
           03                          pic x.
           03 ws-rpl-flagged           pic 9999/99/99.
           03                          pic x.
           03 ws-rpl-detail            pic x(60).
       01 ws-count-line.
           03 ws-cnt-label             pic x(30).
           03 ws-cnt-value             pic z(4)9.

       procedure division.
       main-line section.
           perform initialize-run
           perform apply-clearances
           perform screen-adjust-then-redeem
           perform screen-keyer-repeats
           perform screen-segments
           perform screen-redemptions
           perform finish-run
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
           perform load-screen-settings

           compute ws-as-of-day-number =
               function integer-of-date(ws-as-of-date)
           compute ws-window-start = function date-of-integer(
               ws-as-of-day-number - ws-screen-days)

           move "ADRD" to ws-tally-code (1)
           move "KEYR" to ws-tally-code (2)
           move "SEGD" to ws-tally-code (3)
           move "DRAN" to ws-tally-code (4)
           move "DORM" to ws-tally-code (5)
           perform zero-one-tally
               varying tally-idx from 1 by 1 until tally-idx > 5

           perform load-all-activity
           perform load-adjust-register
           perform load-segments
           perform load-member-names
           perform load-review-list
           .

       zero-one-tally section.
           move 0 to ws-tally-count (tally-idx)
           .

       load-screen-settings section.
           accept ws-env-value from environment "FLYER_SCREEN_DAYS"
           if ws-env-value not = spaces
                   and function numval(ws-env-value) > 0
               move function numval(ws-env-value) to ws-screen-days
           end-if
           accept ws-env-value from environment
               "FLYER_SCREEN_LARGE_ADJ"
           if ws-env-value not = spaces
                   and function numval(ws-env-value) > 0
               move function numval(ws-env-value)
                   to ws-large-adjustment
           end-if
           accept ws-env-value from environment
               "FLYER_SCREEN_ADJ_DAYS"
           if ws-env-value not = spaces
                   and function numval(ws-env-value) > 0
               move function numval(ws-env-value) to ws-adjust-days
           end-if
           accept ws-env-value from environment
               "FLYER_SCREEN_KEYER_COUNT"
           if ws-env-value not = spaces
                   and function numval(ws-env-value) > 0
               move function numval(ws-env-value) to ws-keyer-count
           end-if
           accept ws-env-value from environment
               "FLYER_SCREEN_KEYER_DAYS"
           if ws-env-value not = spaces
                   and function numval(ws-env-value) > 0
               move function numval(ws-env-value) to ws-keyer-days
           end-if
           accept ws-env-value from environment
               "FLYER_SCREEN_DAY_MILES"
           if ws-env-value not = spaces
                   and function numval(ws-env-value) > 0
               move function numval(ws-env-value) to ws-day-miles
           end-if
           accept ws-env-value from environment
               "FLYER_SCREEN_DECAY_DAYS"
           if ws-env-value not = spaces
                   and function numval(ws-env-value) > 0
               move function numval(ws-env-value) to ws-decay-days
           end-if
           accept ws-env-value from environment
               "FLYER_SCREEN_DORMANT_MONTHS"
           if ws-env-value not = spaces
                   and function numval(ws-env-value) > 0
               move function numval(ws-env-value)
                   to ws-dormant-months
           end-if
           accept ws-env-value from environment "FLYER_SCREEN_HOLD"
           if ws-env-value(1:1) = "Y"
               set ws-hold-wanted to true
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
           end-if
           .

       load-adjust-register section.
           move 0 to ws-reg-count
           move "N" to ws-eof-flag
           open input adjust-register
           if ws-register-file-status = "00"
               perform load-one-register-line until ws-eof
               close adjust-register
           end-if
           move "N" to ws-eof-flag
           .

       load-one-register-line section.
           read adjust-register
               at end
                   set ws-eof to true
               not at end
                   move reg-date to ws-reg-date-work
                   move ws-reg-yyyy to ws-reg-ymd(1:4)
                   move ws-reg-mm to ws-reg-ymd(5:2)
                   move ws-reg-dd to ws-reg-ymd(7:2)
                   if ws-reg-ymd is numeric
                           and reg-member is numeric
                           and ws-reg-count < 10000
                       add 1 to ws-reg-count
                       set reg-idx to ws-reg-count
                       move ws-reg-ymd to ws-reg-keyed-date (reg-idx)
                       move reg-keyed-by to ws-reg-keyer (reg-idx)
                       move reg-member to ws-reg-member (reg-idx)
                   end-if
           end-read
           .

       load-segments section.
           move 0 to ws-seg-count
           move "N" to ws-eof-flag
           open input segment-file
           if ws-segment-file-status = "00"
               perform load-one-segment until ws-eof
               close segment-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-segment section.
           read segment-file
               at end
                   set ws-eof to true
               not at end
                   if ws-seg-count < 5000
                       add 1 to ws-seg-count
                       set seg-idx to ws-seg-count
                       move seg-member-id to ws-seg-member (seg-idx)
                       move seg-flight-date to ws-seg-date (seg-idx)
                       move seg-distance to ws-seg-distance (seg-idx)
                       move seg-fare-class to ws-seg-class (seg-idx)
                       move seg-carrier to ws-seg-carrier (seg-idx)
                   end-if
           end-read
           .

       load-member-names section.
           move 0 to ws-name-count
           move "N" to ws-eof-flag
           open input member-master-file
           if ws-master-file-status = "00"
               perform load-one-member-name until ws-eof
               close member-master-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-member-name section.
           read member-master-file
               at end
                   set ws-eof to true
               not at end
                   if ws-name-count < 20000
                       add 1 to ws-name-count
                       set name-idx to ws-name-count
                       move mast-member-id
                           to ws-name-member-id (name-idx)
                       move mast-member-name
                           to ws-name-member-name (name-idx)
                   end-if
           end-read
           .

       load-review-list section.
           move 0 to ws-rvw-count
           move "N" to ws-eof-flag
           open input review-file
           if ws-review-file-status = "00"
               perform load-one-review until ws-eof
               close review-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-review section.
           read review-file
               at end
                   set ws-eof to true
               not at end
                   if ws-rvw-count < 10000
                       add 1 to ws-rvw-count
                       set rvw-idx to ws-rvw-count
                       move review-record to ws-rvw-record (rvw-idx)
                   end-if
           end-read
           .

      *>--------------------------------------------------------------
      *> apply-clearances - the desk's review outcomes. A clearance
      *> closes the member's open flags (one rule, or all) raised on
      *> or before its date; a flag raised later stays open.
      *>--------------------------------------------------------------
       apply-clearances section.
           move "N" to ws-eof-flag
           open input clearance-file
           if ws-clearance-file-status = "00"
               perform apply-one-clearance until ws-eof
               close clearance-file
           end-if
           move "N" to ws-eof-flag
           .

       apply-one-clearance section.
           read clearance-file
               at end
                   set ws-eof to true
               not at end
                   if clr-member-id is numeric
                       move clr-member-id to ws-clr-member
                       if clr-date is numeric
                           move clr-date to ws-clr-date
                       else
                           move ws-as-of-date to ws-clr-date
                       end-if
                       perform clear-one-review
                           varying rvw-idx from 1 by 1
                           until rvw-idx > ws-rvw-count
                   end-if
           end-read
           .

       clear-one-review section.
           move ws-rvw-record (rvw-idx) to ws-review-work
           if ws-rvw-status = "OPEN"
                   and ws-rvw-member-id = ws-clr-member
                   and (clr-code = spaces or ws-rvw-code = clr-code)
                   and ws-rvw-flagged-on <= ws-clr-date
               move "CLEARED" to ws-rvw-status
               move ws-as-of-date to ws-rvw-cleared-on
               move ws-keyed-by to ws-rvw-cleared-by
               move ws-review-work to ws-rvw-record (rvw-idx)
               add 1 to ws-cleared-flags
           end-if
           .

      *>--------------------------------------------------------------
      *> ADRD - a large adjustment, then a redemption within days.
      *> Screened from the redemption side: each redemption in the
      *> window looks back for the member's large adjustments.
      *>--------------------------------------------------------------
       screen-adjust-then-redeem section.
           perform screen-one-redemption-for-adrd
               varying all-act-idx from 1 by 1
               until all-act-idx > ws-all-activity-count
           .

       screen-one-redemption-for-adrd section.
           if ws-all-act-type (all-act-idx) not = "R"
                   or ws-all-act-date (all-act-idx) < ws-window-start
                   or ws-all-act-date (all-act-idx) > ws-as-of-date
               exit section
           end-if
           move ws-all-member-id (all-act-idx) to ws-member-id
           move ws-all-act-date (all-act-idx) to ws-entry-date
           compute ws-entry-day-number =
               function integer-of-date(ws-entry-date)
           compute ws-entry-points =
               0 - ws-all-act-points (all-act-idx)
           perform check-one-prior-adjustment
               varying prior-act-idx from 1 by 1
               until prior-act-idx > ws-all-activity-count
           .

       check-one-prior-adjustment section.
           if ws-all-act-type (prior-act-idx) not = "A"
                   or ws-all-member-id (prior-act-idx)
                       not = ws-member-id
                   or ws-all-act-points (prior-act-idx)
                       < ws-large-adjustment
                   or ws-all-act-date (prior-act-idx) > ws-entry-date
               exit section
           end-if
           compute ws-other-day-number = function integer-of-date(
               ws-all-act-date (prior-act-idx))
           compute ws-days-apart =
               ws-entry-day-number - ws-other-day-number
           if ws-days-apart > ws-adjust-days
               exit section
           end-if
           move ws-all-act-points (prior-act-idx) to ws-other-points
           move spaces to ws-flag-detail
           move ws-other-points to ws-edit-points
           string "ADJ +" delimited by size
                  ws-edit-points delimited by size
                  " ON " delimited by size
                  ws-all-act-date (prior-act-idx) delimited by size
                  "; REDEEMED " delimited by size
               into ws-flag-detail
           end-string
           move ws-entry-points to ws-edit-points
           move ws-edit-points to ws-flag-detail(36:7)
           move " ON " to ws-flag-detail(43:4)
           move ws-entry-date to ws-flag-detail(47:8)
           move ws-member-id to ws-flag-member
           move "ADRD" to ws-flag-code
           move ws-entry-date to ws-flag-date
           perform raise-flag
           .

      *>--------------------------------------------------------------
      *> KEYR - one keyer, one member, repeated adjustments. Each
      *> keyer/member pair is judged once, at its latest adjustment.
      *>--------------------------------------------------------------
       screen-keyer-repeats section.
           perform screen-one-keyer-entry
               varying reg-idx from 1 by 1
               until reg-idx > ws-reg-count
           .

       screen-one-keyer-entry section.
           if ws-reg-keyed-date (reg-idx) < ws-window-start
                   or ws-reg-keyed-date (reg-idx) > ws-as-of-date
               exit section
           end-if
           compute ws-entry-day-number = function integer-of-date(
               ws-reg-keyed-date (reg-idx))
           move 0 to ws-keyer-hits
           move ws-reg-keyed-date (reg-idx) to ws-latest-keyed
           perform count-one-keyer-match
               varying other-reg-idx from 1 by 1
               until other-reg-idx > ws-reg-count
      *> only the pair's latest entry in the window raises the flag.
           if ws-keyer-hits >= ws-keyer-count
                   and ws-latest-keyed = ws-reg-keyed-date (reg-idx)
               move spaces to ws-flag-detail
               move ws-keyer-hits to ws-edit-count
               string "KEYED BY " delimited by size
                      ws-reg-keyer (reg-idx) delimited by "  "
                      ":" delimited by size
                      ws-edit-count delimited by size
                      " ADJUSTMENTS IN " delimited by size
                      ws-keyer-days delimited by size
                      " DAYS" delimited by size
                   into ws-flag-detail
               end-string
               move ws-reg-member (reg-idx) to ws-flag-member
               move "KEYR" to ws-flag-code
               move ws-reg-keyed-date (reg-idx) to ws-flag-date
               perform raise-flag
           end-if
           .

       count-one-keyer-match section.
           if ws-reg-keyer (other-reg-idx) not = ws-reg-keyer (reg-idx)
                   or ws-reg-member (other-reg-idx)
                       not = ws-reg-member (reg-idx)
               exit section
           end-if
           compute ws-other-day-number = function integer-of-date(
               ws-reg-keyed-date (other-reg-idx))
           compute ws-days-apart =
               ws-entry-day-number - ws-other-day-number
           if ws-days-apart >= 0 and ws-days-apart < ws-keyer-days
               add 1 to ws-keyer-hits
           end-if
           if ws-reg-keyed-date (other-reg-idx) > ws-latest-keyed
                   and ws-reg-keyed-date (other-reg-idx)
                       <= ws-as-of-date
               move ws-reg-keyed-date (other-reg-idx)
                   to ws-latest-keyed
           end-if
           .

      *>--------------------------------------------------------------
      *> SEGD - segments that cannot all have been flown: an
      *> identical segment keyed twice, or a day's total distance
      *> beyond what can be flown in a day.
      *>--------------------------------------------------------------
       screen-segments section.
           perform screen-one-segment
               varying seg-idx from 1 by 1
               until seg-idx > ws-seg-count
           .

       screen-one-segment section.
           move "Y" to ws-first-of-day-flag
           move ws-seg-distance (seg-idx) to ws-day-total-miles
           move 1 to ws-day-segments
           perform compare-one-other-segment
               varying other-seg-idx from 1 by 1
               until other-seg-idx > ws-seg-count
           if ws-first-of-day and ws-day-total-miles > ws-day-miles
               move spaces to ws-flag-detail
               move ws-day-segments to ws-edit-count
               move ws-day-total-miles to ws-edit-points
               string ws-edit-count delimited by size
                      " SEGMENTS, " delimited by size
                      ws-edit-points delimited by size
                      " MILES IN ONE DAY" delimited by size
                   into ws-flag-detail
               end-string
               move ws-seg-member (seg-idx) to ws-flag-member
               move "SEGD" to ws-flag-code
               move ws-seg-date (seg-idx) to ws-flag-date
               perform raise-flag
           end-if
           .

       compare-one-other-segment section.
           if other-seg-idx = seg-idx
                   or ws-seg-member (other-seg-idx)
                       not = ws-seg-member (seg-idx)
                   or ws-seg-date (other-seg-idx)
                       not = ws-seg-date (seg-idx)
               exit section
           end-if
      *> the day is judged once, from its first segment.
           if other-seg-idx < seg-idx
               move "N" to ws-first-of-day-flag
               exit section
           end-if
           add ws-seg-distance (other-seg-idx) to ws-day-total-miles
           add 1 to ws-day-segments
           if ws-seg-distance (other-seg-idx)
                   = ws-seg-distance (seg-idx)
                   and ws-seg-class (other-seg-idx)
                       = ws-seg-class (seg-idx)
                   and ws-seg-carrier (other-seg-idx)
                       = ws-seg-carrier (seg-idx)
               move spaces to ws-flag-detail
               move ws-seg-distance (seg-idx) to ws-edit-points
               string "DUPLICATE SEGMENT " delimited by size
                      ws-edit-points delimited by size
                      " MILES CLASS " delimited by size
                      ws-seg-class (seg-idx) delimited by size
                      " CARRIER " delimited by size
                      ws-seg-carrier (seg-idx) delimited by size
                   into ws-flag-detail
               end-string
               move ws-seg-member (seg-idx) to ws-flag-member
               move "SEGD" to ws-flag-code
               move ws-seg-date (seg-idx) to ws-flag-date
               perform raise-flag
           end-if
           .

      *>--------------------------------------------------------------
      *> DRAN and DORM - judged per redemption in the window.
      *>--------------------------------------------------------------
       screen-redemptions section.
           perform screen-one-redemption
               varying all-act-idx from 1 by 1
               until all-act-idx > ws-all-activity-count
           .

       screen-one-redemption section.
           if ws-all-act-type (all-act-idx) not = "R"
                   or ws-all-act-date (all-act-idx) < ws-window-start
                   or ws-all-act-date (all-act-idx) > ws-as-of-date
               exit section
           end-if
           move ws-all-member-id (all-act-idx) to ws-member-id
           move ws-all-act-date (all-act-idx) to ws-entry-date
           compute ws-entry-points =
               0 - ws-all-act-points (all-act-idx)
           perform check-balance-drain
           perform check-dormant-account
           .

      *> the balance the redemption left, as of its own date, and
      *> the points that aged out as that month began.
       check-balance-drain section.
           move ws-entry-date to ws-ymd-1
           if ws-ymd-1-day > ws-decay-days
               exit section
           end-if
           move 0 to ws-activity-count
           move 0 to ws-expired-points
           perform gather-one-prior-activity
               varying prior-act-idx from 1 by 1
               until prior-act-idx > ws-all-activity-count
           if ws-expired-points <= 0
               exit section
           end-if
           move 0 to ws-award-points
           move spaces to ws-award-level
           move spaces to ws-prior-award-level
           call "GetFlyerLevelDecay" using
               by reference ws-flyer-info
               by reference ws-flyer-activity
               by reference ws-entry-date
           end-call
           move ws-award-points to ws-balance
           if ws-balance = 0
               move spaces to ws-flag-detail
               move ws-entry-points to ws-edit-points
               string "REDEEMED " delimited by size
                      ws-edit-points delimited by size
                      " TO ZERO AS POINTS EXPIRED" delimited by size
                   into ws-flag-detail
               end-string
               move ws-member-id to ws-flag-member
               move "DRAN" to ws-flag-code
               move ws-entry-date to ws-flag-date
               perform raise-flag
           end-if
           .

      *> entries up to the redemption date feed the balance; those
      *> from exactly 25 months back are the ones ageing out now.
       gather-one-prior-activity section.
           if ws-all-member-id (prior-act-idx) not = ws-member-id
                   or ws-all-act-date (prior-act-idx) > ws-entry-date
               exit section
           end-if
           if ws-activity-count < 500
               add 1 to ws-activity-count
               set ws-activity-idx to ws-activity-count
               move ws-all-act-date (prior-act-idx)
                   to ws-activity-date (ws-activity-idx)
               move ws-all-act-points (prior-act-idx)
                   to ws-activity-points (ws-activity-idx)
           end-if
           move ws-all-act-date (prior-act-idx) to ws-ymd-2
           compute ws-months-apart =
               (ws-ymd-1-year * 12 + ws-ymd-1-month)
               - (ws-ymd-2-year * 12 + ws-ymd-2-month)
           if ws-months-apart = 25
               add ws-all-act-points (prior-act-idx)
                   to ws-expired-points
           end-if
           .

       check-dormant-account section.
           move 0 to ws-prior-activity-date
           perform find-one-prior-activity-date
               varying prior-act-idx from 1 by 1
               until prior-act-idx > ws-all-activity-count
           if ws-prior-activity-date = 0
               exit section
           end-if
           move ws-entry-date to ws-ymd-1
           move ws-prior-activity-date to ws-ymd-2
           compute ws-months-apart =
               (ws-ymd-1-year * 12 + ws-ymd-1-month)
               - (ws-ymd-2-year * 12 + ws-ymd-2-month)
           if ws-months-apart >= ws-dormant-months
               move spaces to ws-flag-detail
               move ws-entry-points to ws-edit-points
               string "REDEEMED " delimited by size
                      ws-edit-points delimited by size
                      "; LAST ACTIVITY " delimited by size
                      ws-prior-activity-date delimited by size
                   into ws-flag-detail
               end-string
               move ws-member-id to ws-flag-member
               move "DORM" to ws-flag-code
               move ws-entry-date to ws-flag-date
               perform raise-flag
           end-if
           .

       find-one-prior-activity-date section.
           if prior-act-idx not = all-act-idx
                   and ws-all-member-id (prior-act-idx) = ws-member-id
                   and ws-all-act-date (prior-act-idx) < ws-entry-date
                   and ws-all-act-date (prior-act-idx)
                       > ws-prior-activity-date
               move ws-all-act-date (prior-act-idx)
                   to ws-prior-activity-date
           end-if
           .

      *>--------------------------------------------------------------
      *> raise-flag - onto the review list unless the same member,
      *> rule, trigger date and triggering entries are already
      *> there.
      *>--------------------------------------------------------------
       raise-flag section.
           move "N" to ws-flag-found-flag
           perform match-one-review
               varying rvw-idx from 1 by 1
               until rvw-idx > ws-rvw-count or ws-flag-found
           if ws-flag-found or ws-rvw-count = 10000
               exit section
           end-if

           move spaces to ws-review-work
           move "OPEN" to ws-rvw-status
           move ws-flag-member to ws-rvw-member-id
           move ws-flag-code to ws-rvw-code
           if ws-hold-wanted
               move "H" to ws-rvw-hold
               add 1 to ws-new-holds
           end-if
           move ws-flag-date to ws-rvw-trigger-date
           move ws-as-of-date to ws-rvw-flagged-on
           move 0 to ws-rvw-cleared-on
           move ws-flag-detail to ws-rvw-detail
           add 1 to ws-rvw-count
           set rvw-idx to ws-rvw-count
           move ws-review-work to ws-rvw-record (rvw-idx)
           add 1 to ws-new-flags
           perform tally-one-code
               varying tally-idx from 1 by 1 until tally-idx > 5
           .

       match-one-review section.
           move ws-rvw-record (rvw-idx) to ws-review-work
           if ws-rvw-member-id = ws-flag-member
                   and ws-rvw-code = ws-flag-code
                   and ws-rvw-trigger-date = ws-flag-date
                   and ws-rvw-detail = ws-flag-detail
               set ws-flag-found to true
           end-if
           .

       tally-one-code section.
           if ws-tally-code (tally-idx) = ws-flag-code
               add 1 to ws-tally-count (tally-idx)
           end-if
           .

       finish-run section.
           open output review-file
           perform rewrite-one-review
               varying rvw-idx from 1 by 1
               until rvw-idx > ws-rvw-count
           close review-file
           perform write-review-report
           display "FlyerScreen: " ws-new-flags " new flag(s), "
                   ws-new-holds " hold(s) placed, "
                   ws-cleared-flags " cleared, "
                   ws-open-flags " open"
           .

       rewrite-one-review section.
           write review-record from ws-rvw-record (rvw-idx)
           .

      *>--------------------------------------------------------------
      *> write-review-report - every open flag, with its triggering
      *> entries, then the night's counts by rule.
      *>--------------------------------------------------------------
       write-review-report section.
           open output review-report
           move spaces to review-report-record
           string "Flyer activity review list - as of " delimited
                  by size
                  ws-as-of-date delimited by size
               into review-report-record
           end-string
           write review-report-record
           move all "=" to review-report-record
           write review-report-record
           move spaces to review-report-record
           move "MEMBER" to review-report-record(1:6)
           move "NAME" to review-report-record(11:4)
           move "RULE" to review-report-record(32:4)
           move "HOLD" to review-report-record(37:4)
           move "TRIGGERED" to review-report-record(42:9)
           move "FLAGGED" to review-report-record(53:7)
           move "TRIGGERING ENTRIES" to review-report-record(64:18)
           write review-report-record
           perform report-one-review
               varying rvw-idx from 1 by 1
               until rvw-idx > ws-rvw-count

           write review-report-record from spaces
           move "OPEN FLAGS" to ws-cnt-label
           move ws-open-flags to ws-cnt-value
           write review-report-record from ws-count-line
           move "NEW FLAGS THIS RUN" to ws-cnt-label
           move ws-new-flags to ws-cnt-value
           write review-report-record from ws-count-line
           perform report-one-tally
               varying tally-idx from 1 by 1 until tally-idx > 5
           move "REDEMPTION HOLDS PLACED" to ws-cnt-label
           move ws-new-holds to ws-cnt-value
           write review-report-record from ws-count-line
           move "FLAGS CLEARED" to ws-cnt-label
           move ws-cleared-flags to ws-cnt-value
           write review-report-record from ws-count-line
           close review-report
           .

       report-one-review section.
           move ws-rvw-record (rvw-idx) to ws-review-work
           if ws-rvw-status not = "OPEN"
               exit section
           end-if
           add 1 to ws-open-flags
           move spaces to ws-report-line
           move ws-rvw-member-id to ws-rpl-member
           set name-idx to 1
           if ws-name-count > 0
               search ws-name-entry
                   at end
                       move "(NOT ON MASTER)" to ws-rpl-name
                   when ws-name-member-id (name-idx)
                           = ws-rvw-member-id
                       move ws-name-member-name (name-idx)
                           to ws-rpl-name
               end-search
           end-if
           move ws-rvw-code to ws-rpl-code
           if ws-rvw-hold = "H"
               move "HOLD" to ws-rpl-hold
           end-if
           move ws-rvw-trigger-date to ws-rpl-trigger
           move ws-rvw-flagged-on to ws-rpl-flagged
           move ws-rvw-detail to ws-rpl-detail
           write review-report-record from ws-report-line
           .

       report-one-tally section.
           move spaces to ws-cnt-label
           string "  NEW " delimited by size
                  ws-tally-code (tally-idx) delimited by size
               into ws-cnt-label
           end-string
           move ws-tally-count (tally-idx) to ws-cnt-value
           write review-report-record from ws-count-line
           .

       end program FlyerScreen.
