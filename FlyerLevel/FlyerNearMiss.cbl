       program-id. FlyerNearMiss.
      *> monthly tier near-miss extract for marketing's campaigns.
      *> Every member on FLYMAST.DAT is taken through the decay pass
      *> (GetFlyerLevelDecay) on their qualifying activity - what
      *> FlyerTierBatch assesses, so transfer legs, fees and card
      *> points are left out - as of the run date and again as of
      *> the next monthly assessment, when this month's oldest
      *> points will have aged out of the window. Two segments go to
      *> the campaign file FLYNEARMISS.DAT:
      *>   NEARMISS - within FLYER_NEARMISS_POINTS (default 500) of
      *>     the FLYERTIER.TBL break point of the tier above theirs;
      *>   ATRISK   - the points left at the next assessment fall
      *>     short of their own tier's break point. A member the
      *>     assessment would hold up anyway (comped "P", lifetime
      *>     floor at or above the tier, or inside the
      *>     FLYER_PROTECT_MONTHS upgrade grace) is not at risk.
      *> Each line carries the points needed (to reach the next tier,
      *> or to keep the current one), the points due to expire at
      *> the next assessment, and the member's recent earning rate
      *> (qualifying points earned per month over the last
      *> FLYER_NEARMISS_RATE_MONTHS months, default 3).
      *>
      *> Members the post has returned mail for (an open return on
      *> mailReturnRegister) or with an open flag on FlyerScreen's
      *> review list (FLYREVIEW.DAT) are not extracted; they are
      *> counted on the summary by tier, FlyerNearMissSummary.txt.
      *>
      *> Campaign file layout (one line per member and segment):
      *>   segment x(8) 1-8, member 10-18, name 20-39, tier 41-48,
      *>   target tier 50-57, qualifying points 59-65, points needed
      *>   67-73, points expiring 75-81, earned per month 83-89,
      *>   run date 91-98.
       input-output section.
       file-control.
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
           select campaign-file assign to "FLYNEARMISS.DAT"
               organization is line sequential.
           select summary-report assign to "FlyerNearMissSummary.txt"
               organization is line sequential.

       data division.
       file section.
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
           03                       pic x.
           03 actf-transfer-ref     pic x(8).
           03                       pic x.
           03 actf-counterpart      pic x(9).

       fd  tier-table-file.
       01  tier-table-record        pic x(80).

      *> FlyerScreen's review list - only the status and member
      *> columns matter here.
       fd  review-file.
       01  review-record.
           03 rvw-status            pic x(7).
               88 rvw-is-open           value "OPEN".
           03                       pic x.
           03 rvw-member-id         pic 9(9).
           03                       pic x(116).

       fd  campaign-file.
       01  campaign-record.
           03 cmp-segment           pic x(8).
           03                       pic x.
           03 cmp-member-id         pic 9(9).
           03                       pic x.
           03 cmp-member-name       pic x(20).
           03                       pic x.
           03 cmp-tier              pic x(8).
           03                       pic x.
           03 cmp-target-tier       pic x(8).
           03                       pic x.
           03 cmp-points            pic 9(7).
           03                       pic x.
           03 cmp-points-needed     pic 9(7).
           03                       pic x.
           03 cmp-points-expiring   pic 9(7).
           03                       pic x.
           03 cmp-earn-rate         pic 9(7).
           03                       pic x.
           03 cmp-run-date          pic 9(8).

       fd  summary-report.
       01  summary-report-record    pic x(80).

       working-storage section.
       copy "GetFlyerLevel.cpy" replacing ==:prefix:== by ==ws==.
       01 ws-master-file-status    pic xx.
       01 ws-activity-file-status  pic xx.
       01 ws-tier-file-status      pic xx.
       01 ws-review-file-status    pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

       01 ws-as-of-date            pic 9(8).
       01 ws-as-of-r redefines ws-as-of-date.
           03 ws-as-of-year            pic 9(4).
           03 ws-as-of-month           pic 9(2).
           03 ws-as-of-day             pic 9(2).
       01 ws-run-date-env          pic x(8).
      *> the next monthly assessment - the decay pass only looks at
      *> the month, so the first of next month stands for it.
       01 ws-next-assess-date      pic 9(8).
       01 ws-next-assess-r redefines ws-next-assess-date.
           03 ws-next-year             pic 9(4).
           03 ws-next-month            pic 9(2).
           03 ws-next-day              pic 9(2).
       01 ws-as-of-month-number    pic 9(6).
       01 ws-entry-date-r.
           03 ws-entry-year            pic 9(4).
           03 ws-entry-month           pic 9(2).
           03 ws-entry-day             pic 9(2).
       01 ws-months-elapsed        pic s9(5).

       01 ws-distance-points       pic 9(7) value 500.
       01 ws-distance-env          pic x(7).
       01 ws-rate-months           pic 9(2) value 3.
       01 ws-rate-months-env       pic x(2).
       01 ws-protect-months        pic 9(3) value 6.
       01 ws-protect-months-env    pic x(3).
       01 ws-parm-program          pic x(20) value "FlyerNearMiss".
       01 ws-parm-name             pic x(30).
       01 ws-parm-value            pic x(20).

      *> qualifying activity, held in memory and filtered per member.
       01 ws-all-activity-count    pic 9(5) comp-5 value 0.
       01 ws-all-activity.
           03 ws-all-activity-entry occurs 20000 times
                   indexed by all-act-idx.
               05 ws-all-member-id      pic 9(9).
               05 ws-all-act-date       pic 9(8).
               05 ws-all-act-points     pic s9(7).

      *> FLYERTIER.TBL: activity tiers lowest first with their break
      *> points, and the lifetime-status ("L") rows.
       01 ws-tier-count            pic 9(2) value 0.
       01 ws-tier-table.
           03 ws-tier-entry occurs 10 times indexed by tier-idx.
               05 ws-tier-name         pic x(8).
               05 ws-tier-min          pic 9(7).
               05 ws-tier-members      pic 9(7).
               05 ws-tier-near-miss    pic 9(7).
               05 ws-tier-at-risk      pic 9(7).
               05 ws-tier-held-mail    pic 9(7).
               05 ws-tier-held-review  pic 9(7).
       01 ws-tier-record           pic x(80).
       01 ws-life-count            pic 9(2) value 0.
       01 ws-life-table.
           03 ws-life-entry occurs 10 times indexed by life-idx.
               05 ws-life-tier         pic x(8).
               05 ws-life-min          pic 9(7).
       01 ws-life-floor-tier       pic x(8).
       01 ws-member-rank           pic 9(2).
       01 ws-floor-rank            pic 9(2).

      *> members with an open flag on the review list.
       01 ws-review-count          pic 9(5) comp-5 value 0.
       01 ws-review-table.
           03 ws-review-member-id  pic 9(9) occurs 10000 times
                   indexed by rvw-idx.
       01 ws-under-review-flag     pic x.
           88 ws-under-review          value "Y".

      *> returned-mail register receivers.
       01 ws-party-type            pic x value "M".
       01 ws-party-id              pic 9(9).
       01 ws-undeliverable-flag    pic x.
           88 ws-undeliverable         value "Y".

      *> one member's figures.
       01 ws-current-points        pic 9(7).
       01 ws-projected-points      pic 9(7).
       01 ws-expiring-points       pic 9(7).
       01 ws-recent-earned         pic 9(9).
       01 ws-earn-rate             pic 9(7).
       01 ws-points-needed         pic s9(8).
       01 ws-months-since-upg      pic s9(5).
       01 ws-upgrade-r.
           03 ws-upgrade-year          pic 9(4).
           03 ws-upgrade-month         pic 9(2).
           03 ws-upgrade-day           pic 9(2).
       01 ws-held-up-flag          pic x.
           88 ws-held-up               value "Y".

       01 ws-members-read          pic 9(7) value 0.
       01 ws-near-miss-count       pic 9(7) value 0.
       01 ws-at-risk-count         pic 9(7) value 0.
       01 ws-held-mail-count       pic 9(7) value 0.
       01 ws-held-review-count     pic 9(7) value 0.
       01 ws-untiered-count        pic 9(7) value 0.

       01 ws-summary-line.
           03 ws-sum-tier              pic x(10).
           03 ws-sum-members           pic z(7)9.
           03                          pic x(2) value spaces.
           03 ws-sum-near-miss         pic z(7)9.
           03                          pic x(2) value spaces.
           03 ws-sum-at-risk           pic z(7)9.
           03                          pic x(2) value spaces.
           03 ws-sum-held-mail         pic z(7)9.
           03                          pic x(2) value spaces.
           03 ws-sum-held-review       pic z(7)9.

       procedure division.
       main-line section.
           perform initialize-run
           if ws-tier-count = 0
               display "FlyerNearMiss: no FLYERTIER.TBL break points"
                       " - nothing extracted"
               goback returning 8
           end-if
           open input member-master-file
           if ws-master-file-status not = "00"
               display "FlyerNearMiss: FLYMAST.DAT not available"
               goback returning 8
           end-if
           open output campaign-file
           perform extract-members until ws-eof
           close member-master-file
           close campaign-file
           perform write-summary
           display "FlyerNearMiss: " ws-near-miss-count
                   " near miss, " ws-at-risk-count " at risk of "
                   ws-members-read " member(s)"
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
           accept ws-distance-env from environment
               "FLYER_NEARMISS_POINTS"
           if ws-distance-env not = spaces
               compute ws-distance-points =
                   function numval(ws-distance-env)
           end-if
           accept ws-rate-months-env from environment
               "FLYER_NEARMISS_RATE_MONTHS"
           if ws-rate-months-env is numeric
                   and ws-rate-months-env not = spaces
                   and ws-rate-months-env not = "00"
               move ws-rate-months-env to ws-rate-months
           end-if
           move "FLYER_PROTECT_MONTHS" to ws-parm-name
           call "RunParmValue" using
               by reference ws-parm-program
               by reference ws-parm-name
               by reference ws-parm-value
           end-call
           move ws-parm-value to ws-protect-months-env
           if ws-protect-months-env is numeric
                   and ws-protect-months-env not = spaces
               move ws-protect-months-env to ws-protect-months
           end-if

           move ws-as-of-year to ws-next-year
           move ws-as-of-month to ws-next-month
           move 1 to ws-next-day
           if ws-next-month = 12
               add 1 to ws-next-year
               move 1 to ws-next-month
           else
               add 1 to ws-next-month
           end-if
           compute ws-as-of-month-number =
               ws-as-of-year * 12 + ws-as-of-month

           perform load-tier-table
           perform load-open-reviews
           perform load-all-activity
           .

       load-tier-table section.
           move 0 to ws-tier-count
           initialize ws-tier-table
           open input tier-table-file
           if ws-tier-file-status = "00"
               perform load-one-tier
                   until ws-tier-file-status not = "00"
               close tier-table-file
           end-if
           .

      *> rows marked "L" in column 18 belong to the lifetime-status
      *> section, not the activity-tier ranking.
       load-one-tier section.
           read tier-table-file into ws-tier-record
           if ws-tier-file-status = "00"
               if ws-tier-record(18:1) = "L"
                   if ws-life-count < 10
                       add 1 to ws-life-count
                       move ws-tier-record(1:8)
                           to ws-life-tier (ws-life-count)
                       move ws-tier-record(10:7)
                           to ws-life-min (ws-life-count)
                   end-if
               else
                   if ws-tier-count < 10
                       add 1 to ws-tier-count
                       move ws-tier-record(1:8)
                           to ws-tier-name (ws-tier-count)
                       move ws-tier-record(10:7)
                           to ws-tier-min (ws-tier-count)
                   end-if
               end-if
           end-if
           .

       load-open-reviews section.
           move 0 to ws-review-count
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
                   if rvw-is-open and ws-review-count < 10000
                       add 1 to ws-review-count
                       set rvw-idx to ws-review-count
                       move rvw-member-id
                           to ws-review-member-id (rvw-idx)
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

      *> transfer legs, fees and card-spend points move a member's
      *> balance, not their qualification - left out here as the
      *> tier assessment leaves them out.
       load-one-activity section.
           read activity-file
           if ws-activity-file-status = "00"
                   and not actf-non-qualifying
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

       extract-members section.
           read member-master-file
               at end
                   set ws-eof to true
               not at end
                   perform extract-one-member
           end-read
           .

      *>--------------------------------------------------------------
      *> extract-one-member - skip the undeliverable and the flagged,
      *> then decide the member's segments from their decayed
      *> qualifying points now and at the next assessment.
      *>--------------------------------------------------------------
       extract-one-member section.
           add 1 to ws-members-read
           if mast-last-upgrade not numeric
               move 0 to mast-last-upgrade
           end-if
           if mast-lifetime-points not numeric
               move 0 to mast-lifetime-points
           end-if

           move 0 to ws-member-rank
           perform rank-one-tier
               varying tier-idx from 1 by 1
               until tier-idx > ws-tier-count
           if ws-member-rank = 0
               add 1 to ws-untiered-count
               exit section
           end-if
           set tier-idx to ws-member-rank
           add 1 to ws-tier-members (tier-idx)

           move mast-member-id to ws-party-id
           call "isMailUndeliverable" using
               by reference ws-party-type
               by reference ws-party-id
               by reference ws-undeliverable-flag
           end-call
           if ws-undeliverable
               add 1 to ws-tier-held-mail (tier-idx)
               add 1 to ws-held-mail-count
               exit section
           end-if
           perform check-open-review
           if ws-under-review
               add 1 to ws-tier-held-review (tier-idx)
               add 1 to ws-held-review-count
               exit section
           end-if

           perform measure-member
           perform check-near-miss
           perform check-at-risk
           .

       rank-one-tier section.
           if ws-tier-name (tier-idx) = mast-tier
               set ws-member-rank to tier-idx
           end-if
           .

       check-open-review section.
           move "N" to ws-under-review-flag
           if ws-review-count = 0
               exit section
           end-if
           set rvw-idx to 1
           search ws-review-member-id
               when rvw-idx > ws-review-count
                   continue
               when ws-review-member-id (rvw-idx) = mast-member-id
                   set ws-under-review to true
           end-search
           .

      *> decayed qualifying points now and at the next assessment;
      *> what the window loses in between is what is due to expire.
       measure-member section.
           move 0 to ws-activity-count
           move 0 to ws-recent-earned
           perform gather-one-activity
               varying all-act-idx from 1 by 1
               until all-act-idx > ws-all-activity-count

           move 0 to ws-award-points
           call "GetFlyerLevelDecay" using
               by reference ws-flyer-info
               by reference ws-flyer-activity
               by reference ws-as-of-date
           end-call
           move ws-award-points to ws-current-points

           move 0 to ws-award-points
           call "GetFlyerLevelDecay" using
               by reference ws-flyer-info
               by reference ws-flyer-activity
               by reference ws-next-assess-date
           end-call
           move ws-award-points to ws-projected-points

           move 0 to ws-expiring-points
           if ws-current-points > ws-projected-points
               compute ws-expiring-points =
                   ws-current-points - ws-projected-points
           end-if
           divide ws-recent-earned by ws-rate-months
               giving ws-earn-rate
           .

      *> recent earning - qualifying credits dated in the last
      *> rate-months months, the run month counted as one of them.
       gather-one-activity section.
           if ws-all-member-id (all-act-idx) not = mast-member-id
                   or ws-all-act-date (all-act-idx) > ws-as-of-date
               exit section
           end-if
           if ws-activity-count < 500
               add 1 to ws-activity-count
               set ws-activity-idx to ws-activity-count
               move ws-all-act-date (all-act-idx)
                   to ws-activity-date (ws-activity-idx)
               move ws-all-act-points (all-act-idx)
                   to ws-activity-points (ws-activity-idx)
           end-if
           move ws-all-act-date (all-act-idx) to ws-entry-date-r
           compute ws-months-elapsed = ws-as-of-month-number
               - (ws-entry-year * 12 + ws-entry-month)
           if ws-months-elapsed < ws-rate-months
                   and ws-all-act-points (all-act-idx) > 0
               add ws-all-act-points (all-act-idx)
                   to ws-recent-earned
           end-if
           .

       check-near-miss section.
           if ws-member-rank >= ws-tier-count
               exit section
           end-if
           set tier-idx to ws-member-rank
           set tier-idx up by 1
           compute ws-points-needed =
               ws-tier-min (tier-idx) - ws-current-points
           if ws-points-needed <= 0
                   or ws-points-needed > ws-distance-points
               exit section
           end-if
           move spaces to campaign-record
           move "NEARMISS" to cmp-segment
           move ws-tier-name (tier-idx) to cmp-target-tier
           perform write-campaign-line
           set tier-idx to ws-member-rank
           add 1 to ws-tier-near-miss (tier-idx)
           add 1 to ws-near-miss-count
           .

      *>--------------------------------------------------------------
      *> check-at-risk - the points left at the next assessment no
      *> longer reach the member's own break point, and nothing the
      *> assessment applies would hold them up.
      *>--------------------------------------------------------------
       check-at-risk section.
           if ws-member-rank <= 1
               exit section
           end-if
           set tier-idx to ws-member-rank
           compute ws-points-needed =
               ws-tier-min (tier-idx) - ws-projected-points
           if ws-points-needed <= 0
               exit section
           end-if
           perform check-held-up
           if ws-held-up
               exit section
           end-if
           move spaces to campaign-record
           move "ATRISK" to cmp-segment
           set tier-idx to ws-member-rank
           move ws-tier-name (tier-idx) to cmp-target-tier
           perform write-campaign-line
           set tier-idx to ws-member-rank
           add 1 to ws-tier-at-risk (tier-idx)
           add 1 to ws-at-risk-count
           .

      *> comped, a lifetime floor at or above the tier, or still
      *> inside the upgrade grace at the next assessment.
       check-held-up section.
           move "N" to ws-held-up-flag
           if mast-is-protected
               set ws-held-up to true
               exit section
           end-if

           move spaces to ws-life-floor-tier
           perform find-one-lifetime-floor
               varying life-idx from 1 by 1
               until life-idx > ws-life-count
           move 0 to ws-floor-rank
           perform rank-one-floor-tier
               varying tier-idx from 1 by 1
               until tier-idx > ws-tier-count
           if ws-floor-rank >= ws-member-rank
               set ws-held-up to true
               exit section
           end-if

           if mast-last-upgrade not = 0
               move mast-last-upgrade to ws-upgrade-r
               compute ws-months-since-upg =
                   (ws-next-year * 12 + ws-next-month)
                   - (ws-upgrade-year * 12 + ws-upgrade-month)
               if ws-months-since-upg < ws-protect-months
                   set ws-held-up to true
               end-if
           end-if
           .

       find-one-lifetime-floor section.
           if mast-lifetime-points >= ws-life-min (life-idx)
               move ws-life-tier (life-idx) to ws-life-floor-tier
           end-if
           .

       rank-one-floor-tier section.
           if ws-life-floor-tier not = spaces
                   and ws-tier-name (tier-idx) = ws-life-floor-tier
               set ws-floor-rank to tier-idx
           end-if
           .

       write-campaign-line section.
           move mast-member-id to cmp-member-id
           move mast-member-name to cmp-member-name
           move mast-tier to cmp-tier
           move ws-current-points to cmp-points
           move ws-points-needed to cmp-points-needed
           move ws-expiring-points to cmp-points-expiring
           move ws-earn-rate to cmp-earn-rate
           move ws-as-of-date to cmp-run-date
           write campaign-record
           .

       write-summary section.
           open output summary-report
           move spaces to summary-report-record
           string "Tier near-miss campaign extract as of "
                      delimited by size
                  ws-as-of-date delimited by size
                  " - within " delimited by size
                  ws-distance-points delimited by size
                  " points" delimited by size
               into summary-report-record
           end-string
           write summary-report-record
           move all "=" to summary-report-record
           write summary-report-record
           move spaces to summary-report-record
           move "TIER" to summary-report-record(1:4)
           move "MEMBERS" to summary-report-record(12:7)
           move "NEAR MISS" to summary-report-record(20:9)
           move "AT RISK" to summary-report-record(32:7)
           move "RTN MAIL" to summary-report-record(41:8)
           move "IN REVIEW" to summary-report-record(50:9)
           write summary-report-record
           perform write-one-tier-line
               varying tier-idx from 1 by 1
               until tier-idx > ws-tier-count

           move spaces to ws-summary-line
           move "TOTAL" to ws-sum-tier
           compute ws-sum-members = ws-members-read - ws-untiered-count
           move ws-near-miss-count to ws-sum-near-miss
           move ws-at-risk-count to ws-sum-at-risk
           move ws-held-mail-count to ws-sum-held-mail
           move ws-held-review-count to ws-sum-held-review
           write summary-report-record from ws-summary-line
           if ws-untiered-count > 0
               move spaces to summary-report-record
               string "Members on a tier not in FLYERTIER.TBL "
                          delimited by size
                      "(not extracted): " delimited by size
                      ws-untiered-count delimited by size
                   into summary-report-record
               end-string
               write summary-report-record
           end-if
           close summary-report
           .

       write-one-tier-line section.
           move spaces to ws-summary-line
           move ws-tier-name (tier-idx) to ws-sum-tier
           move ws-tier-members (tier-idx) to ws-sum-members
           move ws-tier-near-miss (tier-idx) to ws-sum-near-miss
           move ws-tier-at-risk (tier-idx) to ws-sum-at-risk
           move ws-tier-held-mail (tier-idx) to ws-sum-held-mail
           move ws-tier-held-review (tier-idx) to ws-sum-held-review
           write summary-report-record from ws-summary-line
           .

       end program FlyerNearMiss.
