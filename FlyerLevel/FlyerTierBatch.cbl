      *> status) never falls. When a rule holds a member up, the
      *> change report says so - the desk can see what the
      *> protection costs.
      *>
      *> Points transfers (FlyerTransfer) post their legs and fees
      *> as non-qualifying activity, as FlyerCardEarn does co-brand
      *> card-spend points: they move what a member can spend,
      *> never the tier they are assessed at. The master's points
      *> balance is decayed from all of a member's activity; the
      *> tier is assessed from the qualifying activity alone.
       input-output section.
       file-control.
           select member-master-file assign to "FLYMAST.DAT"
      *> "-" marks a negative entry (an adjustment or redemption);
      *> space, the historical layout, is positive.
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

       fd  tier-change-report.
       01  tier-change-record       pic x(80).
               05 ws-all-member-id      pic 9(9).
               05 ws-all-act-date       pic 9(8).
               05 ws-all-act-points     pic s9(7).
               05 ws-all-act-qualify-sw pic x.
                   88 ws-all-act-qualifies  value "Y".
      *> "Y" gathers only qualifying activity for the tier
      *> assessment; "N" gathers everything for the points balance.
       01 ws-gather-qualifying-sw  pic x value "N".
           88 ws-gather-qualifying     value "Y".
       01 ws-balance-points        pic 9(7) value 0.

      *> tier ranking from FLYERTIER.TBL (lowest first, same file
      *> GetFlyerLevel loads), so a change can be told apart as an

       01 ws-protect-months        pic 9(3) value 6.
       01 ws-protect-months-env    pic x(3).
       01 ws-parm-name             pic x(30).
       01 ws-parm-value            pic x(20).
       01 ws-earned-tier           pic x(8).
       01 ws-months-since-upg      pic s9(5).
       01 ws-grace-as-of.
               end-call
           end-if

           move "FLYER_PROTECT_MONTHS" to ws-parm-name
           call "RunParmValue" using
               by reference ws-runlog-program
               by reference ws-parm-name
               by reference ws-parm-value
           end-call
           move ws-parm-value to ws-protect-months-env
           if ws-protect-months-env is numeric
                   and ws-protect-months-env not = spaces
               move ws-protect-months-env to ws-protect-months
           end-if
           .

      *> transfer legs, fees and card-spend points move a member's
      *> balance, not their qualification - they are kept for the
      *> balance and marked so the tier assessment passes them by.
       load-one-activity section.
           read activity-file
           if ws-activity-file-status = "00"
                   compute ws-all-act-points (all-act-idx) =
                       0 - ws-all-act-points (all-act-idx)
               end-if
               if actf-non-qualifying
                   move "N" to ws-all-act-qualify-sw (all-act-idx)
               else
                   move "Y" to ws-all-act-qualify-sw (all-act-idx)
               end-if
           end-if
           .

               end-call
           end-if

      *> the spendable balance first, decayed from every entry...
           move mast-tier to ws-award-level
           move mast-tier to ws-prior-award-level
           move 0 to ws-award-points
           move "N" to ws-tier-changed-flag
           move "N" to ws-gather-qualifying-sw
           perform gather-member-activity
           call "GetFlyerLevelDecay" using
               by reference ws-flyer-info
               by reference ws-flyer-activity
               by reference ws-as-of-date
           end-call
           move ws-award-points to ws-balance-points

      *> ...then the tier, from the qualifying entries alone.
           move mast-tier to ws-award-level
           move mast-tier to ws-prior-award-level
           move 0 to ws-award-points
           move "N" to ws-tier-changed-flag
           move "Y" to ws-gather-qualifying-sw
           perform gather-member-activity

           call "GetFlyerLevelDecay" using
           perform apply-protection-rules

           move ws-award-level to mast-tier
           move ws-balance-points to mast-points
           if ws-was-upgraded
      *> the grace clock starts from any upgrade.
               move ws-as-of-date to mast-last-upgrade
           .

       gather-one-activity section.
           if ws-gather-qualifying
                   and not ws-all-act-qualifies (all-act-idx)
               exit section
           end-if
           if ws-all-member-id (all-act-idx) = mast-member-id
                   and ws-activity-count < 500
               add 1 to ws-activity-count
