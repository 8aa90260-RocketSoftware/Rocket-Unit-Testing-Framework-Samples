      *> household's pooled position and, separately, the households
      *> whose pooled tier differs from their best individual tier -
      *> the accounts the competitor's pooling would win.
      *> Non-qualifying activity (transfer legs and fees, co-brand
      *> card-spend points) is left out of the pool, as it is out
      *> of the individual tiers.
       input-output section.
       file-control.
           select activity-file assign to "FLYACT.DAT"
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

       fd  household-link-file.
       01  household-link-record.
           end-if
           .

      *> transfer legs, fees and card-spend points move a member's
      *> balance, not their qualification - they never reach the
      *> tier assessment.
       load-one-activity section.
           read activity-file
           if ws-activity-file-status = "00"
                   and not actf-non-qualifying
               add 1 to ws-all-activity-count
               set all-act-idx to ws-all-activity-count
               move actf-member-id to ws-all-member-id (all-act-idx)
