           03 acto-points           pic 9(7).
           03                       pic x.
           03 acto-sign             pic x.
           03                       pic x.
      *> activity type - who posted the entry: "E" earned, "A"
      *> adjustment, "R" redemption, "C" closure forfeiture (space
      *> on entries from before the column). "T" (a points-transfer
      *> leg), "F" (its fee) and "K" (co-brand card spend) move the
      *> balance but never count toward tier qualification.
           03 acto-type             pic x.
               88 acto-non-qualifying   value "T" "F" "K".
               88 acto-is-adjustment    value "A".
               88 acto-is-redemption    value "R".
           03                       pic x.
      *> transfer legs: the transfer reference and the member on
      *> the other side of it.
           03 acto-transfer-ref     pic x(8).
           03                       pic x.
           03 acto-counterpart      pic x(9).

       fd  reason-table-file.
       01  reason-table-record      pic x(80).
               move adj-member-id to acto-member-id
               move adj-date to acto-date
               move adj-points to acto-points
               move "A" to acto-type
               if adj-sign = "-"
                   move "-" to acto-sign
               else
