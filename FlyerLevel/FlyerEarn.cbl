      *> priced at the contractual per-point rate from PARTRATE.TBL
      *> (carrier cols 1-2, rate digits 9v9999 cols 4-8), so the
      *> quarterly partner invoice is backed by records.
      *>
      *> Every partner segment earned is also kept on PARTSEG.DAT,
      *> the segment-level history FlyerPartnerRecon matches the
      *> partner's claim file against. Once a carrier's month has
      *> been reconciled and settled (PARTLOCK.DAT) its invoice is
      *> closed: a segment flown in a settled month still earns the
      *> member their points, but it is marked late on PARTSEG.DAT
      *> and its settlement line is flagged LOCKED rather than
      *> quietly re-priced into the agreed figure.
       input-output section.
       file-control.
           select segment-file assign to "FLYSEG.DAT"
               file status is ws-partner-file-status.
           select settlement-file assign to "PartnerSettlement.txt"
               organization is line sequential.
           select partner-segment-file assign to "PARTSEG.DAT"
               organization is line sequential
               file status is ws-partseg-file-status.
           select settled-period-file assign to "PARTLOCK.DAT"
               organization is line sequential
               file status is ws-lock-file-status.

       data division.
       file section.
      *> earned entries are always positive - the sign column is
      *> for the adjustment and redemption writers.
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

       fd  member-master-file.
       01  member-master-record     pic x(80).
       fd  settlement-file.
       01  settlement-record        pic x(60).

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

      *> settled carrier months - only carrier and month are needed
      *> here; FlyerPartnerRecon owns the rest of the record.
       fd  settled-period-file.
       01  settled-period-record.
           03 lock-carrier          pic x(2).
           03                       pic x.
           03 lock-month            pic 9(6).
           03                       pic x(74).

       working-storage section.
       01 ws-segment-file-status   pic xx.
       01 ws-activity-file-status  pic xx.
               05 ws-stl-carrier       pic x(2).
               05 ws-stl-month         pic 9(6).
               05 ws-stl-points        pic 9(9).
               05 ws-stl-locked-flag   pic x.
                   88 ws-stl-locked        value "Y".
       01 ws-prate-count           pic 9(2) value 0.
       01 ws-prate-table.
           03 ws-prate-entry occurs 20 times
           03 ws-stl-line-rate         pic 9.9(4).
           03                          pic x(3) value " = ".
           03 ws-stl-line-amount       pic z(8)9.99.
           03                          pic x.
           03 ws-stl-line-locked       pic x(6).

      *> carrier months already settled.
       01 ws-partseg-file-status   pic xx.
       01 ws-lock-file-status      pic xx.
       01 ws-lock-count            pic 9(4) comp-5 value 0.
       01 ws-lock-table.
           03 ws-lock-entry occurs 2000 times
                   indexed by lock-idx.
               05 ws-lock-carrier      pic x(2).
               05 ws-lock-month        pic 9(6).
       01 ws-lock-eof-flag         pic x value "N".
           88 ws-lock-eof              value "Y".
       01 ws-period-locked-flag    pic x.
           88 ws-period-locked         value "Y".
       01 ws-segments-late         pic 9(7) value 0.

      *> the member master, held whole so lifetime points (cols
      *> 60-68, never decayed) can be accumulated and the file
       initialize-run section.
           perform load-earn-rules
           perform load-member-master
           perform load-settled-periods
           open input segment-file
           if ws-segment-file-status not = "00"
               display "FlyerEarn: no FLYSEG.DAT to process"
           if ws-activity-file-status not = "00"
               open output activity-out-file
           end-if
           open extend partner-segment-file
           if ws-partseg-file-status not = "00"
               open output partner-segment-file
           end-if
           .

       load-settled-periods section.
           move 0 to ws-lock-count
           open input settled-period-file
           if ws-lock-file-status = "00"
               perform load-one-settled-period until ws-lock-eof
               close settled-period-file
           end-if
           .

       load-one-settled-period section.
           read settled-period-file
               at end
                   set ws-lock-eof to true
               not at end
                   if ws-lock-count < 2000
                           and lock-month is numeric
                       add 1 to ws-lock-count
                       set lock-idx to ws-lock-count
                       move lock-carrier to ws-lock-carrier (lock-idx)
                       move lock-month to ws-lock-month (lock-idx)
                   end-if
           end-read
           .

       load-member-master section.
           move seg-member-id to acto-member-id
           move seg-flight-date to acto-date
           move ws-earned-points to acto-points
           move "E" to acto-type
           write activity-out-record

           add 1 to ws-segments-earned
           add ws-earned-points to ws-total-points
           perform add-lifetime-points
           if seg-carrier not = spaces
               perform check-settled-period
               perform tally-partner-settlement
               perform write-partner-segment
           end-if
           .

       check-settled-period section.
           move "N" to ws-period-locked-flag
           set lock-idx to 1
           if ws-lock-count > 0
               search ws-lock-entry
                   at end
                       continue
                   when ws-lock-carrier (lock-idx) = seg-carrier
                           and ws-lock-month (lock-idx)
                               = seg-flight-date(1:6)
                       set ws-period-locked to true
               end-search
           end-if
           .

       write-partner-segment section.
           move spaces to partner-segment-record
           move seg-carrier to pseg-carrier
           move seg-member-id to pseg-member-id
           move seg-flight-date to pseg-flight-date
           move seg-distance to pseg-distance
           move seg-fare-class to pseg-fare-class
           move ws-earned-points to pseg-points
           if ws-period-locked
               set pseg-is-late to true
               add 1 to ws-segments-late
               display "FlyerEarn: carrier " seg-carrier " month "
                       seg-flight-date(1:6) " already settled - "
                       "segment for member " seg-member-id
                       " not invoiced"
           end-if
           write partner-segment-record
           .

       tally-partner-settlement section.
           set stl-idx to 1
           if ws-settle-count > 0
           end-if
           if stl-idx <= ws-settle-count
               add ws-earned-points to ws-stl-points (stl-idx)
               if ws-period-locked
                   set ws-stl-locked (stl-idx) to true
               end-if
           end-if
           .

               move seg-carrier to ws-stl-carrier (stl-idx)
               move seg-flight-date(1:6) to ws-stl-month (stl-idx)
               move 0 to ws-stl-points (stl-idx)
               move "N" to ws-stl-locked-flag (stl-idx)
           else
               set stl-idx to ws-settle-count
               set stl-idx up by 1
       finish-run section.
           close segment-file
           close activity-out-file
           close partner-segment-file
           perform rewrite-member-master
           perform write-settlement-extract
           display "FlyerEarn: " ws-segments-read " segment(s) read, "
                   ws-segments-earned " earned, "
                   ws-segments-no-rule " without a rule, "
                   ws-total-points " point(s) awarded"
           if ws-segments-late > 0
               display "FlyerEarn: " ws-segments-late
                       " partner segment(s) in settled months"
           end-if
           .

       write-settlement-extract section.
           perform write-one-settlement
               varying stl-idx from 1 by 1
               until stl-idx > ws-settle-count
           if ws-segments-late > 0
               move spaces to settlement-record
               write settlement-record
               write settlement-record from
                   "LOCKED - month already settled, not re-invoiced"
           end-if
           close settlement-file
           .

           move ws-settle-amount to ws-stl-line-amount
           move " @ " to ws-settle-line(22:3)
           move " = " to ws-settle-line(31:3)
           if ws-stl-locked (stl-idx)
               move "LOCKED" to ws-stl-line-locked
           end-if
           write settlement-record from ws-settle-line
           .

