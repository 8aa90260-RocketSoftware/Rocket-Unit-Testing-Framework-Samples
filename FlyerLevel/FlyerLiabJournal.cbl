       program-id. FlyerLiabJournal.
      *> month-end points liability movement and GL journal.
      *> FlyerRedeem's liability report gives the closing figure;
      *> this run explains how the month got there and books it.
      *> For the month (FLYER_GL_MONTH yyyymm, default the run
      *> month) every member with activity on FLYACT.DAT is taken
      *> through the decay pass (GetFlyerLevelDecay) at the last
      *> day of the month before and the last day of the month, and
      *> the month's activity is split by type into the movement:
      *>   earned ("E", and older untyped credits), co-brand card
      *>   points ("K"), adjustments ("A", and older untyped
      *>   debits), transfers ("T", net - nil unless a leg has no
      *>   partner), redeemed ("R"), transfer fees ("F"), forfeited
      *>   on closure ("C"), expired by decay (the entries that left
      *>   the 24-month window this month), and the zero-balance
      *>   floor (the decay pass never lets a balance go below
      *>   zero).
      *> The opening figure is the closing booked by the previous
      *> month's run (FLYLIABCTL.DAT); activity since dated back
      *> into an earlier month shows as a late-postings line rather
      *> than restating what is already in the ledger.
      *>
      *> Opening plus the movements must prove to the closing
      *> balance from the decay pass, in points and, priced at
      *> FLYER_POINT_VALUE (9v9999 digits, default 0.0100), in
      *> money - any pricing difference is booked as rounding. Only
      *> a proven month is journalled: balanced entries against the
      *> points liability account in the ledger's journal-import
      *> layout (FLYLIABGL.DAT, the shape of GLJOURNAL.DAT), the
      *> statement on FlyerLiabilityMovement.txt, and the closing
      *> booked on FLYLIABCTL.DAT for next month's opening. Return
      *> code 8 and no journal when the month does not prove.
       input-output section.
       file-control.
           select activity-file assign to "FLYACT.DAT"
               organization is line sequential
               file status is ws-activity-file-status.
           select liability-control-file assign to "FLYLIABCTL.DAT"
               organization is line sequential
               file status is ws-control-file-status.
           select gl-journal-file assign to "FLYLIABGL.DAT"
               organization is line sequential.
           select movement-report
               assign to "FlyerLiabilityMovement.txt"
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

      *> the liability booked at each month end.
       fd  liability-control-file.
       01  liability-control-record.
           03 lctl-month            pic 9(6).
           03                       pic x.
           03 lctl-closing-points   pic 9(11).
           03                       pic x.
           03 lctl-closing-amount   pic 9(11)v99.
           03                       pic x.
           03 lctl-run-date         pic 9(8).

       fd  gl-journal-file.
       01  gl-journal-record        pic x(80).

       fd  movement-report.
       01  movement-report-record   pic x(80).

       working-storage section.
       copy "GetFlyerLevel.cpy" replacing ==:prefix:== by ==ws==.
       01 ws-activity-file-status  pic xx.
       01 ws-control-file-status   pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

       01 ws-as-of-date            pic 9(8).
       01 ws-run-date-env          pic x(8).
       01 ws-gl-month-env          pic x(6).
       01 ws-point-value           pic 9v9(4) value 0.0100.
       01 ws-point-value-x redefines ws-point-value pic x(5).
       01 ws-point-value-env       pic x(5).

      *> the month: its first day, its last day (the closing
      *> date), and the last day of the month before (opening).
       01 ws-gl-month              pic 9(6).
       01 ws-month-start           pic 9(8).
       01 ws-month-start-r redefines ws-month-start.
           03 ws-start-year            pic 9(4).
           03 ws-start-month           pic 9(2).
           03 ws-start-day             pic 9(2).
       01 ws-next-month-start      pic 9(8).
       01 ws-next-month-start-r redefines ws-next-month-start.
           03 ws-next-year             pic 9(4).
           03 ws-next-month            pic 9(2).
           03 ws-next-day              pic 9(2).
       01 ws-open-date             pic 9(8).
       01 ws-close-date            pic 9(8).
       01 ws-close-month-number    pic 9(6).
       01 ws-entry-month-number    pic 9(6).
       01 ws-entry-date-r.
           03 ws-entry-year            pic 9(4).
           03 ws-entry-month           pic 9(2).
           03 ws-entry-day             pic 9(2).

      *> the whole activity file in memory, with the members on it.
       01 ws-all-activity-count    pic 9(5) comp-5 value 0.
       01 ws-all-activity.
           03 ws-all-activity-entry occurs 20000 times
                   indexed by all-act-idx.
               05 ws-all-member-id      pic 9(9).
               05 ws-all-act-date       pic 9(8).
               05 ws-all-act-points     pic s9(7).
               05 ws-all-act-type       pic x.
       01 ws-member-count          pic 9(5) comp-5 value 0.
       01 ws-member-table.
           03 ws-member-id-entry   pic 9(9) occurs 20000 times
                   indexed by mbr-idx.
       01 ws-member-id             pic 9(9).

      *> one member's raw (unfloored) window sums and balances.
       01 ws-raw-open              pic s9(9).
       01 ws-raw-close             pic s9(9).
       01 ws-member-opening        pic 9(9).
       01 ws-member-closing        pic 9(9).
       01 ws-floor-change          pic s9(9).

      *> the movement lines - code, the account on the other side
      *> of the points liability, and the statement label.
       01 ws-movement-defs.
           03 pic x(40) value "LATE6400LATE POSTINGS TO PRIOR MONTHS".
           03 pic x(40) value "ISSU6400POINTS EARNED".
           03 pic x(40) value "CARD1250CO-BRAND CARD POINTS".
           03 pic x(40) value "ADJ 6410ADJUSTMENTS".
           03 pic x(40) value "XFER6410TRANSFERS (NET)".
           03 pic x(40) value "REDM4400REDEEMED".
           03 pic x(40) value "XFEE4410TRANSFER FEES".
           03 pic x(40) value "FORF4420FORFEITED ON CLOSURE".
           03 pic x(40) value "EXPD4430EXPIRED BY DECAY".
           03 pic x(40) value "FLOR6410ZERO-BALANCE FLOOR".
           03 pic x(40) value "RNDG6410PRICING ROUNDING".
       01 ws-movement-table redefines ws-movement-defs.
           03 ws-mov-def occurs 11 times indexed by mov-idx.
               05 ws-mov-code          pic x(4).
               05 ws-mov-account       pic 9(4).
               05 ws-mov-label         pic x(32).
       01 ws-movement-values.
           03 ws-mov-value occurs 11 times.
               05 ws-mov-points        pic s9(11).
               05 ws-mov-amount        pic s9(11)v99.
       01 ws-mov-late              pic 9(2) value 1.
       01 ws-mov-earned            pic 9(2) value 2.
       01 ws-mov-card              pic 9(2) value 3.
       01 ws-mov-adjusted          pic 9(2) value 4.
       01 ws-mov-transfers         pic 9(2) value 5.
       01 ws-mov-redeemed          pic 9(2) value 6.
       01 ws-mov-transfer-fees     pic 9(2) value 7.
       01 ws-mov-forfeited         pic 9(2) value 8.
       01 ws-mov-expired           pic 9(2) value 9.
       01 ws-mov-floor             pic 9(2) value 10.
       01 ws-mov-rounding          pic 9(2) value 11.
       01 ws-mov-number            pic 9(2).
       01 ws-points-liability-acct pic 9(4) value 2400.

      *> opening as booked, opening as the activity now stands,
      *> and the closing.
       01 ws-booked-found-flag     pic x value "N".
           88 ws-booked-found          value "Y".
       01 ws-booked-month          pic 9(6) value 0.
       01 ws-booked-open-points    pic 9(11) value 0.
       01 ws-booked-open-amount    pic 9(11)v99 value 0.
       01 ws-opening-points        pic 9(11) value 0.
       01 ws-closing-points        pic 9(11) value 0.
       01 ws-closing-amount        pic 9(11)v99.
       01 ws-proof-points          pic s9(11).
       01 ws-proof-amount          pic s9(11)v99.
       01 ws-proof-difference      pic s9(11).
       01 ws-proven-flag           pic x value "N".
           88 ws-proven                value "Y".

      *> GL journal work fields - the ledger's fixed import layout.
       01 ws-gl-debit-total        pic 9(13)v99 value 0.
       01 ws-gl-credit-total       pic 9(13)v99 value 0.
       01 ws-gl-amount             pic 9(11)v99.
       01 ws-gl-amount-x redefines ws-gl-amount pic x(13).
       01 ws-gl-detail-record.
           03 ws-gl-det-type        pic x.
           03 ws-gl-det-account     pic 9(4).
           03 ws-gl-det-code        pic x(4).
           03 ws-gl-det-sign        pic x value "+".
           03 ws-gl-det-amount      pic x(13).
           03 ws-gl-det-name        pic x(40).
       01 ws-gl-header-record.
           03                       pic x value "H".
           03 ws-gl-hdr-period      pic x(6).
           03 ws-gl-hdr-run-id      pic x(8).
       01 ws-gl-trailer-record.
           03                       pic x value "T".
           03 ws-gl-trl-debits      pic 9(13)v99.
           03 ws-gl-trl-credits     pic 9(13)v99.

       01 ws-statement-line.
           03 ws-stm-label             pic x(36).
           03 ws-stm-points            pic -(11)9.
           03                          pic x(2) value spaces.
           03 ws-stm-amount            pic -(11)9.99.

       procedure division.
       main-line section.
           perform initialize-run
           perform compute-member-movement
               varying mbr-idx from 1 by 1
               until mbr-idx > ws-member-count
           perform prove-movement
           perform write-movement-report
           if not ws-proven
               display "FlyerLiabJournal: month " ws-gl-month
                       " does not prove - NO JOURNAL WRITTEN"
               goback returning 8
           end-if
           perform write-gl-journal
           perform book-closing-liability
           display "FlyerLiabJournal: month " ws-gl-month
                   " closing " ws-closing-points " point(s), "
                   ws-member-count " member(s)"
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
           accept ws-point-value-env from environment
               "FLYER_POINT_VALUE"
           if ws-point-value-env is numeric
                   and ws-point-value-env not = spaces
               move ws-point-value-env to ws-point-value-x
           end-if
           accept ws-gl-month-env from environment "FLYER_GL_MONTH"
           if ws-gl-month-env is numeric
                   and ws-gl-month-env not = spaces
               move ws-gl-month-env to ws-gl-month
           else
               move ws-as-of-date(1:6) to ws-gl-month
           end-if

           move ws-gl-month to ws-month-start(1:6)
           move 1 to ws-start-day
           move ws-start-year to ws-next-year
           move ws-start-month to ws-next-month
           move 1 to ws-next-day
           if ws-next-month = 12
               add 1 to ws-next-year
               move 1 to ws-next-month
           else
               add 1 to ws-next-month
           end-if
           compute ws-close-date = function date-of-integer(
               function integer-of-date(ws-next-month-start) - 1)
           compute ws-open-date = function date-of-integer(
               function integer-of-date(ws-month-start) - 1)
           compute ws-close-month-number =
               ws-start-year * 12 + ws-start-month

           initialize ws-movement-values
           perform load-all-activity
           perform load-booked-opening
           .

       load-all-activity section.
           move 0 to ws-all-activity-count
           move 0 to ws-member-count
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
               perform note-member
           end-if
           .

       note-member section.
           set mbr-idx to 1
           if ws-member-count > 0
               search ws-member-id-entry
                   at end
                       perform add-member
                   when mbr-idx > ws-member-count
                       perform add-member
                   when ws-member-id-entry (mbr-idx) = actf-member-id
                       continue
               end-search
           else
               perform add-member
           end-if
           .

       add-member section.
           if ws-member-count < 20000
               add 1 to ws-member-count
               set mbr-idx to ws-member-count
               move actf-member-id to ws-member-id-entry (mbr-idx)
           end-if
           .

      *> the latest month booked before this one - a rerun of the
      *> month itself does not count as its own opening.
       load-booked-opening section.
           move "N" to ws-eof-flag
           open input liability-control-file
           if ws-control-file-status = "00"
               perform load-one-booked-month until ws-eof
               close liability-control-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-booked-month section.
           read liability-control-file
               at end
                   set ws-eof to true
               not at end
                   if lctl-month is numeric
                           and lctl-month < ws-gl-month
                           and lctl-month >= ws-booked-month
                       set ws-booked-found to true
                       move lctl-month to ws-booked-month
                       move lctl-closing-points
                           to ws-booked-open-points
                       move lctl-closing-amount
                           to ws-booked-open-amount
                   end-if
           end-read
           .

      *>--------------------------------------------------------------
      *> compute-member-movement - one member's opening and closing
      *> through the decay pass, the month's activity by type, what
      *> aged out of the window, and what the zero floor absorbed.
      *>--------------------------------------------------------------
       compute-member-movement section.
           move ws-member-id-entry (mbr-idx) to ws-member-id

           move 0 to ws-activity-count
           move 0 to ws-raw-open
           perform gather-opening-entry
               varying all-act-idx from 1 by 1
               until all-act-idx > ws-all-activity-count
           call "GetFlyerLevelDecay" using
               by reference ws-flyer-info
               by reference ws-flyer-activity
               by reference ws-open-date
           end-call
           move ws-award-points to ws-member-opening

           move 0 to ws-activity-count
           move 0 to ws-raw-close
           perform gather-closing-entry
               varying all-act-idx from 1 by 1
               until all-act-idx > ws-all-activity-count
           call "GetFlyerLevelDecay" using
               by reference ws-flyer-info
               by reference ws-flyer-activity
               by reference ws-close-date
           end-call
           move ws-award-points to ws-member-closing

           add ws-member-opening to ws-opening-points
           add ws-member-closing to ws-closing-points
           compute ws-floor-change =
               (ws-member-closing - ws-raw-close)
                   - (ws-member-opening - ws-raw-open)
           add ws-floor-change to ws-mov-points (ws-mov-floor)
           .

       gather-opening-entry section.
           if ws-all-member-id (all-act-idx) not = ws-member-id
                   or ws-all-act-date (all-act-idx) > ws-open-date
               exit section
           end-if
           perform add-decay-entry
           move ws-all-act-date (all-act-idx) to ws-entry-date-r
           compute ws-entry-month-number =
               ws-entry-year * 12 + ws-entry-month
           if ws-close-month-number - 1 - ws-entry-month-number
                   <= 24
               add ws-all-act-points (all-act-idx) to ws-raw-open
           end-if
           .

       gather-closing-entry section.
           if ws-all-member-id (all-act-idx) not = ws-member-id
                   or ws-all-act-date (all-act-idx) > ws-close-date
               exit section
           end-if
           perform add-decay-entry
           move ws-all-act-date (all-act-idx) to ws-entry-date-r
           compute ws-entry-month-number =
               ws-entry-year * 12 + ws-entry-month
           evaluate true
               when ws-close-month-number - ws-entry-month-number
                       <= 24
                   add ws-all-act-points (all-act-idx)
                       to ws-raw-close
               when ws-close-month-number - ws-entry-month-number
                       = 25
                   subtract ws-all-act-points (all-act-idx)
                       from ws-mov-points (ws-mov-expired)
           end-evaluate
           if ws-all-act-date (all-act-idx) > ws-open-date
               perform classify-month-entry
           end-if
           .

       add-decay-entry section.
           if ws-activity-count < 500
               add 1 to ws-activity-count
               set ws-activity-idx to ws-activity-count
               move ws-all-act-date (all-act-idx)
                   to ws-activity-date (ws-activity-idx)
               move ws-all-act-points (all-act-idx)
                   to ws-activity-points (ws-activity-idx)
           end-if
           .

      *> entries from before the type column carry a space: credits
      *> were earnings, debits adjustments or redemptions - taken
      *> as adjustments.
       classify-month-entry section.
           evaluate ws-all-act-type (all-act-idx)
               when "E"
                   move ws-mov-earned to ws-mov-number
               when "K"
                   move ws-mov-card to ws-mov-number
               when "A"
                   move ws-mov-adjusted to ws-mov-number
               when "T"
                   move ws-mov-transfers to ws-mov-number
               when "R"
                   move ws-mov-redeemed to ws-mov-number
               when "F"
                   move ws-mov-transfer-fees to ws-mov-number
               when "C"
                   move ws-mov-forfeited to ws-mov-number
               when other
                   if ws-all-act-points (all-act-idx) > 0
                       move ws-mov-earned to ws-mov-number
                   else
                       move ws-mov-adjusted to ws-mov-number
                   end-if
           end-evaluate
           add ws-all-act-points (all-act-idx)
               to ws-mov-points (ws-mov-number)
           .

      *>--------------------------------------------------------------
      *> prove-movement - booked opening plus every movement must
      *> come to the decay pass's closing balance. Each line is
      *> priced on its own; what pricing line by line leaves over
      *> against the priced closing is rounding.
      *>--------------------------------------------------------------
       prove-movement section.
           if not ws-booked-found
               move ws-opening-points to ws-booked-open-points
               compute ws-booked-open-amount rounded =
                   ws-opening-points * ws-point-value
           end-if
           compute ws-mov-points (ws-mov-late) =
               ws-opening-points - ws-booked-open-points

           move ws-booked-open-points to ws-proof-points
           move ws-booked-open-amount to ws-proof-amount
           perform price-one-movement
               varying mov-idx from 1 by 1
               until mov-idx >= ws-mov-rounding

           compute ws-closing-amount rounded =
               ws-closing-points * ws-point-value
           compute ws-proof-difference =
               ws-closing-points - ws-proof-points
           if ws-proof-difference = 0
               set ws-proven to true
               compute ws-mov-amount (ws-mov-rounding) =
                   ws-closing-amount - ws-proof-amount
           end-if
           .

       price-one-movement section.
           compute ws-mov-amount (mov-idx) rounded =
               ws-mov-points (mov-idx) * ws-point-value
           add ws-mov-points (mov-idx) to ws-proof-points
           add ws-mov-amount (mov-idx) to ws-proof-amount
           .

       write-movement-report section.
           open output movement-report
           move spaces to movement-report-record
           string "Points liability movement - month "
                      delimited by size
                  ws-gl-month delimited by size
                  " at " delimited by size
                  ws-point-value-x delimited by size
                  " per point (9v9999)" delimited by size
               into movement-report-record
           end-string
           write movement-report-record
           move all "=" to movement-report-record
           write movement-report-record
           move spaces to movement-report-record
           move "POINTS" to movement-report-record(43:6)
           move "AMOUNT" to movement-report-record(59:6)
           write movement-report-record

           move spaces to ws-statement-line
           if ws-booked-found
               string "OPENING (BOOKED " delimited by size
                      ws-booked-month delimited by size
                      ")" delimited by size
                   into ws-stm-label
               end-string
           else
               move "OPENING (NOT BOOKED - PER ACTIVITY)"
                   to ws-stm-label
           end-if
           move ws-booked-open-points to ws-stm-points
           move ws-booked-open-amount to ws-stm-amount
           write movement-report-record from ws-statement-line

           perform report-one-movement
               varying mov-idx from 1 by 1
               until mov-idx > 11

           move spaces to ws-statement-line
           move "CLOSING PER MOVEMENT" to ws-stm-label
           move ws-proof-points to ws-stm-points
           compute ws-proof-amount =
               ws-proof-amount + ws-mov-amount (ws-mov-rounding)
           move ws-proof-amount to ws-stm-amount
           write movement-report-record from ws-statement-line
           move spaces to ws-statement-line
           move "CLOSING PER DECAY PASS" to ws-stm-label
           move ws-closing-points to ws-stm-points
           move ws-closing-amount to ws-stm-amount
           write movement-report-record from ws-statement-line
           move spaces to movement-report-record
           write movement-report-record
           if ws-proven
               write movement-report-record from
                   "PROVEN - OPENING PLUS MOVEMENT EQUALS CLOSING"
           else
               move spaces to ws-statement-line
               move "** OUT OF BALANCE BY" to ws-stm-label
               move ws-proof-difference to ws-stm-points
               write movement-report-record from ws-statement-line
               write movement-report-record from
                   "** NOT JOURNALLED"
           end-if
           close movement-report
           .

       report-one-movement section.
           if mov-idx = ws-mov-rounding and not ws-proven
               exit section
           end-if
           move spaces to ws-statement-line
           move "  " to ws-stm-label(1:2)
           move ws-mov-label (mov-idx) to ws-stm-label(3:32)
           move ws-mov-points (mov-idx) to ws-stm-points
           move ws-mov-amount (mov-idx) to ws-stm-amount
           write movement-report-record from ws-statement-line
           .

      *> each movement against the points liability: an increase
      *> credits the liability and debits the other side, a
      *> decrease the reverse. Nil lines are left out.
       write-gl-journal section.
           open output gl-journal-file
           move ws-gl-month to ws-gl-hdr-period
           move ws-close-date to ws-gl-hdr-run-id
           write gl-journal-record from ws-gl-header-record
           perform journal-one-movement
               varying mov-idx from 1 by 1
               until mov-idx > 11
           move ws-gl-debit-total to ws-gl-trl-debits
           move ws-gl-credit-total to ws-gl-trl-credits
           write gl-journal-record from ws-gl-trailer-record
           close gl-journal-file
           .

       journal-one-movement section.
           if ws-mov-amount (mov-idx) = 0
               exit section
           end-if
           if ws-mov-amount (mov-idx) > 0
               move ws-mov-amount (mov-idx) to ws-gl-amount
           else
               compute ws-gl-amount = 0 - ws-mov-amount (mov-idx)
           end-if
           move ws-mov-code (mov-idx) to ws-gl-det-code
           move "+" to ws-gl-det-sign
           move ws-gl-amount-x to ws-gl-det-amount

           if ws-mov-amount (mov-idx) > 0
               move "D" to ws-gl-det-type
               move ws-mov-account (mov-idx) to ws-gl-det-account
               move ws-mov-label (mov-idx) to ws-gl-det-name
           else
               move "D" to ws-gl-det-type
               move ws-points-liability-acct to ws-gl-det-account
               move "POINTS LIABILITY" to ws-gl-det-name
           end-if
           write gl-journal-record from ws-gl-detail-record
           add ws-gl-amount to ws-gl-debit-total

           if ws-mov-amount (mov-idx) > 0
               move "C" to ws-gl-det-type
               move ws-points-liability-acct to ws-gl-det-account
               move "POINTS LIABILITY" to ws-gl-det-name
           else
               move "C" to ws-gl-det-type
               move ws-mov-account (mov-idx) to ws-gl-det-account
               move ws-mov-label (mov-idx) to ws-gl-det-name
           end-if
           write gl-journal-record from ws-gl-detail-record
           add ws-gl-amount to ws-gl-credit-total
           .

       book-closing-liability section.
           open extend liability-control-file
           if ws-control-file-status not = "00"
               open output liability-control-file
           end-if
           move spaces to liability-control-record
           move ws-gl-month to lctl-month
           move ws-closing-points to lctl-closing-points
           move ws-closing-amount to lctl-closing-amount
           move ws-as-of-date to lctl-run-date
           write liability-control-record
           close liability-control-file
           .

       end program FlyerLiabJournal.
