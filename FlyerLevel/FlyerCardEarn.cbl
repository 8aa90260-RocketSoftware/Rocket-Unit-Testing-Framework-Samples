       program-id. FlyerCardEarn.
      *> co-brand card spend earning - the monthly run that turns
      *> spend on our card into flyer points. Reads the bank's card
      *> spend totals (CARDSPEND.DAT: account cols 1-10, spend month
      *> yyyymm 12-17, spend category 19-22, spend as 9(9)v99 digits
      *> 24-34), finds the member each account earns for on the
      *> co-brand cross-reference (FLYCARDX.DAT, kept by
      *> FlyerCardLink: the account's own active link, else its
      *> customer's from ACCTMAST.DAT), and prices the spend from
      *> the maintainable category table (CARDEARN.TBL: category
      *> cols 1-4, points per unit spent as 9v99 digits 6-8, the
      *> price the bank pays per point as 9v9999 digits 10-14,
      *> description 16-45).
      *>
      *> The points post to FLYACT.DAT as activity type "K": they
      *> count toward the member's balance like any other points,
      *> but, like transfers, never toward tier qualification. Each
      *> account, month and category posted goes on the card
      *> posting register (FLYCARDPOST.DAT) and a rerun will not post
      *> it twice. Spend with no linked member, a member no longer
      *> on the master, or a category not on the table is listed
      *> and left unposted (return code 4).
      *>
      *> FlyerCardSettlement.txt gives finance the bank's bill for
      *> the run: spend, points and amount owed per category, and
      *> the total the bank owes the program for the points issued.
       input-output section.
       file-control.
           select card-spend-file assign to "CARDSPEND.DAT"
               organization is line sequential
               file status is ws-spend-file-status.
           select card-earn-table assign to "CARDEARN.TBL"
               organization is line sequential
               file status is ws-earn-table-status.
           select card-xref-file assign to "FLYCARDX.DAT"
               organization is line sequential
               file status is ws-xref-file-status.
           select account-master assign to "ACCTMAST.DAT"
               organization is line sequential
               file status is ws-account-file-status.
           select member-master-file assign to "FLYMAST.DAT"
               organization is line sequential
               file status is ws-master-file-status.
           select card-post-file assign to "FLYCARDPOST.DAT"
               organization is line sequential
               file status is ws-post-file-status.
           select activity-file assign to "FLYACT.DAT"
               organization is line sequential
               file status is ws-activity-file-status.
           select settlement-report
               assign to "FlyerCardSettlement.txt"
               organization is line sequential.

       data division.
       file section.
       fd  card-spend-file.
       01  card-spend-record.
           03 spd-account-no        pic 9(10).
           03                       pic x.
           03 spd-month             pic 9(6).
           03                       pic x.
           03 spd-category          pic x(4).
           03                       pic x.
           03 spd-amount            pic 9(9)v99.
           03                       pic x(46).

       fd  card-earn-table.
       01  card-earn-record         pic x(80).

      *> one link, active or ended (FlyerCardLink). A customer-level
      *> link carries a zero account number.
       fd  card-xref-file.
       01  card-xref-record.
           03 xref-status           pic x(6).
               88 xref-is-active        value "ACTIVE".
           03                       pic x.
           03 xref-customer-no      pic 9(9).
           03                       pic x.
           03 xref-account-no       pic 9(10).
           03                       pic x.
           03 xref-member-id        pic 9(9).
           03                       pic x(51).

      *> the bank's account master - account and customer only.
       fd  account-master.
       01  account-master-record.
           03 acm-account-no        pic 9(10).
           03                       pic x(30).
           03 acm-customer-no       pic 9(9).
           03                       pic x(31).

       fd  member-master-file.
       01  member-master-record     pic x(80).

      *> one account/month/category posted.
       fd  card-post-file.
       01  card-post-record.
           03 cpst-account-no       pic 9(10).
           03                       pic x.
           03 cpst-month            pic 9(6).
           03                       pic x.
           03 cpst-category         pic x(4).
           03                       pic x.
           03 cpst-member-id        pic 9(9).
           03                       pic x.
           03 cpst-amount           pic 9(9)v99.
           03                       pic x.
           03 cpst-points           pic 9(7).
           03                       pic x.
           03 cpst-posted-date      pic 9(8).

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

       fd  settlement-report.
       01  settlement-report-record pic x(100).

       working-storage section.
       01 ws-spend-file-status     pic xx.
       01 ws-earn-table-status     pic xx.
       01 ws-xref-file-status      pic xx.
       01 ws-account-file-status   pic xx.
       01 ws-master-file-status    pic xx.
       01 ws-post-file-status      pic xx.
       01 ws-activity-file-status  pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

       01 ws-as-of-date            pic 9(8).
       01 ws-run-date-env          pic x(8).

      *> spend categories - earn rate and the bank's price per
      *> point, with the run's totals alongside.
       01 ws-cat-count             pic 9(2) value 0.
       01 ws-cat-table.
           03 ws-cat-entry occurs 50 times
                   indexed by cat-idx.
               05 ws-cat-code          pic x(4).
               05 ws-cat-earn-rate     pic 9v99.
               05 ws-cat-price         pic 9v9(4).
               05 ws-cat-desc          pic x(30).
               05 ws-cat-spend         pic 9(11)v99.
               05 ws-cat-points        pic 9(9).
               05 ws-cat-owed          pic 9(9)v99.
       01 ws-cat-record            pic x(80).
      *> digit-string staging for the implied-decimal rates, as
      *> FlyerEarn stages its multipliers.
       01 ws-cat-in-rate           pic 9v99.
       01 ws-cat-in-rate-x redefines ws-cat-in-rate pic x(3).
       01 ws-cat-in-price          pic 9v9(4).
       01 ws-cat-in-price-x redefines ws-cat-in-price pic x(5).
       01 ws-cat-found-flag        pic x.
           88 ws-cat-found             value "Y".

      *> the active links.
       01 ws-link-count            pic 9(5) comp-5 value 0.
       01 ws-link-table.
           03 ws-link-entry occurs 20000 times
                   indexed by link-idx.
               05 ws-lnk-customer-no   pic 9(9).
               05 ws-lnk-account-no    pic 9(10).
               05 ws-lnk-member-id     pic 9(9).

      *> the bank's accounts and who holds them.
       01 ws-acct-count            pic 9(5) comp-5 value 0.
       01 ws-acct-table.
           03 ws-acct-entry occurs 20000 times
                   indexed by acct-idx.
               05 ws-acct-account-no   pic 9(10).
               05 ws-acct-customer-no  pic 9(9).

      *> member ids on the master.
       01 ws-mast-count            pic 9(5) comp-5 value 0.
       01 ws-mast-table.
           03 ws-mast-member-id    pic x(9) occurs 20000 times
                   indexed by mast-idx.
       01 ws-member-found-flag     pic x.
           88 ws-member-found          value "Y".

      *> what has already been posted.
       01 ws-posted-count          pic 9(5) comp-5 value 0.
       01 ws-posted-table.
           03 ws-posted-entry occurs 50000 times
                   indexed by pst-idx.
               05 ws-pst-account-no    pic 9(10).
               05 ws-pst-month         pic 9(6).
               05 ws-pst-category      pic x(4).
       01 ws-posted-found-flag     pic x.
           88 ws-posted-found          value "Y".

       01 ws-customer-no           pic 9(9).
       01 ws-member-id             pic 9(9).
       01 ws-earned-points         pic 9(7).
       01 ws-reason                pic x(30).

       01 ws-spend-read            pic 9(7) value 0.
       01 ws-spend-posted          pic 9(7) value 0.
       01 ws-spend-exceptions      pic 9(7) value 0.
       01 ws-spend-already         pic 9(7) value 0.
       01 ws-total-spend           pic 9(11)v99 value 0.
       01 ws-total-points          pic 9(9) value 0.
       01 ws-total-owed            pic 9(9)v99 value 0.

       01 ws-exception-line.
           03 ws-exl-account           pic 9(10).
           03                          pic x value space.
           03 ws-exl-month             pic 9(6).
           03                          pic x value space.
           03 ws-exl-category          pic x(4).
           03                          pic x value space.
           03 ws-exl-amount            pic z(8)9.99.
           03                          pic x(2) value spaces.
           03 ws-exl-reason            pic x(30).
       01 ws-settle-line.
           03 ws-stl-category          pic x(4).
           03                          pic x value space.
           03 ws-stl-desc              pic x(30).
           03                          pic x value space.
           03 ws-stl-spend             pic z(10)9.99.
           03                          pic x value space.
           03 ws-stl-points            pic z(8)9.
           03                          pic x(3) value " @ ".
           03 ws-stl-price             pic 9.9(4).
           03                          pic x(3) value " = ".
           03 ws-stl-owed              pic z(8)9.99.

       procedure division.
       main-line section.
           perform initialize-run
           perform earn-card-spend until ws-eof
           perform finish-run
           if ws-spend-exceptions > 0
               goback returning 4
           end-if
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

           perform load-categories
           perform load-active-links
           perform load-bank-accounts
           perform load-member-ids
           perform load-posted-register

           open input card-spend-file
           if ws-spend-file-status not = "00"
               display "FlyerCardEarn: no CARDSPEND.DAT to process"
               set ws-eof to true
           end-if
           open extend activity-file
           if ws-activity-file-status not = "00"
               open output activity-file
           end-if
           open extend card-post-file
           if ws-post-file-status not = "00"
               open output card-post-file
           end-if
           open output settlement-report
           move spaces to settlement-report-record
           string "Co-brand card settlement - run of "
                      delimited by size
                  ws-as-of-date delimited by size
               into settlement-report-record
           end-string
           write settlement-report-record
           move all "=" to settlement-report-record
           write settlement-report-record
           write settlement-report-record from
               "SPEND NOT POSTED:"
           .

       load-categories section.
           move 0 to ws-cat-count
           open input card-earn-table
           if ws-earn-table-status = "00"
               perform load-one-category
                   until ws-earn-table-status not = "00"
                       or ws-cat-count = 50
               close card-earn-table
           end-if
           .

       load-one-category section.
           read card-earn-table into ws-cat-record
           if ws-earn-table-status = "00"
                   and ws-cat-record(1:4) not = spaces
                   and ws-cat-record(6:3) is numeric
                   and ws-cat-record(10:5) is numeric
               add 1 to ws-cat-count
               set cat-idx to ws-cat-count
               move ws-cat-record(1:4) to ws-cat-code (cat-idx)
               move ws-cat-record(6:3) to ws-cat-in-rate-x
               move ws-cat-in-rate to ws-cat-earn-rate (cat-idx)
               move ws-cat-record(10:5) to ws-cat-in-price-x
               move ws-cat-in-price to ws-cat-price (cat-idx)
               move ws-cat-record(16:30) to ws-cat-desc (cat-idx)
               move 0 to ws-cat-spend (cat-idx)
               move 0 to ws-cat-points (cat-idx)
               move 0 to ws-cat-owed (cat-idx)
           end-if
           .

       load-active-links section.
           move 0 to ws-link-count
           move "N" to ws-eof-flag
           open input card-xref-file
           if ws-xref-file-status = "00"
               perform load-one-link until ws-eof
               close card-xref-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-link section.
           read card-xref-file
               at end
                   set ws-eof to true
               not at end
                   if xref-is-active and ws-link-count < 20000
                       add 1 to ws-link-count
                       set link-idx to ws-link-count
                       move xref-customer-no
                           to ws-lnk-customer-no (link-idx)
                       move xref-account-no
                           to ws-lnk-account-no (link-idx)
                       move xref-member-id
                           to ws-lnk-member-id (link-idx)
                   end-if
           end-read
           .

       load-bank-accounts section.
           move 0 to ws-acct-count
           move "N" to ws-eof-flag
           open input account-master
           if ws-account-file-status = "00"
               perform load-one-bank-account until ws-eof
               close account-master
           end-if
           move "N" to ws-eof-flag
           .

       load-one-bank-account section.
           read account-master
               at end
                   set ws-eof to true
               not at end
                   if ws-acct-count < 20000
                           and acm-account-no is numeric
                       add 1 to ws-acct-count
                       set acct-idx to ws-acct-count
                       move acm-account-no
                           to ws-acct-account-no (acct-idx)
                       if acm-customer-no is numeric
                           move acm-customer-no
                               to ws-acct-customer-no (acct-idx)
                       else
                           move 0 to ws-acct-customer-no (acct-idx)
                       end-if
                   end-if
           end-read
           .

       load-member-ids section.
           move 0 to ws-mast-count
           move "N" to ws-eof-flag
           open input member-master-file
           if ws-master-file-status = "00"
               perform load-one-member-id until ws-eof
               close member-master-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-member-id section.
           read member-master-file
               at end
                   set ws-eof to true
               not at end
                   if ws-mast-count < 20000
                       add 1 to ws-mast-count
                       set mast-idx to ws-mast-count
                       move member-master-record(1:9)
                           to ws-mast-member-id (mast-idx)
                   end-if
           end-read
           .

       load-posted-register section.
           move 0 to ws-posted-count
           move "N" to ws-eof-flag
           open input card-post-file
           if ws-post-file-status = "00"
               perform load-one-posted until ws-eof
               close card-post-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-posted section.
           read card-post-file
               at end
                   set ws-eof to true
               not at end
                   if ws-posted-count < 50000
                       add 1 to ws-posted-count
                       set pst-idx to ws-posted-count
                       move cpst-account-no
                           to ws-pst-account-no (pst-idx)
                       move cpst-month to ws-pst-month (pst-idx)
                       move cpst-category to ws-pst-category (pst-idx)
                   end-if
           end-read
           .

       earn-card-spend section.
           read card-spend-file
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-spend-read
                   perform earn-one-spend
           end-read
           .

      *>--------------------------------------------------------------
      *> earn-one-spend - one account's month of spend in one
      *> category: already posted, or priced and posted to the
      *> linked member, or listed with the reason it wasn't.
      *>--------------------------------------------------------------
       earn-one-spend section.
           if spd-account-no not numeric
                   or spd-month not numeric
                   or spd-amount not numeric
               move "SPEND LINE NOT NUMERIC" to ws-reason
               perform list-spend-exception
               exit section
           end-if
           perform find-posted-spend
           if ws-posted-found
               add 1 to ws-spend-already
               exit section
           end-if
           perform find-category
           if not ws-cat-found
               move "CATEGORY NOT ON CARDEARN.TBL" to ws-reason
               perform list-spend-exception
               exit section
           end-if
           perform find-linked-member
           if ws-member-id = 0
               move "NO MEMBER LINKED" to ws-reason
               perform list-spend-exception
               exit section
           end-if
           perform find-member
           if not ws-member-found
               move "LINKED MEMBER NOT ON MASTER" to ws-reason
               perform list-spend-exception
               exit section
           end-if

           compute ws-earned-points rounded =
               spd-amount * ws-cat-earn-rate (cat-idx)
           if ws-earned-points > 0
               move spaces to activity-file-record
               move ws-member-id to actf-member-id
               move ws-as-of-date to actf-date
               move ws-earned-points to actf-points
               move "K" to actf-type
               write activity-file-record
           end-if

           move spaces to card-post-record
           move spd-account-no to cpst-account-no
           move spd-month to cpst-month
           move spd-category to cpst-category
           move ws-member-id to cpst-member-id
           move spd-amount to cpst-amount
           move ws-earned-points to cpst-points
           move ws-as-of-date to cpst-posted-date
           write card-post-record
           if ws-posted-count < 50000
               add 1 to ws-posted-count
               set pst-idx to ws-posted-count
               move spd-account-no to ws-pst-account-no (pst-idx)
               move spd-month to ws-pst-month (pst-idx)
               move spd-category to ws-pst-category (pst-idx)
           end-if

           add 1 to ws-spend-posted
           add spd-amount to ws-cat-spend (cat-idx)
           add ws-earned-points to ws-cat-points (cat-idx)
           .

       find-posted-spend section.
           move "N" to ws-posted-found-flag
           set pst-idx to 1
           if ws-posted-count > 0
               search ws-posted-entry
                   at end
                       continue
                   when pst-idx > ws-posted-count
                       continue
                   when ws-pst-account-no (pst-idx) = spd-account-no
                           and ws-pst-month (pst-idx) = spd-month
                           and ws-pst-category (pst-idx)
                               = spd-category
                       set ws-posted-found to true
               end-search
           end-if
           .

       find-category section.
           move "N" to ws-cat-found-flag
           set cat-idx to 1
           if ws-cat-count > 0
               search ws-cat-entry
                   at end
                       continue
                   when cat-idx > ws-cat-count
                       continue
                   when ws-cat-code (cat-idx) = spd-category
                       set ws-cat-found to true
               end-search
           end-if
           .

      *> the account's own link wins; otherwise the link of the
      *> customer holding the account.
       find-linked-member section.
           move 0 to ws-member-id
           set link-idx to 1
           if ws-link-count > 0
               search ws-link-entry
                   at end
                       continue
                   when link-idx > ws-link-count
                       continue
                   when ws-lnk-account-no (link-idx) = spd-account-no
                       move ws-lnk-member-id (link-idx)
                           to ws-member-id
               end-search
           end-if
           if ws-member-id not = 0
               exit section
           end-if

           move 0 to ws-customer-no
           set acct-idx to 1
           if ws-acct-count > 0
               search ws-acct-entry
                   at end
                       continue
                   when acct-idx > ws-acct-count
                       continue
                   when ws-acct-account-no (acct-idx) = spd-account-no
                       move ws-acct-customer-no (acct-idx)
                           to ws-customer-no
               end-search
           end-if
           if ws-customer-no = 0
               exit section
           end-if
           set link-idx to 1
           if ws-link-count > 0
               search ws-link-entry
                   at end
                       continue
                   when link-idx > ws-link-count
                       continue
                   when ws-lnk-account-no (link-idx) = 0
                           and ws-lnk-customer-no (link-idx)
                               = ws-customer-no
                       move ws-lnk-member-id (link-idx)
                           to ws-member-id
               end-search
           end-if
           .

       find-member section.
           move "N" to ws-member-found-flag
           set mast-idx to 1
           if ws-mast-count > 0
               search ws-mast-member-id
                   at end
                       continue
                   when mast-idx > ws-mast-count
                       continue
                   when ws-mast-member-id (mast-idx) = ws-member-id
                       set ws-member-found to true
               end-search
           end-if
           .

       list-spend-exception section.
           add 1 to ws-spend-exceptions
           move spd-account-no to ws-exl-account
           move spd-month to ws-exl-month
           move spd-category to ws-exl-category
           if spd-amount is numeric
               move spd-amount to ws-exl-amount
           else
               move 0 to ws-exl-amount
           end-if
           move ws-reason to ws-exl-reason
           write settlement-report-record from ws-exception-line
           .

       finish-run section.
           close card-spend-file
           close activity-file
           close card-post-file
           if ws-spend-exceptions = 0
               write settlement-report-record from "  (none)"
           end-if
           write settlement-report-record from spaces
           write settlement-report-record from
               "OWED BY THE BANK FOR POINTS ISSUED:"
           perform write-one-category
               varying cat-idx from 1 by 1
               until cat-idx > ws-cat-count
           move spaces to ws-settle-line
           move "TOTAL" to ws-stl-desc
           move ws-total-spend to ws-stl-spend
           move ws-total-points to ws-stl-points
           move ws-total-owed to ws-stl-owed
           move " = " to ws-settle-line(70:3)
           write settlement-report-record from ws-settle-line
           close settlement-report
           display "FlyerCardEarn: " ws-spend-read " read, "
                   ws-spend-posted " posted, "
                   ws-spend-already " already posted, "
                   ws-spend-exceptions " not posted, "
                   ws-total-points " point(s) issued"
           .

      *> priced per category, so the bill matches the category
      *> lines exactly.
       write-one-category section.
           compute ws-cat-owed (cat-idx) rounded =
               ws-cat-points (cat-idx) * ws-cat-price (cat-idx)
           add ws-cat-spend (cat-idx) to ws-total-spend
           add ws-cat-points (cat-idx) to ws-total-points
           add ws-cat-owed (cat-idx) to ws-total-owed
           move ws-cat-code (cat-idx) to ws-stl-category
           move ws-cat-desc (cat-idx) to ws-stl-desc
           move ws-cat-spend (cat-idx) to ws-stl-spend
           move ws-cat-points (cat-idx) to ws-stl-points
           move ws-cat-price (cat-idx) to ws-stl-price
           move ws-cat-owed (cat-idx) to ws-stl-owed
           write settlement-report-record from ws-settle-line
           .

       end program FlyerCardEarn.
