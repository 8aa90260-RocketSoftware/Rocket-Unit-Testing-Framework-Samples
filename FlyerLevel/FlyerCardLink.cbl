       program-id. FlyerCardLink.
      *> co-brand card cross-reference maintenance - links the
      *> bank's customers and accounts to flyer members so spend on
      *> our card earns points (FlyerCardEarn). Reads keyed link
      *> transactions (FLYCARDLNK.DAT: action, member id, bank
      *> customer number or account number, free-text note) and
      *> applies them to the cross-reference (FLYCARDX.DAT):
      *>   LINK   - links a customer (every account they hold on
      *>            ACCTMAST.DAT) or a single account to the member.
      *>            The customer or account must be on ACCTMAST.DAT
      *>            and the member on the master; one already linked
      *>            is refused until it is unlinked, so no spend is
      *>            ever claimed by two members
      *>   UNLINK - ends the active link for the customer or
      *>            account; the ended link stays on file with who
      *>            ended it and when, so every link's history can
      *>            be traced
      *> An account-level link outranks its customer's link at
      *> earning time - a joint or business card can earn for a
      *> different member than the customer's own accounts.
      *> Every transaction, applied or refused, goes on the link
      *> audit (FlyerCardLinkAudit.txt) with who keyed it. Return
      *> code 4 when any transaction was refused.
       input-output section.
       file-control.
           select link-in-file assign to "FLYCARDLNK.DAT"
               organization is line sequential
               file status is ws-link-file-status.
           select card-xref-file assign to "FLYCARDX.DAT"
               organization is line sequential
               file status is ws-xref-file-status.
           select account-master assign to "ACCTMAST.DAT"
               organization is line sequential
               file status is ws-account-file-status.
           select member-master-file assign to "FLYMAST.DAT"
               organization is line sequential
               file status is ws-master-file-status.
           select link-audit assign to "FlyerCardLinkAudit.txt"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.
       fd  link-in-file.
       01  link-in-record.
           03 lnk-action            pic x(6).
               88 lnk-is-link           value "LINK  ".
               88 lnk-is-unlink         value "UNLINK".
           03                       pic x.
           03 lnk-member-id         pic x(9).
           03                       pic x.
           03 lnk-customer-no       pic x(9).
           03                       pic x.
           03 lnk-account-no        pic x(10).
           03                       pic x.
           03 lnk-note              pic x(30).

      *> one link, active or ended. A customer-level link carries a
      *> zero account number, an account-level link a zero customer.
       fd  card-xref-file.
       01  card-xref-record.
           03 xref-status           pic x(6).
           03                       pic x.
           03 xref-customer-no      pic 9(9).
           03                       pic x.
           03 xref-account-no       pic 9(10).
           03                       pic x.
           03 xref-member-id        pic 9(9).
           03                       pic x.
           03 xref-linked-date      pic 9(8).
           03                       pic x.
           03 xref-ended-date       pic 9(8).
           03                       pic x.
           03 xref-linked-by        pic x(20).
           03                       pic x.
           03 xref-ended-by         pic x(20).

      *> the bank's account master - account and customer only.
       fd  account-master.
       01  account-master-record.
           03 acm-account-no        pic 9(10).
           03                       pic x(30).
           03 acm-customer-no       pic 9(9).
           03                       pic x(31).

       fd  member-master-file.
       01  member-master-record     pic x(80).

       fd  link-audit.
       01  link-audit-record        pic x(160).

       working-storage section.
       01 ws-link-file-status      pic xx.
       01 ws-xref-file-status      pic xx.
       01 ws-account-file-status   pic xx.
       01 ws-master-file-status    pic xx.
       01 ws-audit-file-status     pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

       01 ws-keyed-by              pic x(20).
       01 ws-as-of-date            pic 9(8).
       01 ws-run-date-env          pic x(8).
       01 ws-now-time              pic 9(8).

      *> the cross-reference, held whole and rewritten at the end.
       01 ws-xref-count            pic 9(5) comp-5 value 0.
       01 ws-xref-table.
           03 ws-xref-entry occurs 20000 times
                   indexed by xref-idx.
               05 ws-xref-record       pic x(97).
       01 ws-xref-work.
           03 ws-xrw-status            pic x(6).
               88 ws-xrw-active            value "ACTIVE".
           03                          pic x.
           03 ws-xrw-customer-no       pic 9(9).
           03                          pic x.
           03 ws-xrw-account-no        pic 9(10).
           03                          pic x.
           03 ws-xrw-member-id         pic 9(9).
           03                          pic x.
           03 ws-xrw-linked-date       pic 9(8).
           03                          pic x.
           03 ws-xrw-ended-date        pic 9(8).
           03                          pic x.
           03 ws-xrw-linked-by         pic x(20).
           03                          pic x.
           03 ws-xrw-ended-by          pic x(20).
       01 ws-link-found-flag       pic x.
           88 ws-link-found            value "Y".

      *> the bank's accounts and who holds them.
       01 ws-acct-count            pic 9(5) comp-5 value 0.
       01 ws-acct-table.
           03 ws-acct-entry occurs 20000 times
                   indexed by acct-idx.
               05 ws-acct-account-no   pic 9(10).
               05 ws-acct-customer-no  pic 9(9).
       01 ws-bank-found-flag       pic x.
           88 ws-bank-found            value "Y".

      *> member ids on the master.
       01 ws-mast-count            pic 9(5) comp-5 value 0.
       01 ws-mast-table.
           03 ws-mast-member-id    pic x(9) occurs 20000 times
                   indexed by mast-idx.
       01 ws-member-found-flag     pic x.
           88 ws-member-found          value "Y".

      *> member-id check digit - eight-digit base plus mod-10
      *> (Luhn), as FlyerMaint issues them.
       01 ws-id-work.
           03 ws-id-base               pic 9(8).
           03 ws-id-base-digits redefines ws-id-base.
               05 ws-id-digit          pic 9 occurs 8 times.
           03 ws-id-check              pic 9.
       01 ws-id-work-number redefines ws-id-work pic 9(9).
       01 ws-id-digit-idx          pic 9(2).
       01 ws-id-weighted           pic 9(2).
       01 ws-id-sum                pic 9(3).
       01 ws-id-computed-check     pic 9.
       01 ws-member-id             pic 9(9).

      *> the key being linked: a customer, or a single account.
       01 ws-customer-no           pic 9(9).
       01 ws-account-no            pic 9(10).

       01 ws-link-read             pic 9(5) value 0.
       01 ws-link-applied          pic 9(5) value 0.
       01 ws-link-refused          pic 9(5) value 0.
       01 ws-linked-count          pic 9(5) value 0.
       01 ws-unlinked-count        pic 9(5) value 0.

       01 ws-result                pic x(8).
       01 ws-detail                pic x(40).

       01 ws-audit-line.
           03 ws-aud-date              pic 9999/99/99.
           03                          pic x.
           03 ws-aud-time              pic x(8).
           03                          pic x.
           03 ws-aud-keyed-by          pic x(20).
           03                          pic x.
           03 ws-aud-action            pic x(6).
           03                          pic x.
           03 ws-aud-member            pic x(9).
           03                          pic x.
           03 ws-aud-customer          pic x(9).
           03                          pic x.
           03 ws-aud-account           pic x(10).
           03                          pic x.
           03 ws-aud-result            pic x(8).
           03                          pic x.
           03 ws-aud-detail            pic x(40).
           03                          pic x.
           03 ws-aud-note              pic x(30).

       procedure division.
       main-line section.
           perform initialize-run
           perform maintain-links until ws-eof
           perform finish-run
           if ws-link-refused > 0
               goback returning 4
           end-if
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
           accept ws-now-time from time

           perform load-card-xref
           perform load-bank-accounts
           perform load-member-ids

           open input link-in-file
           if ws-link-file-status not = "00"
               display "FlyerCardLink: no FLYCARDLNK.DAT to apply"
               set ws-eof to true
           end-if
           open extend link-audit
           if ws-audit-file-status not = "00"
               open output link-audit
           end-if
           .

       load-card-xref section.
           move 0 to ws-xref-count
           move "N" to ws-eof-flag
           open input card-xref-file
           if ws-xref-file-status = "00"
               perform load-one-xref until ws-eof
               close card-xref-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-xref section.
           read card-xref-file
               at end
                   set ws-eof to true
               not at end
                   if ws-xref-count < 20000
                       add 1 to ws-xref-count
                       set xref-idx to ws-xref-count
                       move card-xref-record
                           to ws-xref-record (xref-idx)
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

       maintain-links section.
           read link-in-file
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-link-read
                   perform maintain-one-link
           end-read
           .

       maintain-one-link section.
           move spaces to ws-result
           move spaces to ws-detail
           evaluate true
               when lnk-is-link
                   perform link-card
               when lnk-is-unlink
                   perform unlink-card
               when other
                   move "UNKNOWN ACTION" to ws-detail
                   perform refuse-transaction
           end-evaluate
           perform write-audit-entry
           .

      *>--------------------------------------------------------------
      *> link-card - a new active link, provided neither side is in
      *> doubt and the customer or account isn't linked already.
      *>--------------------------------------------------------------
       link-card section.
           perform validate-bank-key
           if ws-detail not = spaces
               perform refuse-transaction
               exit section
           end-if
           perform validate-member-id
           if not ws-member-found
               perform refuse-transaction
               exit section
           end-if
           perform find-active-link
           if ws-link-found
               if ws-xrw-member-id = ws-member-id
                   move "ALREADY LINKED TO THIS MEMBER" to ws-detail
               else
                   move "LINKED TO MEMBER " to ws-detail
                   move ws-xrw-member-id to ws-detail(18:9)
                   move " - UNLINK IT" to ws-detail(27:12)
               end-if
               perform refuse-transaction
               exit section
           end-if
           if ws-xref-count = 20000
               move "CROSS-REFERENCE TABLE FULL" to ws-detail
               perform refuse-transaction
               exit section
           end-if

           move spaces to ws-xref-work
           move "ACTIVE" to ws-xrw-status
           move ws-customer-no to ws-xrw-customer-no
           move ws-account-no to ws-xrw-account-no
           move ws-member-id to ws-xrw-member-id
           move ws-as-of-date to ws-xrw-linked-date
           move 0 to ws-xrw-ended-date
           move ws-keyed-by to ws-xrw-linked-by
           add 1 to ws-xref-count
           set xref-idx to ws-xref-count
           move ws-xref-work to ws-xref-record (xref-idx)
           add 1 to ws-linked-count
           if ws-account-no = 0
               move "CUSTOMER LINKED" to ws-detail
           else
               move "ACCOUNT LINKED" to ws-detail
           end-if
           perform apply-transaction
           .

      *>--------------------------------------------------------------
      *> unlink-card - ends the active link; a member id keyed with
      *> it must be the member it is linked to.
      *>--------------------------------------------------------------
       unlink-card section.
           perform validate-bank-key
           if ws-detail not = spaces
               perform refuse-transaction
               exit section
           end-if
           perform find-active-link
           if not ws-link-found
               move "NO ACTIVE LINK" to ws-detail
               perform refuse-transaction
               exit section
           end-if
           if lnk-member-id not = spaces
                   and lnk-member-id not = ws-xrw-member-id
               move "LINKED TO MEMBER " to ws-detail
               move ws-xrw-member-id to ws-detail(18:9)
               perform refuse-transaction
               exit section
           end-if

           move "ENDED " to ws-xrw-status
           move ws-as-of-date to ws-xrw-ended-date
           move ws-keyed-by to ws-xrw-ended-by
           move ws-xref-work to ws-xref-record (xref-idx)
           add 1 to ws-unlinked-count
           move "LINK ENDED - WAS MEMBER " to ws-detail
           move ws-xrw-member-id to ws-detail(25:9)
           perform apply-transaction
           .

      *> exactly one of customer and account, and it must be on
      *> the bank's account master.
       validate-bank-key section.
           move 0 to ws-customer-no
           move 0 to ws-account-no
           if (lnk-customer-no = spaces and lnk-account-no = spaces)
                   or (lnk-customer-no not = spaces
                       and lnk-account-no not = spaces)
               move "KEY A CUSTOMER OR AN ACCOUNT, NOT BOTH"
                   to ws-detail
               exit section
           end-if
           move "N" to ws-bank-found-flag
           if lnk-customer-no not = spaces
               if lnk-customer-no not numeric
                   move "CUSTOMER NUMBER NOT NUMERIC" to ws-detail
                   exit section
               end-if
               move lnk-customer-no to ws-customer-no
               perform find-bank-customer
               if not ws-bank-found
                   move "CUSTOMER NOT ON ACCTMAST" to ws-detail
               end-if
           else
               if lnk-account-no not numeric
                   move "ACCOUNT NUMBER NOT NUMERIC" to ws-detail
                   exit section
               end-if
               move lnk-account-no to ws-account-no
               perform find-bank-account
               if not ws-bank-found
                   move "ACCOUNT NOT ON ACCTMAST" to ws-detail
               end-if
           end-if
           .

       find-bank-customer section.
           set acct-idx to 1
           if ws-acct-count > 0
               search ws-acct-entry
                   at end
                       continue
                   when acct-idx > ws-acct-count
                       continue
                   when ws-acct-customer-no (acct-idx)
                           = ws-customer-no
                       set ws-bank-found to true
               end-search
           end-if
           .

       find-bank-account section.
           set acct-idx to 1
           if ws-acct-count > 0
               search ws-acct-entry
                   at end
                       continue
                   when acct-idx > ws-acct-count
                       continue
                   when ws-acct-account-no (acct-idx) = ws-account-no
                       set ws-bank-found to true
               end-search
           end-if
           .

      *> the active link for exactly this key - a customer link and
      *> an account link are different keys.
       find-active-link section.
           move "N" to ws-link-found-flag
           perform check-one-link
               varying xref-idx from 1 by 1
               until xref-idx > ws-xref-count
                   or ws-link-found
           if ws-link-found
               set xref-idx down by 1
               move ws-xref-record (xref-idx) to ws-xref-work
           end-if
           .

       check-one-link section.
           move ws-xref-record (xref-idx) to ws-xref-work
           if ws-xrw-active
                   and ws-xrw-customer-no = ws-customer-no
                   and ws-xrw-account-no = ws-account-no
               set ws-link-found to true
           end-if
           .

      *>--------------------------------------------------------------
      *> validate-member-id - numeric and on the master. One that
      *> isn't there and fails its check digit is refused as a
      *> keying error, as FlyerMaint does.
      *>--------------------------------------------------------------
       validate-member-id section.
           move "N" to ws-member-found-flag
           if lnk-member-id not numeric
               move "MEMBER ID NOT NUMERIC" to ws-detail
               exit section
           end-if
           move lnk-member-id to ws-member-id
           set mast-idx to 1
           if ws-mast-count > 0
               search ws-mast-member-id
                   at end
                       continue
                   when ws-mast-member-id (mast-idx) = lnk-member-id
                       set ws-member-found to true
               end-search
           end-if
           if ws-member-found
               exit section
           end-if
           move ws-member-id to ws-id-work-number
           perform compute-check-digit
           if ws-id-computed-check not = ws-id-check
               move "CHECK DIGIT FAILED - KEYING ERROR" to ws-detail
           else
               move "MEMBER NOT ON MASTER" to ws-detail
           end-if
           .

      *> Luhn over the eight-digit base: every second digit from
      *> the right, starting with the rightmost, is doubled (less 9
      *> when over 9); the check digit brings the sum to a multiple
      *> of ten.
       compute-check-digit section.
           move 0 to ws-id-sum
           perform add-one-check-weight
               varying ws-id-digit-idx from 1 by 1
               until ws-id-digit-idx > 8
           compute ws-id-computed-check =
               function mod(10 - function mod(ws-id-sum, 10), 10)
           .

       add-one-check-weight section.
           if function mod(ws-id-digit-idx, 2) = 0
               compute ws-id-weighted =
                   ws-id-digit (ws-id-digit-idx) * 2
               if ws-id-weighted > 9
                   subtract 9 from ws-id-weighted
               end-if
           else
               move ws-id-digit (ws-id-digit-idx) to ws-id-weighted
           end-if
           add ws-id-weighted to ws-id-sum
           .

       apply-transaction section.
           add 1 to ws-link-applied
           move "APPLIED" to ws-result
           .

       refuse-transaction section.
           add 1 to ws-link-refused
           move "REFUSED" to ws-result
           display "FlyerCardLink: refused " lnk-action " member "
                   lnk-member-id " - " ws-detail
           .

       write-audit-entry section.
           move spaces to ws-audit-line
           move ws-as-of-date to ws-aud-date
           move ws-now-time(1:2) to ws-aud-time(1:2)
           move ":" to ws-aud-time(3:1)
           move ws-now-time(3:2) to ws-aud-time(4:2)
           move ":" to ws-aud-time(6:1)
           move ws-now-time(5:2) to ws-aud-time(7:2)
           move ws-keyed-by to ws-aud-keyed-by
           move lnk-action to ws-aud-action
           move lnk-member-id to ws-aud-member
           move lnk-customer-no to ws-aud-customer
           move lnk-account-no to ws-aud-account
           move ws-result to ws-aud-result
           move ws-detail to ws-aud-detail
           move lnk-note to ws-aud-note
           write link-audit-record from ws-audit-line
           .

       finish-run section.
           close link-in-file
           close link-audit
           if ws-link-applied > 0
               open output card-xref-file
               perform rewrite-one-xref
                   varying xref-idx from 1 by 1
                   until xref-idx > ws-xref-count
               close card-xref-file
           end-if
           display "FlyerCardLink: " ws-link-read " read, "
                   ws-linked-count " linked, "
                   ws-unlinked-count " unlinked, "
                   ws-link-refused " refused"
           .

       rewrite-one-xref section.
           write card-xref-record from ws-xref-record (xref-idx)
           .

       end program FlyerCardLink.
