       program-id. FlyerMaint.
      *> member maintenance - enrollment, corrections and closures
      *> through a controlled run instead of hand edits to
      *> FLYMAST.DAT. Reads keyed maintenance transactions
      *> (FLYMAINT.DAT: action, member id, name, e-mail, phone,
      *> close reason, free-text note) and applies them to the
      *> member master and the contact file (FLYCONT.DAT):
      *>   ENROLL - assigns the next member id, eight digits plus a
      *>            mod-10 check digit so a mistyped id is caught
      *>            the moment it is keyed, and starts the member
      *>            at the base tier (first FLYERTIER.TBL row) with
      *>            zero points
      *>   CHANGE - corrects the name and/or contact details; a
      *>            blank field leaves the current value alone
      *>   CLOSE  - closes the account with a reason code from
      *>            FLYCLOSE.TBL, forfeits the decayed balance as a
      *>            negative FLYACT.DAT entry (the same arithmetic
      *>            FlyerRedeem uses, so the liability falls by
      *>            exactly what the member loses), and moves the
      *>            member off the master to the closed-member file
      *>            (FLYCLOSED.DAT) - the id is never reissued
      *> Every transaction, applied or refused, goes on the
      *> maintenance audit (FlyerMaintAudit.txt) with who keyed it.
      *>
      *> The run is refused outright (return code 8, nothing
      *> touched) while the monthly re-tiering has FLYMAST.NEW
      *> open - a FlyerTierBatch on the run log still running, or
      *> finished and not yet promoted - since FlyerPromote would
      *> copy the assessed master over any maintenance done in
      *> between. Return code 4 when any transaction was refused.
       input-output section.
       file-control.
           select maint-in-file assign to "FLYMAINT.DAT"
               organization is line sequential
               file status is ws-maint-file-status.
           select member-master-file assign to "FLYMAST.DAT"
               organization is line sequential
               file status is ws-master-file-status.
           select contact-file assign to "FLYCONT.DAT"
               organization is line sequential
               file status is ws-contact-file-status.
           select closed-member-file assign to "FLYCLOSED.DAT"
               organization is line sequential
               file status is ws-closed-file-status.
           select activity-file assign to "FLYACT.DAT"
               organization is line sequential
               file status is ws-activity-file-status.
           select tier-table-file assign to "FLYERTIER.TBL"
               organization is line sequential
               file status is ws-tier-file-status.
           select close-reason-file assign to "FLYCLOSE.TBL"
               organization is line sequential
               file status is ws-reason-file-status.
           select run-log-file assign to "RUNLOG.DAT"
               organization is line sequential
               file status is ws-runlog-status.
           select maint-audit assign to "FlyerMaintAudit.txt"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.
       fd  maint-in-file.
       01  maint-in-record.
           03 mnt-action            pic x(6).
               88 mnt-is-enroll         value "ENROLL".
               88 mnt-is-change         value "CHANGE".
               88 mnt-is-close          value "CLOSE ".
           03                       pic x.
           03 mnt-member-id         pic x(9).
           03                       pic x.
           03 mnt-name              pic x(20).
           03                       pic x.
           03 mnt-email             pic x(40).
           03                       pic x.
           03 mnt-phone             pic x(15).
           03                       pic x.
           03 mnt-close-reason      pic x(4).
           03                       pic x.
           03 mnt-note              pic x(30).

       fd  member-master-file.
       01  member-master-record     pic x(80).

      *> contact details, one record per member, kept apart from
      *> the master so the batch programs' layout is untouched.
       fd  contact-file.
       01  contact-record.
           03 cont-member-id        pic 9(9).
           03                       pic x.
           03 cont-email            pic x(40).
           03                       pic x.
           03 cont-phone            pic x(15).
           03                       pic x.
           03 cont-enrolled-date    pic 9(8).
           03                       pic x.
           03 cont-changed-date     pic 9(8).

      *> the master image as it stood at closure, with the close
      *> details after it.
       fd  closed-member-file.
       01  closed-member-record.
           03 clsd-master-image     pic x(68).
           03                       pic x.
           03 clsd-close-date       pic 9(8).
           03                       pic x.
           03 clsd-reason           pic x(4).
           03                       pic x.
           03 clsd-forfeited        pic 9(7).
           03                       pic x.
           03 clsd-keyed-by         pic x(20).

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

       fd  tier-table-file.
       01  tier-table-record        pic x(80).

       fd  close-reason-file.
       01  close-reason-record      pic x(80).

      *> the run-log record as batchrunlog lays it out.
       fd  run-log-file.
       01  run-log-record.
           03 rlf-run-id               pic x(14).
           03                          pic x.
           03 rlf-program-name         pic x(20).
           03                          pic x.
           03 rlf-start-date           pic 9(8).
           03                          pic x.
           03 rlf-start-time           pic 9(8).
           03                          pic x.
           03 rlf-end-date             pic 9(8).
           03                          pic x.
           03 rlf-end-time             pic 9(8).
           03                          pic x.
           03 rlf-records-read         pic 9(9).
           03                          pic x.
           03 rlf-records-written      pic 9(9).
           03                          pic x.
           03 rlf-exception-count      pic 9(9).
           03                          pic x.
           03 rlf-return-code          pic 9(4).

       fd  maint-audit.
       01  maint-audit-record       pic x(132).

       working-storage section.
       copy "GetFlyerLevel.cpy" replacing ==:prefix:== by ==ws==.
       01 ws-maint-file-status     pic xx.
       01 ws-master-file-status    pic xx.
       01 ws-contact-file-status   pic xx.
       01 ws-closed-file-status    pic xx.
       01 ws-activity-file-status  pic xx.
       01 ws-tier-file-status      pic xx.
       01 ws-reason-file-status    pic xx.
       01 ws-runlog-status         pic xx.
       01 ws-audit-file-status     pic xx.
       01 ws-eof-flag              pic x value "N".
           88 ws-eof                   value "Y".

       01 ws-keyed-by              pic x(20).
       01 ws-as-of-date            pic 9(8).
       01 ws-run-date-env          pic x(8).
       01 ws-now-time              pic 9(8).

      *> re-tiering in flight: set by a FlyerTierBatch entry on the
      *> run log (running, or finished cleanly), cleared by a clean
      *> FlyerPromote after it.
       01 ws-retier-open-flag      pic x value "N".
           88 ws-retier-open           value "Y".

      *> the member master, held whole and rewritten once at end of
      *> run (as FlyerEarn does); a closed member is dropped from
      *> the rewrite.
       01 ws-mast-count            pic 9(5) comp-5 value 0.
       01 ws-mast-table.
           03 ws-mast-entry occurs 20000 times
                   indexed by mast-idx.
               05 ws-mast-record       pic x(80).
               05 ws-mast-closed-flag  pic x.
                   88 ws-mast-closed       value "Y".
       01 ws-member-work.
           03 ws-mbr-member-id         pic 9(9).
           03                          pic x.
           03 ws-mbr-member-name       pic x(20).
           03                          pic x.
           03 ws-mbr-tier              pic x(8).
           03                          pic x.
           03 ws-mbr-points            pic 9(7).
           03                          pic x.
           03 ws-mbr-protect-flag      pic x.
           03                          pic x.
           03 ws-mbr-last-upgrade      pic 9(8).
           03                          pic x.
           03 ws-mbr-lifetime-points   pic 9(9).
           03                          pic x(12).
       01 ws-member-found-flag     pic x.
           88 ws-member-found          value "Y".

      *> contact details, also held whole and rewritten at the end.
       01 ws-cont-count            pic 9(5) comp-5 value 0.
       01 ws-cont-table.
           03 ws-cont-entry occurs 20000 times
                   indexed by cont-idx.
               05 ws-cont-record       pic x(90).
       01 ws-contact-work.
           03 ws-cnt-member-id         pic 9(9).
           03                          pic x.
           03 ws-cnt-email             pic x(40).
           03                          pic x.
           03 ws-cnt-phone             pic x(15).
           03                          pic x.
           03 ws-cnt-enrolled-date     pic 9(8).
           03                          pic x.
           03 ws-cnt-changed-date      pic 9(8).
           03                          pic x(6).
       01 ws-contact-found-flag    pic x.
           88 ws-contact-found         value "Y".

      *> member-id numbering: eight-digit base plus a mod-10
      *> (Luhn) check digit. The next base follows the highest in
      *> use on the master or the closed-member file.
       01 ws-high-base             pic 9(8) value 0.
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
       01 ws-id-check-ok-flag      pic x.
           88 ws-id-check-ok           value "Y".
       01 ws-id-unused-flag        pic x.
           88 ws-id-unused             value "Y".
       01 ws-member-id             pic 9(9).

      *> the base tier new members start at - first activity row of
      *> FLYERTIER.TBL, Bronze when the table isn't there.
       01 ws-base-tier             pic x(8) value "Bronze".
       01 ws-tier-record           pic x(80).

      *> closure reasons: code cols 1-4, description 6-45. With no
      *> table on hand any non-blank code is taken.
       01 ws-reason-count          pic 9(2) value 0.
       01 ws-reason-table.
           03 ws-rsn-code          pic x(4) occurs 50 times
                   indexed by rsn-idx.
       01 ws-reason-record         pic x(80).
       01 ws-reason-found-flag     pic x.
           88 ws-reason-found          value "Y".

      *> the whole activity file in memory, for the closing
      *> member's decayed balance.
       01 ws-all-activity-count    pic 9(5) comp-5 value 0.
       01 ws-all-activity.
           03 ws-all-activity-entry occurs 20000 times
                   indexed by all-act-idx.
               05 ws-all-member-id      pic 9(9).
               05 ws-all-act-date       pic 9(8).
               05 ws-all-act-points     pic s9(7).
       01 ws-balance               pic 9(7).

       01 ws-maint-read            pic 9(5) value 0.
       01 ws-maint-applied         pic 9(5) value 0.
       01 ws-maint-refused         pic 9(5) value 0.
       01 ws-enrolled-count        pic 9(5) value 0.
       01 ws-changed-count         pic 9(5) value 0.
       01 ws-closed-count          pic 9(5) value 0.
       01 ws-forfeited-total       pic 9(9) value 0.

       01 ws-result                pic x(8).
       01 ws-detail                pic x(40).
       01 ws-detail-points         pic z(6)9.

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
           03 ws-aud-result            pic x(8).
           03                          pic x.
           03 ws-aud-detail            pic x(40).
           03                          pic x.
           03 ws-aud-note              pic x(30).

       01 ws-runlog-program        pic x(20) value "FlyerMaint".
       01 ws-runlog-run-id         pic x(14).
       01 ws-runlog-rc             pic 9(4) value 0.
       01 ws-runlog-read           pic 9(9).
       01 ws-runlog-written        pic 9(9).
       01 ws-runlog-exceptions     pic 9(9).

       procedure division.
       main-line section.
           perform check-retier-open
           if ws-retier-open
               display "FlyerMaint: monthly re-tiering has "
                       "FLYMAST.NEW open - MAINTENANCE REFUSED"
               goback returning 8
           end-if

           perform initialize-run
           perform maintain-members until ws-eof
           perform finish-run
           if ws-maint-refused > 0
               goback returning 4
           end-if
           goback.

      *>--------------------------------------------------------------
      *> check-retier-open - FLYMAST.NEW is open from the moment a
      *> FlyerTierBatch run starts until a clean FlyerPromote has
      *> copied it over the live master. The run log is in run
      *> order, so the last word on it wins.
      *>--------------------------------------------------------------
       check-retier-open section.
           move "N" to ws-retier-open-flag
           move "N" to ws-eof-flag
           open input run-log-file
           if ws-runlog-status not = "00"
               set ws-eof to true
           end-if
           perform scan-one-log-record until ws-eof
           if ws-runlog-status = "00" or ws-runlog-status = "10"
               close run-log-file
           end-if
           move "N" to ws-eof-flag
           .

       scan-one-log-record section.
           read run-log-file
               at end
                   set ws-eof to true
               not at end
                   evaluate true
                       when rlf-program-name = "FlyerTierBatch"
                               and (rlf-end-date = 0
                                   or rlf-return-code = 0)
                           set ws-retier-open to true
                       when rlf-program-name = "FlyerPromote"
                               and rlf-end-date not = 0
                               and rlf-return-code = 0
                           move "N" to ws-retier-open-flag
                   end-evaluate
           end-read
           .

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

           call "BatchRunLogStart" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
           end-call

           perform load-base-tier
           perform load-close-reasons
           perform load-member-master
           perform load-contacts
           perform load-closed-bases
           perform load-all-activity

           open input maint-in-file
           if ws-maint-file-status not = "00"
               display "FlyerMaint: no FLYMAINT.DAT to apply"
               set ws-eof to true
           end-if
           open extend activity-file
           if ws-activity-file-status not = "00"
               open output activity-file
           end-if
           open extend closed-member-file
           if ws-closed-file-status not = "00"
               open output closed-member-file
           end-if
           open extend maint-audit
           if ws-audit-file-status not = "00"
               open output maint-audit
           end-if
           .

       load-base-tier section.
           open input tier-table-file
           if ws-tier-file-status = "00"
               read tier-table-file into ws-tier-record
               if ws-tier-file-status = "00"
                       and ws-tier-record(1:8) not = spaces
                       and ws-tier-record(18:1) not = "L"
                   move ws-tier-record(1:8) to ws-base-tier
               end-if
               close tier-table-file
           end-if
           .

       load-close-reasons section.
           move 0 to ws-reason-count
           open input close-reason-file
           if ws-reason-file-status = "00"
               perform load-one-close-reason
                   until ws-reason-file-status not = "00"
                       or ws-reason-count = 50
               close close-reason-file
           end-if
           .

       load-one-close-reason section.
           read close-reason-file into ws-reason-record
           if ws-reason-file-status = "00"
               add 1 to ws-reason-count
               set rsn-idx to ws-reason-count
               move ws-reason-record(1:4) to ws-rsn-code (rsn-idx)
           end-if
           .

       load-member-master section.
           move 0 to ws-mast-count
           move "N" to ws-eof-flag
           open input member-master-file
           if ws-master-file-status = "00"
               perform load-one-master until ws-eof
               close member-master-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-master section.
           read member-master-file
               at end
                   set ws-eof to true
               not at end
                   if ws-mast-count < 20000
                       add 1 to ws-mast-count
                       set mast-idx to ws-mast-count
                       move member-master-record
                           to ws-mast-record (mast-idx)
                       move "N" to ws-mast-closed-flag (mast-idx)
                       move member-master-record to ws-member-work
                       perform note-high-base
                   end-if
           end-read
           .

      *> a legacy id (keyed before check digits) still counts
      *> towards the high-water mark, so no new id can land on it.
       note-high-base section.
           if ws-mbr-member-id is numeric
               move ws-mbr-member-id to ws-id-work-number
               if ws-id-base > ws-high-base
                   move ws-id-base to ws-high-base
               end-if
           end-if
           .

       load-contacts section.
           move 0 to ws-cont-count
           move "N" to ws-eof-flag
           open input contact-file
           if ws-contact-file-status = "00"
               perform load-one-contact until ws-eof
               close contact-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-contact section.
           read contact-file
               at end
                   set ws-eof to true
               not at end
                   if ws-cont-count < 20000
                       add 1 to ws-cont-count
                       set cont-idx to ws-cont-count
                       move contact-record to ws-cont-record (cont-idx)
                   end-if
           end-read
           .

      *> closed members are off the master, but their ids are
      *> never handed out again.
       load-closed-bases section.
           move "N" to ws-eof-flag
           open input closed-member-file
           if ws-closed-file-status = "00"
               perform load-one-closed-base until ws-eof
               close closed-member-file
           end-if
           move "N" to ws-eof-flag
           .

       load-one-closed-base section.
           read closed-member-file
               at end
                   set ws-eof to true
               not at end
                   move clsd-master-image to ws-member-work
                   perform note-high-base
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
           end-if
           .

       maintain-members section.
           read maint-in-file
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-maint-read
                   perform maintain-one-member
           end-read
           .

       maintain-one-member section.
           move spaces to ws-result
           move spaces to ws-detail
           evaluate true
               when mnt-is-enroll
                   perform enroll-member
               when mnt-is-change
                   perform change-member
               when mnt-is-close
                   perform close-member
               when other
                   move "UNKNOWN ACTION" to ws-detail
                   perform refuse-transaction
           end-evaluate
           perform write-audit-entry
           .

      *>--------------------------------------------------------------
      *> enroll-member - the next id, the base tier, zero points.
      *>--------------------------------------------------------------
       enroll-member section.
           if mnt-name = spaces
               move "NAME REQUIRED" to ws-detail
               perform refuse-transaction
               exit section
           end-if
           if mnt-email not = spaces
               perform find-contact-by-email
               if ws-contact-found
                   move "E-MAIL ALREADY ENROLLED AS " to ws-detail
                   move ws-cnt-member-id to ws-detail(28:9)
                   perform refuse-transaction
                   exit section
               end-if
           end-if
           if ws-mast-count = 20000 or ws-cont-count = 20000
               move "MEMBER TABLE FULL" to ws-detail
               perform refuse-transaction
               exit section
           end-if

           perform assign-next-member-id

           move spaces to ws-member-work
           move ws-member-id to ws-mbr-member-id
           move mnt-name to ws-mbr-member-name
           move ws-base-tier to ws-mbr-tier
           move 0 to ws-mbr-points
           move space to ws-mbr-protect-flag
           move 0 to ws-mbr-last-upgrade
           move 0 to ws-mbr-lifetime-points
           add 1 to ws-mast-count
           set mast-idx to ws-mast-count
           move ws-member-work to ws-mast-record (mast-idx)
           move "N" to ws-mast-closed-flag (mast-idx)

           move spaces to ws-contact-work
           move ws-member-id to ws-cnt-member-id
           move mnt-email to ws-cnt-email
           move mnt-phone to ws-cnt-phone
           move ws-as-of-date to ws-cnt-enrolled-date
           move ws-as-of-date to ws-cnt-changed-date
           add 1 to ws-cont-count
           set cont-idx to ws-cont-count
           move ws-contact-work to ws-cont-record (cont-idx)

      *> the audit shows the id that was issued.
           move ws-member-id to mnt-member-id
           move "ENROLLED AT " to ws-detail
           move ws-base-tier to ws-detail(13:8)
           add 1 to ws-enrolled-count
           perform apply-transaction
           .

       assign-next-member-id section.
           move "N" to ws-id-unused-flag
           perform try-next-member-id until ws-id-unused
           .

       try-next-member-id section.
           add 1 to ws-high-base
           move ws-high-base to ws-id-base
           perform compute-check-digit
           move ws-id-computed-check to ws-id-check
           move ws-id-work-number to ws-member-id
           perform find-member
           if not ws-member-found
               set ws-id-unused to true
           end-if
           .

      *> Luhn over the eight-digit base: every second digit from
      *> the right, starting with the rightmost, is doubled (less 9
      *> when over 9); the check digit brings the sum to a multiple
      *> of ten. Catches any single mistyped digit and most
      *> transpositions.
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

      *>--------------------------------------------------------------
      *> validate-member-id - a keyed id for CHANGE or CLOSE must be
      *> numeric and on the master. One that isn't there and fails
      *> its check digit is refused as a keying error, so the desk
      *> knows to look at the number rather than the member.
      *>--------------------------------------------------------------
       validate-member-id section.
           move "N" to ws-member-found-flag
           if mnt-member-id not numeric
               move "MEMBER ID NOT NUMERIC" to ws-detail
               exit section
           end-if
           move mnt-member-id to ws-member-id
           perform find-member
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

       find-member section.
           move "N" to ws-member-found-flag
           set mast-idx to 1
           if ws-mast-count > 0
               search ws-mast-entry
                   at end
                       continue
                   when ws-mast-record (mast-idx)(1:9) = ws-member-id
                           and not ws-mast-closed (mast-idx)
                       set ws-member-found to true
               end-search
           end-if
           .

       find-contact section.
           move "N" to ws-contact-found-flag
           set cont-idx to 1
           if ws-cont-count > 0
               search ws-cont-entry
                   at end
                       continue
                   when ws-cont-record (cont-idx)(1:9) = ws-member-id
                       set ws-contact-found to true
                       move ws-cont-record (cont-idx)
                           to ws-contact-work
               end-search
           end-if
           .

       find-contact-by-email section.
           move "N" to ws-contact-found-flag
           set cont-idx to 1
           if ws-cont-count > 0
               search ws-cont-entry
                   at end
                       continue
                   when ws-cont-record (cont-idx)(11:40) = mnt-email
                       set ws-contact-found to true
                       move ws-cont-record (cont-idx)
                           to ws-contact-work
               end-search
           end-if
           .

      *>--------------------------------------------------------------
      *> change-member - name on the master, e-mail and phone on the
      *> contact file; only the fields keyed are changed.
      *>--------------------------------------------------------------
       change-member section.
           perform validate-member-id
           if not ws-member-found
               perform refuse-transaction
               exit section
           end-if
           if mnt-name = spaces and mnt-email = spaces
                   and mnt-phone = spaces
               move "NOTHING TO CHANGE" to ws-detail
               perform refuse-transaction
               exit section
           end-if

           if mnt-name not = spaces
               move ws-mast-record (mast-idx) to ws-member-work
               move mnt-name to ws-mbr-member-name
               move ws-member-work to ws-mast-record (mast-idx)
               move "CHANGED NAME" to ws-detail
           end-if

           if mnt-email not = spaces or mnt-phone not = spaces
               perform find-contact
               if not ws-contact-found
      *> a member enrolled by hand has no contact record yet.
                   if ws-cont-count = 20000
                       move "CONTACT TABLE FULL" to ws-detail
                       perform refuse-transaction
                       exit section
                   end-if
                   move spaces to ws-contact-work
                   move ws-member-id to ws-cnt-member-id
                   move 0 to ws-cnt-enrolled-date
                   add 1 to ws-cont-count
                   set cont-idx to ws-cont-count
               end-if
               if mnt-email not = spaces
                   move mnt-email to ws-cnt-email
               end-if
               if mnt-phone not = spaces
                   move mnt-phone to ws-cnt-phone
               end-if
               move ws-as-of-date to ws-cnt-changed-date
               move ws-contact-work to ws-cont-record (cont-idx)
               if ws-detail = spaces
                   move "CHANGED CONTACT" to ws-detail
               else
                   move "CHANGED NAME, CONTACT" to ws-detail
               end-if
           end-if

           add 1 to ws-changed-count
           perform apply-transaction
           .

      *>--------------------------------------------------------------
      *> close-member - forfeit the decayed balance as a negative
      *> activity entry, then move the member to the closed file.
      *>--------------------------------------------------------------
       close-member section.
           perform validate-member-id
           if not ws-member-found
               perform refuse-transaction
               exit section
           end-if
           if mnt-close-reason = spaces
               move "CLOSE REASON REQUIRED" to ws-detail
               perform refuse-transaction
               exit section
           end-if
           if ws-reason-count > 0
               move "N" to ws-reason-found-flag
               set rsn-idx to 1
               search ws-rsn-code
                   at end
                       continue
                   when ws-rsn-code (rsn-idx) = mnt-close-reason
                       set ws-reason-found to true
               end-search
               if not ws-reason-found
                   move "UNKNOWN CLOSE REASON" to ws-detail
                   perform refuse-transaction
                   exit section
               end-if
           end-if

           move ws-mast-record (mast-idx) to ws-member-work
           perform compute-member-balance
           if ws-balance > 0
               perform post-forfeiture
           end-if

           move spaces to closed-member-record
           move ws-member-work to clsd-master-image
           move ws-as-of-date to clsd-close-date
           move mnt-close-reason to clsd-reason
           move ws-balance to clsd-forfeited
           move ws-keyed-by to clsd-keyed-by
           write closed-member-record

      *> find-member left mast-idx on this member.
           set ws-mast-closed (mast-idx) to true

           move ws-balance to ws-detail-points
           move "CLOSED " to ws-detail
           move mnt-close-reason to ws-detail(8:4)
           move " FORFEITED " to ws-detail(12:11)
           move ws-detail-points to ws-detail(23:7)
           add 1 to ws-closed-count
           add ws-balance to ws-forfeited-total
           perform apply-transaction
           .

      *> the member's decayed current balance - the same arithmetic
      *> FlyerRedeem and the tier assessment use.
       compute-member-balance section.
           move 0 to ws-activity-count
           perform gather-one-activity
               varying all-act-idx from 1 by 1
               until all-act-idx > ws-all-activity-count
           move 0 to ws-award-points
           move spaces to ws-award-level
           move spaces to ws-prior-award-level
           call "GetFlyerLevelDecay" using
               by reference ws-flyer-info
               by reference ws-flyer-activity
               by reference ws-as-of-date
           end-call
           move ws-award-points to ws-balance
           .

       gather-one-activity section.
           if ws-all-member-id (all-act-idx) = ws-member-id
                   and ws-activity-count < 500
               add 1 to ws-activity-count
               set ws-activity-idx to ws-activity-count
               move ws-all-act-date (all-act-idx)
                   to ws-activity-date (ws-activity-idx)
               move ws-all-act-points (all-act-idx)
                   to ws-activity-points (ws-activity-idx)
           end-if
           .

       post-forfeiture section.
           move spaces to activity-file-record
           move ws-member-id to actf-member-id
           move ws-as-of-date to actf-date
           move ws-balance to actf-points
           move "-" to actf-sign
           move "C" to actf-type
           write activity-file-record
           .

       apply-transaction section.
           add 1 to ws-maint-applied
           move "APPLIED" to ws-result
           .

       refuse-transaction section.
           add 1 to ws-maint-refused
           move "REFUSED" to ws-result
           display "FlyerMaint: refused " mnt-action " member "
                   mnt-member-id " - " ws-detail
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
           move mnt-action to ws-aud-action
           move mnt-member-id to ws-aud-member
           move ws-result to ws-aud-result
           move ws-detail to ws-aud-detail
           move mnt-note to ws-aud-note
           write maint-audit-record from ws-audit-line
           .

       finish-run section.
           close maint-in-file
           close activity-file
           close closed-member-file
           close maint-audit
           perform rewrite-member-master
           perform rewrite-contacts
           display "FlyerMaint: " ws-maint-read " read, "
                   ws-enrolled-count " enrolled, "
                   ws-changed-count " changed, "
                   ws-closed-count " closed ("
                   ws-forfeited-total " point(s) forfeited), "
                   ws-maint-refused " refused"

           move ws-maint-read to ws-runlog-read
           move ws-maint-applied to ws-runlog-written
           move ws-maint-refused to ws-runlog-exceptions
           if ws-maint-refused > 0
               move 4 to ws-runlog-rc
           end-if
           call "BatchRunLogEnd" using
               by reference ws-runlog-program
               by reference ws-runlog-run-id
               by reference ws-runlog-read
               by reference ws-runlog-written
               by reference ws-runlog-exceptions
               by reference ws-runlog-rc
           end-call
           .

       rewrite-member-master section.
           if ws-maint-applied > 0
               open output member-master-file
               perform rewrite-one-master
                   varying mast-idx from 1 by 1
                   until mast-idx > ws-mast-count
               close member-master-file
           end-if
           .

       rewrite-one-master section.
           if not ws-mast-closed (mast-idx)
               write member-master-record
                   from ws-mast-record (mast-idx)
           end-if
           .

       rewrite-contacts section.
           if ws-maint-applied > 0
               open output contact-file
               perform rewrite-one-contact
                   varying cont-idx from 1 by 1
                   until cont-idx > ws-cont-count
               close contact-file
           end-if
           .

       rewrite-one-contact section.
           write contact-record from ws-cont-record (cont-idx)
           .

       end program FlyerMaint.
