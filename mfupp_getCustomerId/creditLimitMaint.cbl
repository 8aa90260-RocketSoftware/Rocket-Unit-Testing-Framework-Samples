      *>  datechk's holiday calendar, default 5) to the archive with
      *>  an EXPIRED disposition, and reportPendingCreditChanges
      *>  lists what lapsed in its own section for compliance.
      *>
      *>  Approvers act within a delegated authority held on
      *>  CREDITAUTH.TBL, one user per line: user id cols 1-20 (the
      *>  CICS sign-on id, so eight characters at most), level name
      *>  cols 22-29, the largest new limit they may approve cols
      *>  31-39 and the largest increase over the current
      *>  ActiveCreditLimit cols 41-49. A change is waiting
      *>  for the lowest level that covers both; an approver below it
      *>  is refused with that level named. A change beyond even the
      *>  top level needs two different top-level approvers - the
      *>  first is recorded on the pending line and the limit moves
      *>  only on the second. Until CREDITAUTH.TBL is set up the
      *>  historical rule (anyone but the requester) stands.
      *>
      *>  Checkers work the queue from the customer-service screen:
      *>  listPendingCreditChanges pages through what is still
      *>  pending, oldest first, with the current limit and the
      *>  customer's last review exception beside each request, and
      *>  rejectCreditLimitChange turns one down with a reason code.
      *>  A rejected change goes to the archive with a REJECTED
      *>  disposition and its reason (cols 102-109), and a notice is
      *>  left on CreditRejectNotices.txt for the maker, handed over
      *>  once by collectRejectedCreditChanges when they next sign on.
      *>--------------------------------------------------------------
       program-id. "creditLimitMaint".
       environment division.
                   organization is line sequential
                   file status  is ws-archive-file-status.

           select approval-authority-file assign to "CREDITAUTH.TBL"
                   organization is line sequential
                   file status  is ws-authority-file-status.

           select reject-notice-file
                   assign to "CreditRejectNotices.txt"
                   organization is line sequential
                   file status  is ws-notice-file-status.

           select exceptions-file  assign to "CreditExceptions.txt"
                   organization is line sequential
                   file status  is ws-exceptions-file-status.

       data division.
       file section.
       fd  pending-change-file.
       01  pending-change-record       pic x(110).

       fd  pending-report-file.
       01  pending-report-record       pic x(100).

       fd  applied-archive-file.
       01  applied-archive-record      pic x(110).

       fd  approval-authority-file.
       01  approval-authority-record.
           03 aut-user-id              pic x(20).
           03                          pic x.
           03 aut-level                pic x(8).
           03                          pic x.
           03 aut-max-limit            pic 9(9).
           03                          pic x.
           03 aut-max-increase         pic 9(9).

       fd  reject-notice-file.
       01  reject-notice-record        pic x(80).

       fd  exceptions-file.
       01  exceptions-record           pic x(100).

       working-storage section.
       exec sql include sqlca end-exec.
       exec sql begin declare section end-exec.
       01 ws-customer-id               pic 9(9).
       01 ws-new-limit                 pic 9(9).
       01 ws-current-limit             pic 9(9).
       exec sql end declare section end-exec.

       01 ws-pending-file-status       pic xx.
                   88 ws-pend-is-pending       value "PENDING".
                   88 ws-pend-is-applied       value "APPLIED".
                   88 ws-pend-is-expired       value "EXPIRED".
                   88 ws-pend-is-rejected      value "REJECTED".
               05 ws-pend-approved-by      pic x(20).
               05 ws-pend-first-approver   pic x(20).
               05 ws-pend-reject-reason    pic x(8).

      *> one pending record as it lives on the file, fixed columns.
       01 ws-pending-line.
           03 ws-line-status           pic x(8).
           03                          pic x value space.
           03 ws-line-approved-by      pic x(20).
           03                          pic x value space.
           03 ws-line-first-approver   pic x(20).
           03                          pic x value space.
           03 ws-line-reject-reason    pic x(8).

       01 ws-report-line.
           03 ws-rpt-custid            pic 9(9).
           03 ws-rpt-request-date      pic 9999/99/99.
           03                          pic x(2).
           03 ws-rpt-status            pic x(8).
           03                          pic x(2).
           03 ws-rpt-level             pic x(8).
           03                          pic x(2).
           03 ws-rpt-level-note        pic x(24).

       01 ws-found-flag                pic x.
           88 ws-entry-found               value "Y".

      *> the delegated approval authorities, and what one change needs.
       01 ws-authority-file-status     pic xx.
       01 ws-auth-count                pic 9(2) value 0.
       01 ws-auth-table.
           03 ws-auth-entry occurs 50 times
                   indexed by auth-idx.
               05 ws-auth-user-id          pic x(20).
               05 ws-auth-level            pic x(8).
               05 ws-auth-max-limit        pic 9(9).
               05 ws-auth-max-increase     pic 9(9).
       01 ws-increase                  pic 9(9).
       01 ws-required-level            pic x(8).
       01 ws-required-max-limit        pic 9(9).
       01 ws-top-level                 pic x(8).
       01 ws-top-max-limit             pic 9(9).
       01 ws-top-max-increase          pic 9(9).
       01 ws-needs-two-flag            pic x.
           88 ws-needs-two-approvals       value "Y".
       01 ws-approver-found-flag       pic x.
           88 ws-approver-found            value "Y".
       01 ws-approver-level            pic x(8).
       01 ws-approver-max-limit        pic 9(9).
       01 ws-approver-max-increase     pic 9(9).
       01 ws-maint-message             pic x(80).

      *> stale-request expiry work fields. The age of a request is
      *> counted in business days through datechkDateRange, so a
      *> request keyed on a Friday doesn't lapse over the weekend.
       01 ws-expiry-days               pic 9(4) value 5.
       01 ws-expiry-days-env           pic x(4).
       01 ws-parm-program              pic x(20) value "creditLimitMaint".
       01 ws-parm-name                 pic x(30).
       01 ws-parm-value                pic x(20).
       01 ws-today                     pic 9(8).
       01 ws-expired-this-run          pic 9(3).
       01 ws-range-date-1.
       01 ws-day-count                 pic s9(8).
       01 ws-business-day-count        pic s9(8).

      *> the checker's queue page - pending rows are kept in the order
      *> they were keyed, so counting them from the top is oldest
      *> first.
       01 ws-exceptions-file-status    pic xx.
       01 ws-page-first                pic 9(4).
       01 ws-queue-position            pic 9(4).
       01 ws-page-idx                  pic 9.
       01 ws-exception-line.
           03 ws-exc-custid            pic x(9).
           03                          pic x(71).
           03 ws-exc-reason            pic x(20).

      *> notices of rejected changes waiting for their maker:
      *>  maker cols 1-20, customer 22-30, requested limit 32-40,
      *>  reason 42-49, rejected by 51-70, rejected on 72-79.
       01 ws-notice-file-status        pic xx.
       01 ws-notice-line.
           03 ws-ntc-maker             pic x(20).
           03                          pic x value space.
           03 ws-ntc-custid            pic 9(9).
           03                          pic x value space.
           03 ws-ntc-new-limit         pic 9(9).
           03                          pic x value space.
           03 ws-ntc-reason            pic x(8).
           03                          pic x value space.
           03 ws-ntc-rejected-by       pic x(20).
           03                          pic x value space.
           03 ws-ntc-rejected-on       pic 9(8).
       01 ws-notice-count              pic 9(3) value 0.
       01 ws-notice-table.
           03 ws-notice-entry occurs 500 times
                   indexed by ntc-idx.
               05 ws-notice-held-line      pic x(80).
               05 ws-notice-taken-sw       pic x.
                   88 ws-notice-taken          value "Y".

       linkage section.
       01 lnk-customer-id              pic 9(9).
       01 lnk-new-limit                pic 9(9).
           88 lnk-maint-not-found          value "N".
           88 lnk-maint-same-user          value "S".
           88 lnk-maint-sql-error          value "E".
           88 lnk-maint-no-authority       value "A".
           88 lnk-maint-first-approval     value "1".
           88 lnk-maint-bad-reason         value "R".

      *> the approval outcome in words - which level a refused change
      *>  needs, or that a second approval is still to come.
       01 lnk-maint-message            pic x(80).

      *> why a checker turned a change down.
       01 lnk-reject-reason            pic x(8).
           88 lnk-reject-reason-known
                   values "INCOME" "RISK" "POLICY" "DOCS"
                          "KEYERROR" "OTHER".

      *> one screen of the checker's queue, oldest first.
       01 lnk-page-no                  pic 9(3).
       01 lnk-pending-page.
           03 lnk-page-total           pic 9(3).
           03 lnk-page-lines           pic 9.
           03 lnk-page-entry occurs 4 times.
               05 lnk-page-custid          pic 9(9).
               05 lnk-page-requested-by    pic x(20).
               05 lnk-page-request-date    pic 9(8).
               05 lnk-page-current-limit   pic 9(9).
               05 lnk-page-new-limit       pic 9(9).
               05 lnk-page-exception       pic x(20).

      *> the maker's rejected changes not yet shown to them.
       01 lnk-reject-notices.
           03 lnk-notice-count         pic 9.
           03 lnk-notice-entry occurs 4 times.
               05 lnk-notice-custid        pic 9(9).
               05 lnk-notice-new-limit     pic 9(9).
               05 lnk-notice-reason        pic x(8).
               05 lnk-notice-rejected-by   pic x(20).
               05 lnk-notice-rejected-on   pic 9(8).

       procedure division using lnk-customer-id,
                                lnk-new-limit,
           move ws-request-date to ws-pend-request-date (pend-idx)
           move "PENDING" to ws-pend-status (pend-idx)
           move spaces to ws-pend-approved-by (pend-idx)
           move spaces to ws-pend-first-approver (pend-idx)
           move spaces to ws-pend-reject-reason (pend-idx)

           perform save-pending-file
           set lnk-maint-ok to true
       entry "approveCreditLimitChange" using lnk-customer-id,
                                              lnk-user-id,
                                              lnk-maint-status.
           perform approve-pending-change
           goback.

      *>----------------------------------------------------------------
      *> approveCreditLimitChangeMessage - the same approval, with the
      *>  outcome spelled out for the checker's screen: the authority
      *>  level a refused change needs, or that a change above the top
      *>  level has its first approval and awaits a second.
      *>----------------------------------------------------------------
       approve-change-message section.
       entry "approveCreditLimitChangeMessage" using lnk-customer-id,
                                                     lnk-user-id,
                                                     lnk-maint-status,
                                                     lnk-maint-message.
           perform approve-pending-change
           move ws-maint-message to lnk-maint-message
           goback.

       approve-pending-change section.
           move spaces to ws-maint-message
           perform load-pending-file
           perform find-pending-entry
           if not ws-entry-found
               set lnk-maint-not-found to true
               move "NO PENDING LIMIT CHANGE FOR THIS CUSTOMER"
                   to ws-maint-message
               exit section
           end-if

      *> neither the requester nor the first of two approvers may
      *>  approve it again.
           if ws-pend-requested-by (pend-idx) equal lnk-user-id
                   or ws-pend-first-approver (pend-idx) equal lnk-user-id
               set lnk-maint-same-user to true
               move "APPROVAL REFUSED - YOU HAVE ALREADY ACTED ON THIS"
                 & " CHANGE" to ws-maint-message
               exit section
           end-if

           move lnk-customer-id to ws-customer-id
           move ws-pend-new-limit (pend-idx) to ws-new-limit

           perform load-authority-table
           if ws-auth-count > 0
               perform check-approver-authority
               if not lnk-maint-ok
                   exit section
               end-if
           end-if

           EXEC SQL
               UPDATE CreditInformation
                  SET ActiveCreditLimit = :ws-new-limit

           if SQLCODE not equal 0
               set lnk-maint-sql-error to true
               move "APPROVAL FAILED - CREDIT INFORMATION NOT UPDATED"
                   to ws-maint-message
               exit section
           end-if

           move "APPLIED" to ws-pend-status (pend-idx)
           move lnk-user-id to ws-pend-approved-by (pend-idx)
           perform save-pending-file
           set lnk-maint-ok to true
           move "LIMIT CHANGE APPROVED AND APPLIED" to ws-maint-message
           .

      *> sets lnk-maint-ok when this approver may apply the change
      *>  now; otherwise the status and message say why not (a first
      *>  of two approvals is saved on the pending file here).
       check-approver-authority section.
           perform fetch-current-limit
           if lnk-maint-sql-error
               exit section
           end-if
           perform work-out-required-level
           perform find-approver-authority

           if ws-needs-two-approvals
               if not ws-approver-found
                       or ws-approver-max-limit < ws-top-max-limit
                       or ws-approver-max-increase < ws-top-max-increase
                   set lnk-maint-no-authority to true
                   move spaces to ws-maint-message
                   string "APPROVAL REFUSED - NEEDS TWO APPROVALS AT "
                              delimited by size
                          "LEVEL " delimited by size
                          ws-top-level delimited by space
                       into ws-maint-message
                   end-string
                   exit section
               end-if
               if ws-pend-first-approver (pend-idx) equal spaces
                   move lnk-user-id
                       to ws-pend-first-approver (pend-idx)
                   perform save-pending-file
                   set lnk-maint-first-approval to true
                   move "FIRST APPROVAL RECORDED - A SECOND " &
                        "TOP-LEVEL APPROVAL IS REQUIRED"
                       to ws-maint-message
                   exit section
               end-if
               set lnk-maint-ok to true
               exit section
           end-if

           if not ws-approver-found
                   or ws-approver-max-limit < ws-new-limit
                   or ws-approver-max-increase < ws-increase
               set lnk-maint-no-authority to true
               move spaces to ws-maint-message
               string "APPROVAL REFUSED - REQUIRES APPROVAL LEVEL "
                          delimited by size
                      ws-required-level delimited by space
                   into ws-maint-message
               end-string
               exit section
           end-if
           set lnk-maint-ok to true
           .

      *> the increase is measured against the limit in force now; a
      *>  customer with no CreditInformation row is increasing from 0.
       fetch-current-limit section.
           move 0 to ws-current-limit
           EXEC SQL
               SELECT ActiveCreditLimit INTO :ws-current-limit
                 FROM CreditInformation
                WHERE Id = :ws-customer-id
           END-EXEC
           if SQLCODE not equal 0 and SQLCODE not equal 100
               set lnk-maint-sql-error to true
               move "APPROVAL FAILED - CURRENT LIMIT NOT READABLE"
                   to ws-maint-message
               exit section
           end-if
           if SQLCODE equal 100
               move 0 to ws-current-limit
           end-if
           if ws-new-limit > ws-current-limit
               subtract ws-current-limit from ws-new-limit
                   giving ws-increase
           else
               move 0 to ws-increase
           end-if
           .

      *> the lowest level (by the new limit it may approve) whose
      *>  limits cover the change, and the top level on the table.
       work-out-required-level section.
           move spaces to ws-required-level
           move 0 to ws-required-max-limit
           move spaces to ws-top-level
           move 0 to ws-top-max-limit
           move 0 to ws-top-max-increase
           perform rank-one-authority
               varying auth-idx from 1 by 1
               until auth-idx > ws-auth-count
           if ws-required-level equal spaces
               set ws-needs-two-approvals to true
           else
               move "N" to ws-needs-two-flag
           end-if
           .

       rank-one-authority section.
           if ws-auth-max-limit (auth-idx) > ws-top-max-limit
                   or (ws-auth-max-limit (auth-idx) = ws-top-max-limit
                   and ws-auth-max-increase (auth-idx)
                         > ws-top-max-increase)
               move ws-auth-level (auth-idx) to ws-top-level
               move ws-auth-max-limit (auth-idx) to ws-top-max-limit
               move ws-auth-max-increase (auth-idx)
                   to ws-top-max-increase
           end-if
           if ws-auth-max-limit (auth-idx) >= ws-new-limit
                   and ws-auth-max-increase (auth-idx) >= ws-increase
               if ws-required-level equal spaces
                       or ws-auth-max-limit (auth-idx)
                            < ws-required-max-limit
                   move ws-auth-level (auth-idx) to ws-required-level
                   move ws-auth-max-limit (auth-idx)
                       to ws-required-max-limit
               end-if
           end-if
           .

       find-approver-authority section.
           move "N" to ws-approver-found-flag
           move spaces to ws-approver-level
           move 0 to ws-approver-max-limit
           move 0 to ws-approver-max-increase
           set auth-idx to 1
           search ws-auth-entry
               at end
                   continue
               when auth-idx > ws-auth-count
                   continue
               when ws-auth-user-id (auth-idx) equal lnk-user-id
                   set ws-approver-found to true
                   move ws-auth-level (auth-idx) to ws-approver-level
                   move ws-auth-max-limit (auth-idx)
                       to ws-approver-max-limit
                   move ws-auth-max-increase (auth-idx)
                       to ws-approver-max-increase
           end-search
           .

       load-authority-table section.
           move 0 to ws-auth-count
           open input approval-authority-file
           if ws-authority-file-status equal "00"
               perform load-one-authority
                   until ws-authority-file-status not equal "00"
                       or ws-auth-count equal 50
               close approval-authority-file
           end-if
           .

       load-one-authority section.
           read approval-authority-file
           if ws-authority-file-status equal "00"
               if aut-user-id not equal spaces
                       and aut-max-limit is numeric
                       and aut-max-increase is numeric
                   add 1 to ws-auth-count
                   set auth-idx to ws-auth-count
                   move aut-user-id to ws-auth-user-id (auth-idx)
                   move aut-level to ws-auth-level (auth-idx)
                   move aut-max-limit to ws-auth-max-limit (auth-idx)
                   move aut-max-increase
                       to ws-auth-max-increase (auth-idx)
               end-if
           end-if
           .

      *>----------------------------------------------------------------
      *> rejectCreditLimitChange (checker) - turns a held change down
      *>  with a reason code. The row goes to the archive as REJECTED
      *>  with the checker and the reason, and the maker gets a notice
      *>  at their next sign-on. The same separation as approval holds:
      *>  the requester may not reject their own change, and once
      *>  CREDITAUTH.TBL is set up only an approver on it may.
      *>----------------------------------------------------------------
       reject-change section.
       entry "rejectCreditLimitChange" using lnk-customer-id,
                                             lnk-user-id,
                                             lnk-reject-reason,
                                             lnk-maint-status,
                                             lnk-maint-message.
           move spaces to lnk-maint-message
           if not lnk-reject-reason-known
               set lnk-maint-bad-reason to true
               move "REJECT REFUSED - REASON MUST BE INCOME, RISK, "
                 & "POLICY, DOCS, KEYERROR OR OTHER" to lnk-maint-message
               goback
           end-if
           perform load-pending-file
           perform find-pending-entry
           if not ws-entry-found
               set lnk-maint-not-found to true
               move "NO PENDING LIMIT CHANGE FOR THIS CUSTOMER"
                   to lnk-maint-message
               goback
           end-if
           if ws-pend-requested-by (pend-idx) equal lnk-user-id
               set lnk-maint-same-user to true
               move "REJECT REFUSED - YOU KEYED THIS CHANGE"
                   to lnk-maint-message
               goback
           end-if
           perform load-authority-table
           if ws-auth-count > 0
               perform find-approver-authority
               if not ws-approver-found
                   set lnk-maint-no-authority to true
                   move "REJECT REFUSED - NO CREDIT APPROVAL AUTHORITY"
                       to lnk-maint-message
                   goback
               end-if
           end-if

           move "REJECTED" to ws-pend-status (pend-idx)
           move lnk-user-id to ws-pend-approved-by (pend-idx)
           move lnk-reject-reason to ws-pend-reject-reason (pend-idx)
           perform write-reject-notice
           perform save-pending-file
           set lnk-maint-ok to true
           move "LIMIT CHANGE REJECTED - THE MAKER WILL BE TOLD AT SIGN-ON"
               to lnk-maint-message
           goback.

       write-reject-notice section.
           accept ws-today from date yyyymmdd
           move ws-pend-requested-by (pend-idx) to ws-ntc-maker
           move ws-pend-custid (pend-idx) to ws-ntc-custid
           move ws-pend-new-limit (pend-idx) to ws-ntc-new-limit
           move lnk-reject-reason to ws-ntc-reason
           move lnk-user-id to ws-ntc-rejected-by
           move ws-today to ws-ntc-rejected-on
           open extend reject-notice-file
           if ws-notice-file-status not equal "00"
               open output reject-notice-file
           end-if
           write reject-notice-record from ws-notice-line
           close reject-notice-file
           .

      *>----------------------------------------------------------------
      *> listPendingCreditChanges - one page (four requests) of the
      *>  pending queue, oldest first: the customer, who keyed it and
      *>  when, the limit in force now, the limit asked for, and the
      *>  reason the customer was on last night's review exceptions
      *>  (blank when they were not). lnk-page-total is the whole
      *>  queue, so the screen can say how many pages there are.
      *>----------------------------------------------------------------
       list-pending section.
       entry "listPendingCreditChanges" using lnk-page-no,
                                              lnk-pending-page,
                                              lnk-maint-status.
           initialize lnk-pending-page
           if lnk-page-no equal 0
               move 1 to lnk-page-no
           end-if
           compute ws-page-first = (lnk-page-no - 1) * 4 + 1
           perform load-pending-file
           move 0 to ws-queue-position
           perform page-one-pending
               varying pend-idx from 1 by 1
               until pend-idx > ws-pending-count
           move ws-queue-position to lnk-page-total
           if lnk-page-lines > 0
               perform find-review-exceptions
           end-if
           set lnk-maint-ok to true
           goback.

       page-one-pending section.
           if not ws-pend-is-pending (pend-idx)
               exit section
           end-if
           add 1 to ws-queue-position
           if ws-queue-position < ws-page-first
                   or lnk-page-lines equal 4
               exit section
           end-if
           add 1 to lnk-page-lines
           move lnk-page-lines to ws-page-idx
           move ws-pend-custid (pend-idx)
               to lnk-page-custid (ws-page-idx)
           move ws-pend-requested-by (pend-idx)
               to lnk-page-requested-by (ws-page-idx)
           move ws-pend-request-date (pend-idx)
               to lnk-page-request-date (ws-page-idx)
           move ws-pend-new-limit (pend-idx)
               to lnk-page-new-limit (ws-page-idx)
           move ws-pend-custid (pend-idx) to ws-customer-id
           move ws-pend-new-limit (pend-idx) to ws-new-limit
           move "0" to lnk-maint-status
           perform fetch-current-limit
           move ws-current-limit to lnk-page-current-limit (ws-page-idx)
           .

      *> the exceptions file is last night's alone, so the customer's
      *> line on it (if any) is their latest review exception.
       find-review-exceptions section.
           open input exceptions-file
           if ws-exceptions-file-status equal "00"
               perform check-one-review-exception
                   until ws-exceptions-file-status not equal "00"
               close exceptions-file
           end-if
           .

       check-one-review-exception section.
           read exceptions-file into ws-exception-line
           if ws-exceptions-file-status equal "00"
                   and ws-exc-custid is numeric
               perform match-one-page-exception
                   varying ws-page-idx from 1 by 1
                   until ws-page-idx > lnk-page-lines
           end-if
           .

       match-one-page-exception section.
           if ws-exc-custid equal lnk-page-custid (ws-page-idx)
               move ws-exc-reason to lnk-page-exception (ws-page-idx)
           end-if
           .

      *>----------------------------------------------------------------
      *> collectRejectedCreditChanges - hands the maker up to four of
      *>  their rejected changes not yet shown to them, and takes those
      *>  off the notice file so each is shown once. Any more wait for
      *>  the next sign-on.
      *>----------------------------------------------------------------
       collect-rejections section.
       entry "collectRejectedCreditChanges" using lnk-user-id,
                                                  lnk-reject-notices.
           initialize lnk-reject-notices
           move 0 to ws-notice-count
           open input reject-notice-file
           if ws-notice-file-status equal "00"
               perform load-one-notice
                   until ws-notice-file-status not equal "00"
                       or ws-notice-count equal 500
               close reject-notice-file
           end-if
           if ws-notice-count equal 0
               goback
           end-if
           perform take-one-notice
               varying ntc-idx from 1 by 1
               until ntc-idx > ws-notice-count
           if lnk-notice-count > 0
               open output reject-notice-file
               perform keep-one-notice
                   varying ntc-idx from 1 by 1
                   until ntc-idx > ws-notice-count
               close reject-notice-file
           end-if
           goback.

       load-one-notice section.
           read reject-notice-file
           if ws-notice-file-status equal "00"
               add 1 to ws-notice-count
               set ntc-idx to ws-notice-count
               move reject-notice-record
                   to ws-notice-held-line (ntc-idx)
               move "N" to ws-notice-taken-sw (ntc-idx)
           end-if
           .

       take-one-notice section.
           move ws-notice-held-line (ntc-idx) to ws-notice-line
           if ws-ntc-maker not equal lnk-user-id
                   or lnk-notice-count equal 4
               exit section
           end-if
           add 1 to lnk-notice-count
           move lnk-notice-count to ws-page-idx
           move ws-ntc-custid to lnk-notice-custid (ws-page-idx)
           move ws-ntc-new-limit to lnk-notice-new-limit (ws-page-idx)
           move ws-ntc-reason to lnk-notice-reason (ws-page-idx)
           move ws-ntc-rejected-by
               to lnk-notice-rejected-by (ws-page-idx)
           move ws-ntc-rejected-on
               to lnk-notice-rejected-on (ws-page-idx)
           set ws-notice-taken (ntc-idx) to true
           .

       keep-one-notice section.
           if not ws-notice-taken (ntc-idx)
               write reject-notice-record
                   from ws-notice-held-line (ntc-idx)
           end-if
           .

      *>----------------------------------------------------------------
      *> expireStalePendingChanges - retires unapproved requests older
      *>  than the configured number of business days to the archive
      *>----------------------------------------------------------------
       expire-stale section.
       entry "expireStalePendingChanges" using lnk-maint-status.
           move "CREDIT_PENDING_EXPIRY_DAYS" to ws-parm-name
           call "RunParmValue" using
               by reference ws-parm-program
               by reference ws-parm-name
               by reference ws-parm-value
           end-call
           move ws-parm-value to ws-expiry-days-env
           if ws-expiry-days-env is numeric
                   and ws-expiry-days-env not equal spaces
               move ws-expiry-days-env to ws-expiry-days
       report-pending section.
       entry "reportPendingCreditChanges" using lnk-maint-status.
           perform load-pending-file
           perform load-authority-table

           open output pending-report-file
           write pending-report-record from
               move ws-pend-requested-by (pend-idx) to ws-rpt-requested-by
               move ws-pend-request-date (pend-idx) to ws-rpt-request-date
               move ws-pend-status (pend-idx) to ws-rpt-status
               perform report-waiting-level
               write pending-report-record from ws-report-line
           end-if
           .

      *> which authority level the change is waiting for - and, above
      *>  the top level, how many of its two approvals it has.
       report-waiting-level section.
           if ws-auth-count equal 0
               exit section
           end-if
           move ws-pend-custid (pend-idx) to ws-customer-id
           move ws-pend-new-limit (pend-idx) to ws-new-limit
           move "0" to lnk-maint-status
           perform fetch-current-limit
           if lnk-maint-sql-error
               move "LIMIT NOT READABLE" to ws-rpt-level-note
               move "0" to lnk-maint-status
               exit section
           end-if
           perform work-out-required-level
           if ws-needs-two-approvals
               move ws-top-level to ws-rpt-level
               if ws-pend-first-approver (pend-idx) equal spaces
                   move "TWO APPROVALS NEEDED" to ws-rpt-level-note
               else
                   move spaces to ws-rpt-level-note
                   string "1ST BY " delimited by size
                          ws-pend-first-approver (pend-idx)
                              delimited by space
                       into ws-rpt-level-note
                   end-string
               end-if
           else
               move ws-required-level to ws-rpt-level
           end-if
           .

      *> finds the customer's PENDING entry (an applied row still in
      *>  memory on its way to the archive is skipped). PERFORM
      *>  VARYING leaves pend-idx one past the matching entry, so it
                   to ws-pend-request-date (pend-idx)
               move ws-line-status to ws-pend-status (pend-idx)
               move ws-line-approved-by to ws-pend-approved-by (pend-idx)
               move ws-line-first-approver
                   to ws-pend-first-approver (pend-idx)
               move ws-line-reject-reason
                   to ws-pend-reject-reason (pend-idx)
           end-if
           .

      *> the live file keeps only the in-flight (PENDING) rows;
      *> anything APPLIED, EXPIRED or REJECTED is appended to the
      *> archive - who approved what, kept forever without ever
      *> crowding out a new request.
       save-pending-file section.
           open extend applied-archive-file
           if ws-archive-file-status not equal "00"
           move ws-pend-request-date (pend-idx) to ws-line-request-date
           move ws-pend-status (pend-idx) to ws-line-status
           move ws-pend-approved-by (pend-idx) to ws-line-approved-by
           move ws-pend-first-approver (pend-idx)
               to ws-line-first-approver
           move ws-pend-reject-reason (pend-idx) to ws-line-reject-reason
           if ws-pend-is-pending (pend-idx)
               write pending-change-record from ws-pending-line
           else
