           organization sequential
           file status is audit-file-status.

      *> roster changes proposed by the nightly roster/employee
      *> reconciliation (RosterEmpRecon) - payroll's hire and
      *> termination dates where they disagree with the roster's.
      *> apply-proposals takes them through the same audited change
      *> path a keyed change goes through, and marks each one
      *> APPLIED, STALE (the roster changed since it was proposed)
      *> or NOTFOUND.
       select roster-proposals assign to "rosterprop.dat"
           organization line sequential
           file status is prop-file-status.

       select sales-index assign to "saledata.idx"
           organization indexed
           access dynamic
           03                          pic x.
           03 aud-after-image          pic x(62).

       fd roster-proposals.
       01 roster-proposal-record.
           03 prop-status              pic x(8).
               88 prop-is-proposed             value "PROPOSED".
           03                          pic x.
           03 prop-rep-name            pic x(20).
           03                          pic x.
           03 prop-eno                 pic x(10).
           03                          pic x.
           03 prop-roster-hire         pic 9(8).
           03                          pic x.
           03 prop-roster-term         pic 9(8).
           03                          pic x.
           03 prop-new-hire            pic 9(8).
           03                          pic x.
           03 prop-new-term            pic 9(8).
           03                          pic x.
           03 prop-proposed-on         pic 9(8).
           03                          pic x.
           03 prop-applied-on          pic 9(8).

       fd sales-index.
       01 sales-index-record.
           03 idx-rep-name             pic x(20).
           78 delete-rep                       value 9.
           78 filter-rows                      value 10.
           78 clear-filter                     value 11.
           78 apply-proposals                  value 12.

       01 end-of-file-flag              pic 9.
           88 end-of-file                      value 1.
       01 audit-after-work         pic x(62).
       01 audit-action-work        pic x(6).

      *> the proposal file, held while apply-proposals works through
      *> it and then rewritten with each line's outcome. A non-blank
      *> maint-name applies only that rep's proposal.
       01 prop-file-status         pic xx.
       01 prop-count               pic 9(4)   comp-5 value 0.
       01 prop-idx                 pic 9(4)   comp-5.
       01 prop-table.
           03 prop-line            pic x(94) occurs 2000 times.
       01 prop-only-name           pic x(20).
       01 prop-applied-count       pic 9(4).
       01 prop-stale-count         pic 9(4).
       01 prop-notfound-count      pic 9(4).

       01 filter-active-flag       pic 9 value 0.
           88 filter-active                value 1.
       01 full-set-count           pic 9(4) comp-5 value 0.
                   perform filter-rows-routine
               when action-code = clear-filter
                   perform clear-filter-routine
               when action-code = apply-proposals
                   perform apply-proposals-routine
           end-evaluate
           if not end-of-actions
               perform call-screen-manager.
               move "REP DELETED" to maint-message
           end-if.

      *> applies the reconciliation's proposed hire/termination
      *> dates. Each one is a change like any other: before and after
      *> images on the roster audit file (action RECON) under the
      *> operator who applied it. A proposal made against dates the
      *> roster no longer holds is left as STALE for the next
      *> night's reconciliation to propose afresh.
       apply-proposals-routine.
           move spaces to maint-message
           if filter-active
               move "CLEAR FILTER FIRST" to maint-message
               exit paragraph
           end-if
           move zero to prop-count
           open input roster-proposals
           if prop-file-status not = "00"
               move "NO ROSTER PROPOSALS" to maint-message
               exit paragraph
           end-if
           perform load-one-proposal
               until prop-file-status not = "00"
                  or prop-count = 2000
           close roster-proposals
           move maint-name to prop-only-name
           move zero to prop-applied-count
           move zero to prop-stale-count
           move zero to prop-notfound-count
           perform apply-one-proposal
               varying prop-idx from 1 by 1
               until prop-idx > prop-count
           move prop-only-name to maint-name
           open output roster-proposals
           perform rewrite-one-proposal
               varying prop-idx from 1 by 1
               until prop-idx > prop-count
           close roster-proposals
           if prop-applied-count > 0 and not store-is-indexed
               perform save-data-block-to-file
           end-if
           if maint-message = spaces
               string prop-applied-count delimited by size
                      " APPLIED " delimited by size
                      prop-stale-count delimited by size
                      " STALE " delimited by size
                      prop-notfound-count delimited by size
                      " NOT FOUND" delimited by size
                   into maint-message
               end-string
           end-if.

       load-one-proposal.
           read roster-proposals
           if prop-file-status = "00"
               add 1 to prop-count
               move roster-proposal-record to prop-line(prop-count)
           end-if.

       apply-one-proposal.
           move prop-line(prop-idx) to roster-proposal-record
           if not prop-is-proposed
               exit paragraph
           end-if
           if prop-only-name not = spaces
                   and prop-rep-name not = prop-only-name
               exit paragraph
           end-if
           move prop-rep-name to maint-name
           perform find-rep-by-maint-name
           if not maint-found
               move "NOTFOUND" to prop-status
               add 1 to prop-notfound-count
           else
               if sales-hire(maint-idx) not = prop-roster-hire
                       or sales-term(maint-idx) not = prop-roster-term
                   move "STALE" to prop-status
                   add 1 to prop-stale-count
               else
                   perform build-row-image
                   move audit-row-image to audit-before-work
                   move prop-new-hire to sales-hire(maint-idx)
                   move prop-new-term to sales-term(maint-idx)
                   move sales-name(maint-idx) to prior-rep-name
                   if store-is-indexed
                       perform rewrite-rep-in-index
                   end-if
                   move "RECON" to audit-action-work
                   perform build-row-image
                   move audit-row-image to audit-after-work
                   perform write-roster-audit
                   move "APPLIED" to prop-status
                   move audit-stamp-date to prop-applied-on
                   add 1 to prop-applied-count
               end-if
           end-if
           move roster-proposal-record to prop-line(prop-idx).

       rewrite-one-proposal.
           write roster-proposal-record from prop-line(prop-idx).

       shift-one-row-up.
           compute dup-idx = maint-idx + 1
           move sales-name(dup-idx) to sales-name(maint-idx)
