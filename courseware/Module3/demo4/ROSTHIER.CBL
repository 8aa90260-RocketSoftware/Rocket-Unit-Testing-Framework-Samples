      $SET ANS85 MF
      *> sales organization hierarchy report over the roster. The
      *> commission run pays manager overrides off each rep's
      *> sales-mgr link, so a typo in a manager name used to break an
      *> override with nobody the wiser. RosterHierarchy.txt prints:
      *>   - the whole reporting tree, top managers down, each rep
      *>     indented under their manager with region, state and
      *>     termination date;
      *>   - span of control per manager - active direct reports,
      *>     active reps anywhere beneath them, and the region mix of
      *>     the direct reports;
      *>   - integrity exceptions: manager names not on the roster,
      *>     circular reporting chains (and the reps stranded under
      *>     one), terminated managers who still have active reps,
      *>     and reps more than ROSTER_MAX_LEVELS levels deep
      *>     (default 5, a top manager being level 1).
      *> Reads saledata.idx, or saledata.asc when SALECONV has not
      *> been run. A rep is active while their termination date is
      *> zero or still in the future. Return code 4 when any
      *> exception is listed.
       program-id. ROSTHIER.

       environment division.
       input-output section.
       file-control.

       select sales-data assign to "saledata.asc"
           organization sequential
           file status is asc-file-status.

       select sales-index assign to "saledata.idx"
           organization indexed
           access sequential
           record key is idx-rep-name
           alternate record key is idx-region with duplicates
           alternate record key is idx-state with duplicates
           file status is idx-file-status.

       select hierarchy-report assign to "RosterHierarchy.txt"
           organization line sequential.

       data division.
       file section.
       fd sales-data
           label records are standard.
       01 sales-data-record.
           03 sales-loc-state          pic x(2).
           03 sales-rep                pic x(20).
           03 sales-office             pic x(4).
           03 sales-manager            pic x(20).
           03 sales-hire-date          pic 9(8).
           03 sales-term-date          pic 9(8).

       fd sales-index.
       01 sales-index-record.
           03 idx-rep-name             pic x(20).
           03 idx-region               pic x(4).
           03 idx-state                pic x(2).
           03 idx-manager              pic x(20).
           03 idx-hire-date            pic 9(8).
           03 idx-term-date            pic 9(8).

       fd hierarchy-report.
       01 hierarchy-report-record      pic x(132).

       working-storage section.
       01 asc-file-status              pic xx.
       01 idx-file-status              pic xx.

       01 end-of-file-flag             pic 9.
           88 end-of-file                  value 1.

       01 run-date                     pic 9(8).
       01 max-levels-x                 pic x(2).
       01 max-levels-two redefines max-levels-x pic 99.
       01 max-levels-one               pic 9.
       01 max-levels                   pic 9(4) comp-5 value 5.
       01 max-levels-ed                pic z9.

      *> the roster, with each rep's manager resolved to a row
      *> number once (zero: no manager, or a manager not on file).
       01 hier-count                   pic 9(4) comp-5 value 0.
       01 hier-table.
           03 hier-rec                 occurs 2000 times.
               05 hier-name                pic x(20).
               05 hier-region              pic x(4).
               05 hier-state               pic x(2).
               05 hier-mgr                 pic x(20).
               05 hier-hire                pic 9(8).
               05 hier-term                pic 9(8).
               05 hier-mgr-row             pic 9(4) comp-5.
               05 hier-depth               pic 9(4) comp-5.
               05 hier-direct              pic 9(4) comp-5.
               05 hier-beneath             pic 9(4) comp-5.
               05 hier-active-flag         pic 9.
                   88 hier-active              value 1.
               05 hier-chain-flag          pic 9.
                   88 hier-chain-ok            value 0.
                   88 hier-circular            value 1.
                   88 hier-under-circle        value 2.
               05 hier-printed-flag        pic 9.
                   88 hier-printed             value 1.

       01 row                          pic 9(4) comp-5.
       01 scan-row                     pic 9(4) comp-5.
       01 walk-row                     pic 9(4) comp-5.
       01 walk-start                   pic 9(4) comp-5.
       01 walk-depth                   pic 9(4) comp-5.
       01 walk-done-flag               pic 9.
           88 walk-done                    value 1.
       01 find-name                    pic x(20).
       01 find-row                     pic 9(4) comp-5.

      *> depth-first walk of the tree without recursion: a row and
      *> its level are pushed, and popping a row prints it and pushes
      *> its direct reports (last first, so they print in name
      *> order).
       01 stack-count                  pic 9(4) comp-5 value 0.
       01 stack-table.
           03 stack-entry              occurs 2000 times.
               05 stack-row                pic 9(4) comp-5.
               05 stack-level              pic 9(4) comp-5.
       01 pop-row                      pic 9(4) comp-5.
       01 pop-level                    pic 9(4) comp-5.
       01 indent                       pic 9(4) comp-5.

      *> region mix of one manager's active direct reports.
       01 mix-count                    pic 9(2) value 0.
       01 mix-table.
           03 mix-entry                occurs 20 times.
               05 mix-region               pic x(4).
               05 mix-reps                 pic 9(4).
       01 mix-idx                      pic 9(2).
       01 mix-found-flag               pic 9.
           88 mix-found                    value 1.
       01 mix-reps-ed                  pic zzz9.
       01 mix-lead                     pic 9(2).
       01 mix-pointer                  pic 9(3).

       01 exception-count              pic 9(5) value 0.
       01 manager-count                pic 9(5) value 0.

       01 tree-line.
           03 tree-body                pic x(60).
           03                          pic x.
           03 tree-region              pic x(4).
           03                          pic x.
           03 tree-state               pic x(2).
           03                          pic x(2).
           03 tree-note                pic x(50).
       01 tree-entry.
           03 tree-entry-name          pic x(20).
           03                          pic x.
           03 tree-entry-term          pic x(16).

       01 span-heading.
           03                          pic x(22) value "MANAGER".
           03                          pic x(8) value "  DIRECT".
           03                          pic x(9) value "  BENEATH".
           03                          pic x(3) value spaces.
           03                          pic x(30)
                   value "REGION MIX OF DIRECT REPORTS".
       01 span-line.
           03 span-name                pic x(20).
           03                          pic x(2).
           03 span-direct              pic zzzzz9.
           03                          pic x(2).
           03 span-beneath             pic zzzzz9.
           03                          pic x(5).
           03 span-mix                 pic x(80).

       01 exception-line.
           03 exc-name                 pic x(20).
           03                          pic x(2).
           03 exc-text                 pic x(80).

       01 count-line.
           03 cnt-label                pic x(30).
           03 cnt-value                pic zzzz9.

       procedure division.

       main-process.
           accept run-date from date yyyymmdd
           accept max-levels-x from environment "ROSTER_MAX_LEVELS"
           if max-levels-x(1:1) numeric
               if max-levels-x(2:1) numeric
                   move max-levels-two to max-levels
               else
                   move max-levels-x(1:1) to max-levels-one
                   move max-levels-one to max-levels
               end-if
           end-if
           if max-levels = 0
               move 5 to max-levels
           end-if
           move max-levels to max-levels-ed

           perform load-roster
           if hier-count = 0
               display "ROSTHIER: no roster to report"
               move 4 to return-code
               stop run
           end-if
           perform resolve-one-manager
               varying row from 1 by 1 until row > hier-count
           perform walk-up-one-chain
               varying row from 1 by 1 until row > hier-count
           perform count-toward-ancestors
               varying row from 1 by 1 until row > hier-count

           open output hierarchy-report
           write hierarchy-report-record from
               "Sales organization hierarchy"
           move all "=" to hierarchy-report-record
           write hierarchy-report-record
           move spaces to hierarchy-report-record
           write hierarchy-report-record

           perform print-one-top-manager
               varying row from 1 by 1 until row > hier-count

           move spaces to hierarchy-report-record
           write hierarchy-report-record
           write hierarchy-report-record from "SPAN OF CONTROL"
           write hierarchy-report-record from span-heading
           perform print-one-span
               varying row from 1 by 1 until row > hier-count

           move spaces to hierarchy-report-record
           write hierarchy-report-record
           write hierarchy-report-record from
               "MANAGER-LINK INTEGRITY EXCEPTIONS"
           perform check-one-rep-links
               varying row from 1 by 1 until row > hier-count

           move spaces to hierarchy-report-record
           write hierarchy-report-record
           move "REPS ON ROSTER" to cnt-label
           move hier-count to cnt-value
           write hierarchy-report-record from count-line
           move "MANAGERS" to cnt-label
           move manager-count to cnt-value
           write hierarchy-report-record from count-line
           move "EXCEPTIONS" to cnt-label
           move exception-count to cnt-value
           write hierarchy-report-record from count-line
           close hierarchy-report

           display "ROSTHIER: " hier-count " rep(s), "
                   exception-count " exception(s)"
           if exception-count > 0
               move 4 to return-code
           end-if
           stop run.

       load-roster.
           move zero to end-of-file-flag
           move zero to hier-count
           open input sales-index
           if idx-file-status = "00"
               perform load-one-index-rep until end-of-file
               close sales-index
           else
               open input sales-data
               if asc-file-status = "00"
                   perform load-one-asc-rep until end-of-file
                   close sales-data
               end-if
           end-if.

       load-one-index-rep.
           read sales-index next at end
               move 1 to end-of-file-flag
           not at end
               if hier-count >= 2000
                   display "WARNING: saledata.idx has more than "
                           "2000 records - extra rows ignored"
                   move 1 to end-of-file-flag
               else
                   add 1 to hier-count
                   move idx-rep-name to hier-name(hier-count)
                   move idx-region to hier-region(hier-count)
                   move idx-state to hier-state(hier-count)
                   move idx-manager to hier-mgr(hier-count)
                   move idx-hire-date to hier-hire(hier-count)
                   move idx-term-date to hier-term(hier-count)
                   perform set-new-row-defaults
               end-if
           end-read.

       load-one-asc-rep.
           read sales-data at end
               move 1 to end-of-file-flag
           not at end
               if hier-count >= 2000
                   display "WARNING: saledata.asc has more than "
                           "2000 records - extra rows ignored"
                   move 1 to end-of-file-flag
               else
                   add 1 to hier-count
                   move sales-rep to hier-name(hier-count)
                   move sales-office to hier-region(hier-count)
                   move sales-loc-state to hier-state(hier-count)
                   move sales-manager to hier-mgr(hier-count)
                   move sales-hire-date to hier-hire(hier-count)
                   move sales-term-date to hier-term(hier-count)
                   perform set-new-row-defaults
               end-if
           end-read.

       set-new-row-defaults.
           move zero to hier-mgr-row(hier-count)
           move zero to hier-depth(hier-count)
           move zero to hier-direct(hier-count)
           move zero to hier-beneath(hier-count)
           move zero to hier-chain-flag(hier-count)
           move zero to hier-printed-flag(hier-count)
           if hier-term(hier-count) = 0
                   or hier-term(hier-count) > run-date
               move 1 to hier-active-flag(hier-count)
           else
               move 0 to hier-active-flag(hier-count)
           end-if.

       resolve-one-manager.
           if hier-mgr(row) = spaces
               exit paragraph
           end-if
           move hier-mgr(row) to find-name
           perform find-rep-row
           move find-row to hier-mgr-row(row)
           if find-row not = 0 and hier-active(row)
               add 1 to hier-direct(find-row)
           end-if.

       find-rep-row.
           move zero to find-row
           perform check-one-rep-row
               varying scan-row from 1 by 1
               until scan-row > hier-count or find-row not = 0.

       check-one-rep-row.
           if hier-name(scan-row) = find-name
               move scan-row to find-row
           end-if.

      *> climbs from a rep to the top of their chain, counting
      *> levels. Arriving back at the rep itself is a circular chain;
      *> climbing more levels than there are reps means the chain
      *> runs into a circle further up.
       walk-up-one-chain.
           move row to walk-start
           move row to walk-row
           move 1 to walk-depth
           move zero to walk-done-flag
           perform climb-one-level until walk-done
           move walk-depth to hier-depth(row).

       climb-one-level.
           if hier-mgr-row(walk-row) = 0
               set walk-done to true
               exit paragraph
           end-if
           if hier-mgr-row(walk-row) = walk-start
               set hier-circular(walk-start) to true
               set walk-done to true
               exit paragraph
           end-if
           if walk-depth > hier-count
               set hier-under-circle(walk-start) to true
               set walk-done to true
               exit paragraph
           end-if
           move hier-mgr-row(walk-row) to walk-row
           add 1 to walk-depth.

      *> an active rep on a sound chain counts once toward every
      *> manager above them.
       count-toward-ancestors.
           if not hier-active(row) or not hier-chain-ok(row)
               exit paragraph
           end-if
           move hier-mgr-row(row) to walk-row
           perform add-one-ancestor until walk-row = 0.

       add-one-ancestor.
           add 1 to hier-beneath(walk-row)
           move hier-mgr-row(walk-row) to walk-row.

      *> each top of a tree - no manager, or a manager name that is
      *> not on the roster - is printed with everyone beneath it.
       print-one-top-manager.
           if hier-mgr-row(row) not = 0 or not hier-chain-ok(row)
               exit paragraph
           end-if
           move zero to stack-count
           move row to pop-row
           move 1 to pop-level
           perform push-row
           perform print-one-stacked-rep until stack-count = 0.

       push-row.
           add 1 to stack-count
           move pop-row to stack-row(stack-count)
           move pop-level to stack-level(stack-count).

       print-one-stacked-rep.
           move stack-row(stack-count) to walk-row
           move stack-level(stack-count) to walk-depth
           subtract 1 from stack-count
           set hier-printed(walk-row) to true

           move spaces to tree-line
           move spaces to tree-entry
           move hier-name(walk-row) to tree-entry-name
           if not hier-active(walk-row)
               string "(TERM " delimited by size
                      hier-term(walk-row) delimited by size
                      ")" delimited by size
                   into tree-entry-term
               end-string
           end-if
           compute indent = (walk-depth - 1) * 2 + 1
           if indent > 20
               move 21 to indent
           end-if
           move tree-entry to tree-body(indent:)
           move hier-region(walk-row) to tree-region
           move hier-state(walk-row) to tree-state
           if hier-mgr(walk-row) not = spaces
                   and hier-mgr-row(walk-row) = 0
               move "** MANAGER NOT ON ROSTER:" to tree-note
               move hier-mgr(walk-row) to tree-note(27:20)
           end-if
           write hierarchy-report-record from tree-line

           compute pop-level = walk-depth + 1
           move walk-row to find-row
           perform push-one-direct-report
               varying scan-row from hier-count by -1
               until scan-row < 1.

       push-one-direct-report.
           if hier-mgr-row(scan-row) = find-row
                   and not hier-printed(scan-row)
                   and hier-chain-ok(scan-row)
               move scan-row to pop-row
               perform push-row
           end-if.

       print-one-span.
           if hier-direct(row) = 0
               exit paragraph
           end-if
           add 1 to manager-count
           move spaces to span-line
           move hier-name(row) to span-name
           move hier-direct(row) to span-direct
           move hier-beneath(row) to span-beneath
           move zero to mix-count
           perform tally-one-direct-region
               varying scan-row from 1 by 1
               until scan-row > hier-count
           move 1 to mix-pointer
           perform format-one-mix-entry
               varying mix-idx from 1 by 1
               until mix-idx > mix-count
           write hierarchy-report-record from span-line.

       tally-one-direct-region.
           if hier-mgr-row(scan-row) not = row
                   or not hier-active(scan-row)
               exit paragraph
           end-if
           move zero to mix-found-flag
           perform find-one-mix-region
               varying mix-idx from 1 by 1
               until mix-idx > mix-count or mix-found
           if not mix-found and mix-count < 20
               add 1 to mix-count
               move hier-region(scan-row) to mix-region(mix-count)
               move 1 to mix-reps(mix-count)
           end-if.

       find-one-mix-region.
           if mix-region(mix-idx) = hier-region(scan-row)
               add 1 to mix-reps(mix-idx)
               set mix-found to true
           end-if.

       format-one-mix-entry.
           move mix-reps(mix-idx) to mix-reps-ed
           move zero to mix-lead
           inspect mix-reps-ed tallying mix-lead for leading spaces
           add 1 to mix-lead
           string mix-region(mix-idx) delimited by space
                  "=" delimited by size
                  mix-reps-ed(mix-lead:) delimited by size
                  " " delimited by size
               into span-mix
               with pointer mix-pointer
           end-string.

       check-one-rep-links.
           move spaces to exception-line
           move hier-name(row) to exc-name
           if hier-mgr(row) not = spaces
                   and hier-mgr-row(row) = 0
               string "MANAGER " delimited by size
                      hier-mgr(row) delimited by size
                      " IS NOT ON THE ROSTER" delimited by size
                   into exc-text
               end-string
               perform write-exception
           end-if
           if hier-circular(row)
               move "CIRCULAR REPORTING CHAIN - REPORTS TO " to exc-text
               move hier-mgr(row) to exc-text(39:20)
               perform write-exception
           end-if
           if hier-under-circle(row)
               move "UNDER A CIRCULAR CHAIN - REPORTS TO " to exc-text
               move hier-mgr(row) to exc-text(37:20)
               perform write-exception
           end-if
           if not hier-active(row) and hier-direct(row) > 0
               move hier-direct(row) to mix-reps-ed
               string "TERMINATED " delimited by size
                      hier-term(row) delimited by size
                      " BUT STILL MANAGES" delimited by size
                      mix-reps-ed delimited by size
                      " ACTIVE REP(S)" delimited by size
                   into exc-text
               end-string
               perform write-exception
           end-if
           if hier-chain-ok(row) and hier-depth(row) > max-levels
               move hier-depth(row) to mix-reps-ed
               string "REPORTING DEPTH" delimited by size
                      mix-reps-ed delimited by size
                      " LEVELS - OVER THE LIMIT OF" delimited by size
                      max-levels-ed delimited by size
                   into exc-text
               end-string
               perform write-exception
           end-if.

       write-exception.
           write hierarchy-report-record from exception-line
           add 1 to exception-count
           move spaces to exc-text.
